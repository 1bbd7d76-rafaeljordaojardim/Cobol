      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DAS TRANSACOES DO CALCLOTE A PARTIR DA
      *          PLANILHA EXPORTADA PELO FINANCEIRO (CALCPLAN, TEXTO
      *          DELIMITADO POR PONTO-E-VIRGULA), NO LUGAR DA
      *          REDIGITACAO NO CALCENTR. A PRIMEIRA LINHA E O
      *          CABECECO H;<LOTE> COM O NUMERO DO LOTE; CADA LINHA
      *          SEGUINTE E OPERACAO;OPERANDO 1;OPERANDO 2 OU, NA
      *          OPERACAO 8, OPERACAO;;EXPRESSAO. OPERANDO 'A' E O
      *          RESULTADO DA TRANSACAO ANTERIOR, COMO NO CALCENTR.
      *          A VIRGULA DECIMAL DA PLANILHA E CONVERTIDA EM PONTO
      *          (COM VIRGULA NO CAMPO, O PONTO E SEPARADOR DE
      *          MILHAR E E DESCARTADO) E CADA OPERANDO PASSA PELO
      *          MESMO 9810-ANALISA-NUMERO DA DIGITACAO; A EXPRESSAO
      *          PASSA PELO CALCEXPR DA EXECUCAO.
      *
      *          AS LINHAS VALIDAS SAO ANEXADAS AO TRANCALC COM A
      *          TRILHA DE CONTROLE CUMULATIVA E O LOTE E REGISTRADO
      *          NO LOTECTL COMO DIGITADO, COMO O CALCENTR FAZ. SE O
      *          TRANCALC JA TEM LOTE DIGITADO AGUARDANDO A
      *          VERIFICACAO (REGISTROS DEPOIS DA ULTIMA TRILHA), A
      *          TRILHA NAO E GRAVADA AQUI - ELA SAI NA LIBERACAO
      *          DAQUELE LOTE E COBRE A IMPORTACAO JUNTO.
      *
      *          AS LINHAS REJEITADAS SAEM COM O NUMERO DA LINHA DA
      *          PLANILHA E O MOTIVO NA CRITICA RELCIMP E NO ARQUIVO
      *          DE RETORNO CALCACK PARA O FINANCEIRO (MESMO DESENHO
      *          H/D/T DO LEVACK DO LEVCARGA).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. RC-AVISO QUANDO ALGUMA LINHA FOI
      *                REJEITADA, A TRILHA FICOU PENDENTE OU O LOTECTL
      *                NAO PODE SER ATUALIZADO; RC-ERRO QUANDO A
      *                PLANILHA NAO TEM O CABECECO H;<LOTE> (NADA E
      *                IMPORTADO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCPLAN ASSIGN TO "CALCPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCPLAN-STATUS.
           SELECT TRANCALC ASSIGN TO "TRANCALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCALC-STATUS.
           SELECT LOTECTL ASSIGN TO "LOTECTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-LOTE
               FILE STATUS IS WS-LOTECTL-STATUS.
           SELECT RELCIMP ASSIGN TO "RELCIMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALCACK ASSIGN TO "CALCACK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALCPLAN.
       01  CALCPLAN-REC PIC X(120).
       FD  TRANCALC.
      *MESMO LAYOUT DO TRANCALC-REC DO CALCLOTE
       01  TRANCALC-REC.
           05 TC-OP     PIC 9(002).
           05 TC-NUM    PIC S9(009)V9(002).
           05 TC-NUM2   PIC S9(009)V9(002).
           05 TC-LOTE   PIC 9(004).
           05 TC-REF1   PIC X(001).
           05 TC-REF2   PIC X(001).
      *REGISTRO TIPO 'E': EXPRESSAO INTEIRA PARA O CALCEXPR
       01  TRANCALC-EXP.
           05 TE-TIPO       PIC X(001).
           05 TE-LOTE       PIC 9(004).
           05 TE-EXPRESSAO  PIC X(050).
       FD  LOTECTL.
       COPY LCTREC.
       FD  RELCIMP.
       01  REL-LINHA PIC X(090).
       FD  CALCACK.
       01  ACK-LINHA PIC X(040).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY VALIDNUM.
       COPY TRLCOPY.
       COPY EXPCOM.
       01 AREA-CONTROLE.
           05 WS-CALCPLAN-STATUS PIC X(002) VALUE '00'.
           05 WS-TRANCALC-STATUS PIC X(002) VALUE '00'.
           05 WS-LOTECTL-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-CALCPLAN    PIC X(001) VALUE 'N'.
               88 FIM-CALCPLAN       VALUE 'S'.
           05 WS-FIM-PRELEITURA  PIC X(001) VALUE 'N'.
               88 FIM-PRELEITURA     VALUE 'S'.
           05 WS-LINHA-OK        PIC X(001) VALUE 'S'.
               88 LINHA-VALIDA       VALUE 'S'.
           05 WS-TEM-ANTERIOR    PIC X(001) VALUE 'N'.
               88 TEM-RESULTADO-ANTERIOR VALUE 'S'.
           05 WS-CALCPLAN-ABERTO PIC X(001) VALUE 'N'.
               88 CALCPLAN-NO-AR     VALUE 'S'.
           05 WS-TRANCALC-ABERTO PIC X(001) VALUE 'N'.
               88 TRANCALC-NO-AR     VALUE 'S'.
           05 WS-LOTE-REGISTRADO PIC X(001) VALUE 'N'.
               88 LOTE-REGISTRADO    VALUE 'S'.
           05 WRK-DATA-HOJE      PIC 9(008) VALUE ZEROS.
       01 AREA-CAMPOS-PLANILHA.
           05 WRK-CAMPO-OP      PIC X(014) VALUE SPACES.
           05 WRK-CAMPO-NUM     PIC X(030) VALUE SPACES.
           05 WRK-CAMPO-NUM2    PIC X(060) VALUE SPACES.
           05 WRK-MOTIVO        PIC X(025) VALUE SPACES.
      *LIMPEZA DE UM CAMPO DA PLANILHA: ASPAS E BRANCOS SAEM, A
      *VIRGULA DECIMAL VIRA PONTO E, NO CAMPO NUMERICO COM VIRGULA, O
      *PONTO DE MILHAR E DESCARTADO
       01 AREA-LIMPEZA.
           05 LMP-ENTRADA       PIC X(060) VALUE SPACES.
           05 LMP-SAIDA         PIC X(060) VALUE SPACES.
           05 LMP-MODO          PIC X(001) VALUE 'N'.
               88 LMP-NUMERICO       VALUE 'N'.
               88 LMP-EXPRESSAO      VALUE 'E'.
           05 LMP-QTD-VIRGULA   PIC 9(002) VALUE ZEROS.
           05 LMP-TAMANHO       PIC 9(002) VALUE ZEROS.
           05 LMP-CHAR          PIC X(001) VALUE SPACE.
           05 IX-LMP            PIC 9(002) VALUE ZEROS.
       01 AREA-TRANSACAO.
           05 WRK-LOTE          PIC 9(004) VALUE ZEROS.
           05 WRK-OP            PIC 9(002) VALUE ZEROS.
           05 WRK-NUM           PIC S9(009)V9(002) VALUE ZEROS.
           05 WRK-NUM2          PIC S9(009)V9(002) VALUE ZEROS.
           05 WRK-REF1          PIC X(001) VALUE SPACE.
           05 WRK-REF2          PIC X(001) VALUE SPACE.
           05 WRK-EXPRESSAO     PIC X(050) VALUE SPACES.
       01 AREA-CONTADORES.
           05 CNT-LIDAS         PIC 9(005) VALUE ZEROS.
           05 CNT-GRAVADAS      PIC 9(005) VALUE ZEROS.
           05 CNT-REJEITADAS    PIC 9(005) VALUE ZEROS.
           05 CNT-PENDENTES     PIC 9(007) VALUE ZEROS.
       01 WRK-CONT-EDT          PIC Z(4)9.
      *LINHAS REJEITADAS PARA O ARQUIVO DE RETORNO
       01 AREA-REJEITADAS.
           05 REJ-QTDE          PIC 9(003) VALUE ZEROS.
           05 REJ-ENTRADA OCCURS 200 TIMES.
               10 TAB-REJ-LINHA  PIC 9(005).
               10 TAB-REJ-MOTIVO PIC X(025).
           05 IX-REJ            PIC 9(003) VALUE ZEROS.
       01 ACK-CABECALHO.
           05 FILLER        PIC X(001) VALUE 'H'.
           05 ACKH-DATA     PIC 9(008).
           05 ACKH-LOTE     PIC 9(004).
       01 ACK-DETALHE.
           05 FILLER        PIC X(001) VALUE 'D'.
           05 ACKD-LINHA    PIC 9(005).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 ACKD-MOTIVO   PIC X(025).
       01 ACK-TRAILER.
           05 FILLER        PIC X(001) VALUE 'T'.
           05 ACKT-DATA     PIC 9(008).
           05 ACKT-ACEITAS  PIC 9(005).
           05 ACKT-REJEIT   PIC 9(005).
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(045) VALUE
               "CRITICA DA IMPORTACAO DA PLANILHA DO CALCLOTE".
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(013) VALUE "LOTE.......: ".
           05 CAB-LOTE PIC 9(004).
       01 REL-DETALHE.
           05 DET-SITUACAO  PIC X(009).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-NUM-LINHA PIC ZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-LINHA     PIC X(040).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-MOTIVO    PIC X(025).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-CALCPLAN
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE A PLANILHA, CONFERE O CABECECO DO LOTE E PREPARA O
      *TRANCALC E A CRITICA
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DATA-LONGA TO WRK-DATA-HOJE.
           OPEN INPUT CALCPLAN.
           IF WS-CALCPLAN-STATUS NOT = '00'
               DISPLAY 'CALCPLAN INDISPONIVEL - STATUS '
                   WS-CALCPLAN-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               SET FIM-CALCPLAN TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           SET CALCPLAN-NO-AR TO TRUE.
           PERFORM 1100-LE-CALCPLAN.
           PERFORM 1050-CONFERE-CABECECO.
           IF WRK-LOTE = ZEROS
               DISPLAY 'PLANILHA SEM CABECECO H;<LOTE> VALIDO NA '
                   'PRIMEIRA LINHA - NADA IMPORTADO'
               MOVE RC-ERRO TO RETURN-CODE
               SET FIM-CALCPLAN TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM 1500-ACUMULA-EXISTENTE.
           OPEN EXTEND TRANCALC.
           IF WS-TRANCALC-STATUS = '35'
               OPEN OUTPUT TRANCALC
           END-IF.
           IF WS-TRANCALC-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O TRANCALC - STATUS '
                   WS-TRANCALC-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               SET FIM-CALCPLAN TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           SET TRANCALC-NO-AR TO TRUE.
           OPEN OUTPUT RELCIMP.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           MOVE WRK-LOTE TO CAB-LOTE.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 1100-LE-CALCPLAN.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PRIMEIRA LINHA DA PLANILHA: H;<LOTE>, LOTE DE 1 A 9999
       1050-CONFERE-CABECECO SECTION.
           MOVE ZEROS TO WRK-LOTE.
           IF FIM-CALCPLAN OR CALCPLAN-REC(1:2) NOT = 'H;'
               GO TO 1050-CONFERE-CABECECO-EXIT
           END-IF.
           MOVE SPACES TO WRK-CAMPO-OP WRK-CAMPO-NUM.
           UNSTRING CALCPLAN-REC DELIMITED BY ';'
               INTO WRK-CAMPO-OP WRK-CAMPO-NUM.
           MOVE WRK-CAMPO-NUM TO LMP-ENTRADA.
           SET LMP-NUMERICO TO TRUE.
           PERFORM 2150-LIMPA-CAMPO.
           IF LMP-TAMANHO > 14
               GO TO 1050-CONFERE-CABECECO-EXIT
           END-IF.
           MOVE LMP-SAIDA TO VLDNUM-ENTRADA.
           PERFORM 9810-ANALISA-NUMERO.
           IF NOT VLDNUM-VALIDA OR VLDNUM-NEGATIVO
              OR VLDNUM-QTD-DEC > 0 OR VLDNUM-QTD-DIG > 4
               GO TO 1050-CONFERE-CABECECO-EXIT
           END-IF.
           PERFORM 9820-MONTA-NUMERO.
           MOVE VLDNUM-RESULTADO TO WRK-LOTE.
       1050-CONFERE-CABECECO-EXIT.
           EXIT.
      *LE UMA LINHA DA PLANILHA (O CR DO FIM DE LINHA DA EXPORTACAO
      *VIRA BRANCO)
       1100-LE-CALCPLAN SECTION.
           READ CALCPLAN
               AT END
                   SET FIM-CALCPLAN TO TRUE
               NOT AT END
                   ADD 1 TO CNT-LIDAS
                   INSPECT CALCPLAN-REC REPLACING ALL X'0D' BY SPACE
           END-READ.
       1100-LE-CALCPLAN-EXIT.
           EXIT.
      *RELE O TRANCALC EXISTENTE ACUMULANDO QUANTIDADE E HASH DOS
      *REGISTROS DE DADOS, PARA A TRILHA SAIR CUMULATIVA, E CONTA OS
      *REGISTROS DEPOIS DA ULTIMA TRILHA (LOTE AGUARDANDO VERIFICACAO)
       1500-ACUMULA-EXISTENTE SECTION.
           OPEN INPUT TRANCALC.
           IF WS-TRANCALC-STATUS = '00'
               PERFORM UNTIL FIM-PRELEITURA
                   READ TRANCALC
                       AT END
                           SET FIM-PRELEITURA TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN TRANCALC-REC(1:1) = 'T'
                                AND TRANCALC-REC(2:20) NUMERIC
                                   MOVE ZEROS TO CNT-PENDENTES
                               WHEN TE-TIPO = 'E'
                                   ADD 1 TO TRI-QTDE-ACUM
                                   ADD 1 TO CNT-PENDENTES
                               WHEN OTHER
                                   ADD 1 TO TRI-QTDE-ACUM
                                   ADD 1 TO CNT-PENDENTES
                                   MOVE TC-NUM TO TRI-CAMPO
                                   COMPUTE TRI-HASH-ACUM =
                                       FUNCTION MOD(
                                       TRI-HASH-ACUM + TRI-CAMPO,
                                       10000000000000)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE TRANCALC
           END-IF.
       1500-ACUMULA-EXISTENTE-EXIT.
           EXIT.
      *CRITICA UMA LINHA DA PLANILHA E, SE VALIDA, GRAVA NO TRANCALC
       2000-PROCESSA SECTION.
           IF CALCPLAN-REC = SPACES
               GO TO 2000-PROCESSA-LE
           END-IF.
           MOVE 'S' TO WS-LINHA-OK.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-CAMPO-OP WRK-CAMPO-NUM WRK-CAMPO-NUM2.
           UNSTRING CALCPLAN-REC DELIMITED BY ';'
               INTO WRK-CAMPO-OP WRK-CAMPO-NUM WRK-CAMPO-NUM2.
           PERFORM 2100-VALIDA-LINHA.
           IF LINHA-VALIDA
               PERFORM 2300-GRAVA-TRANSACAO
               MOVE "ACEITA   " TO DET-SITUACAO
           ELSE
               ADD 1 TO CNT-REJEITADAS
               MOVE "REJEITADA" TO DET-SITUACAO
               IF REJ-QTDE < 200
                   ADD 1 TO REJ-QTDE
                   MOVE CNT-LIDAS  TO TAB-REJ-LINHA(REJ-QTDE)
                   MOVE WRK-MOTIVO TO TAB-REJ-MOTIVO(REJ-QTDE)
               END-IF
           END-IF.
           MOVE CNT-LIDAS    TO DET-NUM-LINHA.
           MOVE CALCPLAN-REC TO DET-LINHA.
           MOVE WRK-MOTIVO   TO DET-MOTIVO.
           WRITE REL-LINHA FROM REL-DETALHE.
       2000-PROCESSA-LE.
           PERFORM 1100-LE-CALCPLAN.
       2000-PROCESSA-EXIT.
           EXIT.
      *VALIDA OPERACAO E OPERANDOS (OU A EXPRESSAO DA OPERACAO 8)
       2100-VALIDA-LINHA SECTION.
           MOVE SPACE TO WRK-REF1 WRK-REF2.
           MOVE ZEROS TO WRK-NUM WRK-NUM2.
           MOVE WRK-CAMPO-OP TO LMP-ENTRADA.
           SET LMP-NUMERICO TO TRUE.
           PERFORM 2150-LIMPA-CAMPO.
           MOVE LMP-SAIDA TO VLDNUM-ENTRADA.
           PERFORM 9810-ANALISA-NUMERO.
           IF NOT VLDNUM-VALIDA OR VLDNUM-NEGATIVO
              OR VLDNUM-QTD-DEC > 0 OR VLDNUM-QTD-DIG > 2
              OR LMP-TAMANHO > 14
               MOVE "OPERACAO NAO NUMERICA" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2100-VALIDA-LINHA-EXIT
           END-IF.
           PERFORM 9820-MONTA-NUMERO.
           MOVE VLDNUM-RESULTADO TO WRK-OP.
           EVALUATE TRUE
               WHEN WRK-OP = 8
                   PERFORM 2200-VALIDA-EXPRESSAO
                   GO TO 2100-VALIDA-LINHA-EXIT
               WHEN WRK-OP = 1 OR WRK-OP = 2 OR WRK-OP = 3
                 OR WRK-OP = 4 OR WRK-OP = 6 OR WRK-OP = 7
                   CONTINUE
               WHEN OTHER
                   MOVE "OPERACAO INVALIDA" TO WRK-MOTIVO
                   MOVE 'N' TO WS-LINHA-OK
                   GO TO 2100-VALIDA-LINHA-EXIT
           END-EVALUATE.
           MOVE WRK-CAMPO-NUM TO LMP-ENTRADA.
           SET LMP-NUMERICO TO TRUE.
           PERFORM 2150-LIMPA-CAMPO.
           IF LMP-SAIDA = 'A'
               IF NOT TEM-RESULTADO-ANTERIOR
                   MOVE "REFERENCIA SEM ANTERIOR" TO WRK-MOTIVO
                   MOVE 'N' TO WS-LINHA-OK
                   GO TO 2100-VALIDA-LINHA-EXIT
               END-IF
               MOVE 'A' TO WRK-REF1
           ELSE
               MOVE LMP-SAIDA TO VLDNUM-ENTRADA
               PERFORM 9810-ANALISA-NUMERO
               IF NOT VLDNUM-VALIDA OR LMP-TAMANHO > 14
                  OR VLDNUM-QTD-DIG > 9
                   MOVE "OPERANDO 1 INVALIDO" TO WRK-MOTIVO
                   MOVE 'N' TO WS-LINHA-OK
                   GO TO 2100-VALIDA-LINHA-EXIT
               END-IF
               PERFORM 9820-MONTA-NUMERO
               MOVE VLDNUM-RESULTADO TO WRK-NUM
           END-IF.
           MOVE WRK-CAMPO-NUM2 TO LMP-ENTRADA.
           SET LMP-NUMERICO TO TRUE.
           PERFORM 2150-LIMPA-CAMPO.
           IF LMP-SAIDA = 'A'
               IF NOT TEM-RESULTADO-ANTERIOR
                   MOVE "REFERENCIA SEM ANTERIOR" TO WRK-MOTIVO
                   MOVE 'N' TO WS-LINHA-OK
                   GO TO 2100-VALIDA-LINHA-EXIT
               END-IF
               MOVE 'A' TO WRK-REF2
           ELSE
               MOVE LMP-SAIDA TO VLDNUM-ENTRADA
               PERFORM 9810-ANALISA-NUMERO
               IF NOT VLDNUM-VALIDA OR LMP-TAMANHO > 14
                  OR VLDNUM-QTD-DIG > 9
                   MOVE "OPERANDO 2 INVALIDO" TO WRK-MOTIVO
                   MOVE 'N' TO WS-LINHA-OK
                   GO TO 2100-VALIDA-LINHA-EXIT
               END-IF
               PERFORM 9820-MONTA-NUMERO
               MOVE VLDNUM-RESULTADO TO WRK-NUM2
           END-IF.
           IF WRK-OP = 4 AND WRK-REF2 NOT = 'A' AND WRK-NUM2 = ZEROS
               MOVE "DIVISAO POR ZERO" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
           END-IF.
       2100-VALIDA-LINHA-EXIT.
           EXIT.
      *LIMPA LMP-ENTRADA PARA LMP-SAIDA CONFORME LMP-MODO E DEVOLVE
      *O TAMANHO UTIL EM LMP-TAMANHO
       2150-LIMPA-CAMPO SECTION.
           MOVE SPACES TO LMP-SAIDA.
           MOVE ZEROS TO LMP-TAMANHO LMP-QTD-VIRGULA.
           INSPECT LMP-ENTRADA TALLYING LMP-QTD-VIRGULA FOR ALL ','.
           PERFORM VARYING IX-LMP FROM 1 BY 1 UNTIL IX-LMP > 60
               MOVE LMP-ENTRADA(IX-LMP:1) TO LMP-CHAR
               EVALUATE TRUE
                   WHEN LMP-CHAR = '"'
                       CONTINUE
                   WHEN LMP-CHAR = SPACE
                       IF LMP-EXPRESSAO AND LMP-TAMANHO > ZEROS
                          AND LMP-TAMANHO < 60
                           ADD 1 TO LMP-TAMANHO
                       END-IF
                   WHEN LMP-CHAR = '.' AND LMP-NUMERICO
                        AND LMP-QTD-VIRGULA > ZEROS
                       CONTINUE
                   WHEN LMP-TAMANHO < 60
                       ADD 1 TO LMP-TAMANHO
                       IF LMP-CHAR = ','
                           MOVE '.' TO LMP-SAIDA(LMP-TAMANHO:1)
                       ELSE
                           MOVE LMP-CHAR TO LMP-SAIDA(LMP-TAMANHO:1)
                       END-IF
               END-EVALUATE
           END-PERFORM.
           PERFORM UNTIL LMP-TAMANHO = ZEROS
                      OR LMP-SAIDA(LMP-TAMANHO:1) NOT = SPACE
               SUBTRACT 1 FROM LMP-TAMANHO
           END-PERFORM.
       2150-LIMPA-CAMPO-EXIT.
           EXIT.
      *OPERACAO 8: A EXPRESSAO VEM NA TERCEIRA COLUNA E E CONFERIDA
      *PELO MESMO CALCEXPR QUE O CALCLOTE USA NA EXECUCAO
       2200-VALIDA-EXPRESSAO SECTION.
           MOVE WRK-CAMPO-NUM2 TO LMP-ENTRADA.
           SET LMP-EXPRESSAO TO TRUE.
           PERFORM 2150-LIMPA-CAMPO.
           IF LMP-TAMANHO = ZEROS
               MOVE "EXPRESSAO EM BRANCO" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2200-VALIDA-EXPRESSAO-EXIT
           END-IF.
           IF LMP-TAMANHO > 50
               MOVE "EXPRESSAO MAIOR QUE 50" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2200-VALIDA-EXPRESSAO-EXIT
           END-IF.
           MOVE LMP-SAIDA TO WRK-EXPRESSAO.
           MOVE WRK-EXPRESSAO TO EXP-TEXTO.
           CALL 'CALCEXPR' USING AREA-CALCEXPR.
           IF EXP-MALFORMADA
               MOVE "EXPRESSAO MALFORMADA" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
           END-IF.
       2200-VALIDA-EXPRESSAO-EXIT.
           EXIT.
      *GRAVA A TRANSACAO VALIDA NO FORMATO DO TRANCALC E ACUMULA A
      *TRILHA (O REGISTRO 'E' CONTA NA QUANTIDADE E ZERO NO HASH)
       2300-GRAVA-TRANSACAO SECTION.
           IF WRK-OP = 8
               MOVE 'E'           TO TE-TIPO
               MOVE WRK-LOTE      TO TE-LOTE
               MOVE WRK-EXPRESSAO TO TE-EXPRESSAO
               WRITE TRANCALC-EXP
           ELSE
               MOVE WRK-OP   TO TC-OP
               MOVE WRK-NUM  TO TC-NUM
               MOVE WRK-NUM2 TO TC-NUM2
               MOVE WRK-LOTE TO TC-LOTE
               MOVE WRK-REF1 TO TC-REF1
               MOVE WRK-REF2 TO TC-REF2
               WRITE TRANCALC-REC
               MOVE WRK-NUM TO TRI-CAMPO
               COMPUTE TRI-HASH-ACUM = FUNCTION MOD(
                   TRI-HASH-ACUM + TRI-CAMPO, 10000000000000)
           END-IF.
           ADD 1 TO CNT-GRAVADAS.
           ADD 1 TO TRI-QTDE-ACUM.
           SET TEM-RESULTADO-ANTERIOR TO TRUE.
       2300-GRAVA-TRANSACAO-EXIT.
           EXIT.
      *GRAVA A TRILHA DE CONTROLE CUMULATIVA
       2950-GRAVA-TRILHA SECTION.
           MOVE 'T' TO TRL-TIPO.
           MOVE TRI-QTDE-ACUM TO TRL-QTDE.
           MOVE TRI-HASH-ACUM TO TRL-HASH.
           MOVE SPACES TO TRANCALC-REC.
           MOVE TRL-REGISTRO TO TRANCALC-REC(1:21).
           WRITE TRANCALC-REC.
       2950-GRAVA-TRILHA-EXIT.
           EXIT.
      *REGISTRA O LOTE IMPORTADO NO CONTROLE DE LOTES COMO DIGITADO -
      *LOTE JA EXISTENTE SOMA A QUANTIDADE, COMO NO CALCENTR
       2970-REGISTRA-LOTE SECTION.
           OPEN I-O LOTECTL.
           IF WS-LOTECTL-STATUS = '35'
               OPEN OUTPUT LOTECTL
               CLOSE LOTECTL
               OPEN I-O LOTECTL
           END-IF.
           IF WS-LOTECTL-STATUS NOT = '00'
               DISPLAY 'LOTECTL INDISPONIVEL - STATUS '
                   WS-LOTECTL-STATUS ' - LOTE NAO REGISTRADO'
               GO TO 2970-REGISTRA-LOTE-EXIT
           END-IF.
           MOVE WRK-LOTE TO LC-LOTE.
           READ LOTECTL
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-LOTECTL-STATUS = '00'
               ADD CNT-GRAVADAS TO LC-QTDE-DIGITADA
               MOVE WRK-DATA-HOJE TO LC-DATA-DIGITACAO
               REWRITE LOTECTL-REC
           ELSE
               MOVE WRK-LOTE       TO LC-LOTE
               MOVE WRK-DATA-HOJE  TO LC-DATA-DIGITACAO
               MOVE CNT-GRAVADAS   TO LC-QTDE-DIGITADA
               SET LC-DIGITADO TO TRUE
               MOVE ZEROS TO LC-DATA-PROC
               MOVE ZEROS TO LC-QTDE-PROC
               MOVE ZEROS TO LC-QTDE-EXEC
               WRITE LOTECTL-REC
           END-IF.
           IF WS-LOTECTL-STATUS = '00'
               SET LOTE-REGISTRADO TO TRUE
           END-IF.
           CLOSE LOTECTL.
       2970-REGISTRA-LOTE-EXIT.
           EXIT.
      *FECHA O TRANCALC COM A TRILHA, REGISTRA O LOTE E ESCREVE OS
      *TOTAIS DA CRITICA E O ARQUIVO DE RETORNO
       3000-FINALIZA SECTION.
           IF CALCPLAN-NO-AR
               CLOSE CALCPLAN
           END-IF.
           IF NOT TRANCALC-NO-AR
               GO TO 3000-FINALIZA-EXIT
           END-IF.
           IF CNT-PENDENTES = ZEROS
               IF CNT-GRAVADAS > ZEROS
                   PERFORM 2950-GRAVA-TRILHA
               END-IF
           ELSE
               DISPLAY 'AVISO: TRANCALC COM ' CNT-PENDENTES
                   ' REGISTROS AGUARDANDO VERIFICACAO - TRILHA SAI '
                   'NA LIBERACAO DO CALCENTR'
           END-IF.
           CLOSE TRANCALC.
           IF CNT-GRAVADAS > ZEROS
               PERFORM 2970-REGISTRA-LOTE
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-LIDAS TO WRK-CONT-EDT.
           STRING "LINHAS LIDAS.......: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-GRAVADAS TO WRK-CONT-EDT.
           STRING "TRANSACOES GRAVADAS: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-REJEITADAS TO WRK-CONT-EDT.
           STRING "LINHAS REJEITADAS..: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF CNT-PENDENTES > ZEROS AND CNT-GRAVADAS > ZEROS
               MOVE "TRILHA PENDENTE: LIBERACAO JUNTO COM O LOTE EM "
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE "VERIFICACAO NO CALCENTR" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE RELCIMP.
           PERFORM 3100-EMITE-RETORNO.
           IF CNT-REJEITADAS > ZEROS OR CNT-GRAVADAS = ZEROS
              OR (CNT-PENDENTES > ZEROS AND CNT-GRAVADAS > ZEROS)
              OR (CNT-GRAVADAS > ZEROS AND NOT LOTE-REGISTRADO)
               MOVE RC-AVISO TO RETURN-CODE
           END-IF.
           DISPLAY 'LOTE ' WRK-LOTE ' IMPORTADO - GRAVADAS: '
               CNT-GRAVADAS ' REJEITADAS: ' CNT-REJEITADAS.
       3000-FINALIZA-EXIT.
           EXIT.
      *ARQUIVO DE RETORNO CALCACK PARA O FINANCEIRO, NO MESMO DESENHO
      *H/D/T DO LEVACK: UM REGISTRO D POR LINHA REJEITADA
       3100-EMITE-RETORNO SECTION.
           OPEN OUTPUT CALCACK.
           MOVE WRK-DATA-HOJE TO ACKH-DATA.
           MOVE WRK-LOTE      TO ACKH-LOTE.
           WRITE ACK-LINHA FROM ACK-CABECALHO.
           PERFORM VARYING IX-REJ FROM 1 BY 1
                   UNTIL IX-REJ > REJ-QTDE
               MOVE TAB-REJ-LINHA(IX-REJ)  TO ACKD-LINHA
               MOVE TAB-REJ-MOTIVO(IX-REJ) TO ACKD-MOTIVO
               WRITE ACK-LINHA FROM ACK-DETALHE
           END-PERFORM.
           MOVE WRK-DATA-HOJE  TO ACKT-DATA.
           MOVE CNT-GRAVADAS   TO ACKT-ACEITAS.
           MOVE CNT-REJEITADAS TO ACKT-REJEIT.
           WRITE ACK-LINHA FROM ACK-TRAILER.
           CLOSE CALCACK.
       3100-EMITE-RETORNO-EXIT.
           EXIT.
       COPY VALIDNUMP.
       END PROGRAM CALCIMP.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CARGA EM LOTE DA SERIE OFICIAL DE INDICES DE PRECOS NA
      *          TABELA INDICES, A PARTIR DO ARQUIVO EXPORTADO DO SITE
      *          DO ORGAO OFICIAL (INDEXT, UMA LINHA MES;INDICE). O MES
      *          VEM COMO DD/MM/AAAA, MM/AAAA OU AAAAMM E O INDICE COM
      *          VIRGULA DECIMAL (PONTOS DE MILHAR SAO DESPREZADOS) OU
      *          PONTO DECIMAL; ASPAS DO CSV SAO IGNORADAS E LINHA QUE
      *          NAO COMECA POR DIGITO (CABECALHO DA EXPORTACAO) E
      *          PULADA. CADA LINHA E CRITICADA (MES VALIDO E JA
      *          ENCERRADO, INDICE POSITIVO COM ATE 6 DECIMAIS, SEM MES
      *          DUPLICADO NA CARGA); MES NOVO E INCLUIDO, MES JA
      *          CARREGADO COM OUTRO VALOR E REGRAVADO COMO REVISAO DA
      *          SERIE, E MES IGUAL FICA COMO ESTA. TODA GRAVACAO VAI
      *          PARA A TRILHA AUDITMST, COMO NO INDMAINT. O RELATORIO
      *          DE CRITICA RELINDC LISTA CADA LINHA, OS TOTAIS E OS
      *          MESES QUE AINDA FALTAM NA SERIE (SEM ELES A CORRECAO
      *          MONETARIA DO PERIODO E RECUSADA).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. RC-AVISO QUANDO ALGUMA LINHA FOI
      *                REJEITADA, O ARQUIVO VEIO SEM MESES OU A SERIE
      *                FICOU COM BURACO; RC-SUCESSO CASO CONTRARIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDCARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXT ASSIGN TO "INDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEXT-STATUS.
           SELECT INDICES ASSIGN TO "INDICES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NI-ANOMES
               FILE STATUS IS WS-INDICES-STATUS.
           SELECT RELINDC ASSIGN TO "RELINDC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INDEXT.
       01  INDEXT-REC PIC X(080).
       FD  INDICES.
       COPY INDREC.
       FD  RELINDC.
       01  REL-LINHA PIC X(080).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY AUDCOM.
       COPY VALDCOM.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-INDEXT-STATUS  PIC X(002) VALUE '00'.
           05 WS-INDICES-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-INDEXT     PIC X(001) VALUE 'N'.
               88 FIM-INDEXT         VALUE 'S'.
           05 WS-FIM-INDICES    PIC X(001) VALUE 'N'.
               88 FIM-INDICES        VALUE 'S'.
           05 WS-LINHA-OK       PIC X(001) VALUE 'S'.
               88 LINHA-VALIDA       VALUE 'S'.
       01 AREA-CAMPOS-EXTRATO.
           05 WRK-LINHA-LIMPA   PIC X(080) VALUE SPACES.
           05 WRK-POS-ENTRADA   PIC 9(003) VALUE ZEROS.
           05 WRK-POS-SAIDA     PIC 9(003) VALUE ZEROS.
           05 WRK-CAMPO-MES     PIC X(014) VALUE SPACES.
           05 WRK-CAMPO-INDICE  PIC X(020) VALUE SPACES.
           05 WRK-MOTIVO        PIC X(025) VALUE SPACES.
       01 AREA-VALORES.
           05 WRK-ANOMES        PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-ANOMES.
               10 WRK-ANO       PIC 9(004).
               10 WRK-MES       PIC 9(002).
           05 WRK-INDICE        PIC 9(008)V9(006) VALUE ZEROS.
           05 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
           05 WRK-ANOMES-ESPERADO PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-ANOMES-ESPERADO.
               10 WRK-ANO-ESPERADO PIC 9(004).
               10 WRK-MES-ESPERADO PIC 9(002).
           05 WRK-IMAGEM-ANTES  PIC X(034) VALUE SPACES.
      *CONVERSAO CARACTERE A CARACTERE DO INDICE (MESMA VARREDURA DO
      *9800-CONVERTE-NUMERO DO LEVCARGA, COM VIRGULA DECIMAL E ATE 6
      *CASAS)
       01 AREA-CONVERSAO.
           05 CNV-ENTRADA       PIC X(020) VALUE SPACES.
           05 CNV-RESULTADO     PIC 9(008)V9(006) VALUE ZEROS.
           05 CNV-POS           PIC 9(002) VALUE 1.
           05 CNV-CHAR          PIC X(001) VALUE SPACE.
           05 CNV-SEPARADOR     PIC X(001) VALUE '.'.
           05 CNV-DIGITO        PIC 9(001) VALUE ZEROS.
           05 CNV-QTD-DIG       PIC 9(002) VALUE ZEROS.
           05 CNV-QTD-DEC       PIC 9(002) VALUE ZEROS.
           05 CNV-QTD-VIRGULA   PIC 9(002) VALUE ZEROS.
           05 CNV-PARTE-INT     PIC 9(008) VALUE ZEROS.
           05 CNV-PARTE-DEC     PIC 9(006) VALUE ZEROS.
           05 WS-CNV-SEPARADOR  PIC X(001) VALUE 'N'.
               88 CNV-VIU-SEPARADOR VALUE 'S'.
           05 WS-CNV-FIM        PIC X(001) VALUE 'N'.
               88 CNV-ACABOU        VALUE 'S'.
           05 WS-CNV-OK         PIC X(001) VALUE 'S'.
               88 CNV-VALIDO        VALUE 'S'.
      *MESES JA ACEITOS NESTA CARGA, PARA BARRAR DUPLICATA NO ARQUIVO
       01 AREA-MESES-CARGA.
           05 WRK-QTD-CARGA     PIC 9(004) VALUE ZEROS.
           05 WRK-MES-CARGA     PIC 9(006) OCCURS 1200 TIMES.
           05 IX-CARGA          PIC 9(004) VALUE ZEROS.
           05 WS-DUP-CARGA      PIC X(001) VALUE 'N'.
               88 DUPLICADO-NA-CARGA VALUE 'S'.
       01 AREA-CONTADORES.
           05 CNT-LIDAS         PIC 9(005) VALUE ZEROS.
           05 CNT-IGNORADAS     PIC 9(005) VALUE ZEROS.
           05 CNT-INCLUIDAS     PIC 9(005) VALUE ZEROS.
           05 CNT-REVISADAS     PIC 9(005) VALUE ZEROS.
           05 CNT-INALTERADAS   PIC 9(005) VALUE ZEROS.
           05 CNT-REJEITADAS    PIC 9(005) VALUE ZEROS.
           05 CNT-BURACOS       PIC 9(005) VALUE ZEROS.
       01 WRK-CONT-EDT          PIC Z(4)9.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(044) VALUE
               "CRITICA DA CARGA DA SERIE DE INDICES".
       01 REL-DETALHE.
           05 DET-SITUACAO  PIC X(009).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-LINHA     PIC X(040).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-MOTIVO    PIC X(025).
       01 REL-BURACO.
           05 FILLER        PIC X(022) VALUE
               "*** SEM INDICE DE    ".
           05 BUR-DE        PIC 9(006).
           05 FILLER        PIC X(005) VALUE " ATE ".
           05 BUR-ATE       PIC 9(006).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-INDEXT
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE OS ARQUIVOS, ESCREVE O CABECALHO E LE A PRIMEIRA LINHA
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT INDEXT.
           OPEN I-O INDICES.
           IF WS-INDICES-STATUS = '35'
               OPEN OUTPUT INDICES
               CLOSE INDICES
               OPEN I-O INDICES
           END-IF.
           IF WS-INDICES-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O INDICES - STATUS '
                   WS-INDICES-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               SET FIM-INDEXT TO TRUE
           END-IF.
           OPEN OUTPUT RELINDC.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1                TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           IF WS-INDEXT-STATUS = '00' AND NOT FIM-INDEXT
               PERFORM 1100-LE-INDEXT
           ELSE
               SET FIM-INDEXT TO TRUE
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *LE UMA LINHA DO ARQUIVO EXPORTADO
       1100-LE-INDEXT SECTION.
           READ INDEXT
               AT END
                   SET FIM-INDEXT TO TRUE
               NOT AT END
                   ADD 1 TO CNT-LIDAS
           END-READ.
       1100-LE-INDEXT-EXIT.
           EXIT.
      *CRITICA UMA LINHA E, SE ACEITA, GRAVA O MES NO INDICES
       2000-PROCESSA SECTION.
           PERFORM 2050-TIRA-ASPAS.
           IF WRK-LINHA-LIMPA(1:1) < '0' OR WRK-LINHA-LIMPA(1:1) > '9'
               ADD 1 TO CNT-IGNORADAS
               PERFORM 1100-LE-INDEXT
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           MOVE 'S' TO WS-LINHA-OK.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-CAMPO-MES WRK-CAMPO-INDICE.
           UNSTRING WRK-LINHA-LIMPA DELIMITED BY ';'
               INTO WRK-CAMPO-MES WRK-CAMPO-INDICE.
           PERFORM 2100-VALIDA-LINHA.
           IF LINHA-VALIDA
               PERFORM 2200-GRAVA-INDICE
           ELSE
               ADD 1 TO CNT-REJEITADAS
               MOVE "REJEITADA" TO DET-SITUACAO
               MOVE INDEXT-REC  TO DET-LINHA
               MOVE WRK-MOTIVO  TO DET-MOTIVO
               WRITE REL-LINHA FROM REL-DETALHE
           END-IF.
           PERFORM 1100-LE-INDEXT.
       2000-PROCESSA-EXIT.
           EXIT.
      *COPIA A LINHA SEM AS ASPAS DO CSV E SEM BRANCOS A ESQUERDA
       2050-TIRA-ASPAS SECTION.
           MOVE SPACES TO WRK-LINHA-LIMPA.
           MOVE ZEROS TO WRK-POS-SAIDA.
           PERFORM VARYING WRK-POS-ENTRADA FROM 1 BY 1
                   UNTIL WRK-POS-ENTRADA > 80
               IF INDEXT-REC(WRK-POS-ENTRADA:1) NOT = '"'
                  AND (INDEXT-REC(WRK-POS-ENTRADA:1) NOT = SPACE
                       OR WRK-POS-SAIDA > 0)
                   ADD 1 TO WRK-POS-SAIDA
                   MOVE INDEXT-REC(WRK-POS-ENTRADA:1)
                       TO WRK-LINHA-LIMPA(WRK-POS-SAIDA:1)
               END-IF
           END-PERFORM.
       2050-TIRA-ASPAS-EXIT.
           EXIT.
      *VALIDA O MES E O INDICE DA LINHA E A DUPLICATA DENTRO DA CARGA
       2100-VALIDA-LINHA SECTION.
           PERFORM 2110-CONVERTE-MES.
           IF NOT LINHA-VALIDA
               GO TO 2100-VALIDA-LINHA-EXIT
           END-IF.
           IF WRK-ANOMES > WRK-DATA-HOJE(1:6)
               MOVE "MES AINDA NAO ENCERRADO" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2100-VALIDA-LINHA-EXIT
           END-IF.
           MOVE WRK-CAMPO-INDICE TO CNV-ENTRADA.
           PERFORM 9800-CONVERTE-INDICE.
           IF NOT CNV-VALIDO
               MOVE "INDICE NAO NUMERICO" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2100-VALIDA-LINHA-EXIT
           END-IF.
           IF CNV-QTD-DEC > 6
               MOVE "INDICE COM MAIS DE 6 DEC." TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2100-VALIDA-LINHA-EXIT
           END-IF.
           IF CNV-RESULTADO = ZEROS OR CNV-QTD-DIG > 8
               MOVE "INDICE FORA DA FAIXA" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2100-VALIDA-LINHA-EXIT
           END-IF.
           MOVE CNV-RESULTADO TO WRK-INDICE.
           PERFORM 2150-VERIFICA-DUPLICATA.
           IF DUPLICADO-NA-CARGA
               MOVE "MES DUPLICADO NA CARGA" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
           END-IF.
       2100-VALIDA-LINHA-EXIT.
           EXIT.
      *MONTA O AAAAMM A PARTIR DE DD/MM/AAAA, MM/AAAA OU AAAAMM E
      *CONFERE O MES PELO VALDATA (DIA 01)
       2110-CONVERTE-MES SECTION.
           MOVE ZEROS TO WRK-ANOMES.
           EVALUATE TRUE
               WHEN WRK-CAMPO-MES(3:1) = '/'
                AND WRK-CAMPO-MES(6:1) = '/'
                AND WRK-CAMPO-MES(11:4) = SPACES
                   MOVE WRK-CAMPO-MES(7:4) TO WRK-ANOMES(1:4)
                   MOVE WRK-CAMPO-MES(4:2) TO WRK-ANOMES(5:2)
               WHEN WRK-CAMPO-MES(3:1) = '/'
                AND WRK-CAMPO-MES(8:7) = SPACES
                   MOVE WRK-CAMPO-MES(4:4) TO WRK-ANOMES(1:4)
                   MOVE WRK-CAMPO-MES(1:2) TO WRK-ANOMES(5:2)
               WHEN WRK-CAMPO-MES(7:8) = SPACES
                   MOVE WRK-CAMPO-MES(1:6) TO WRK-ANOMES
               WHEN OTHER
                   MOVE 'N' TO WS-LINHA-OK
           END-EVALUATE.
           IF NOT LINHA-VALIDA OR WRK-ANOMES NOT NUMERIC
               MOVE "MES EM FORMATO INVALIDO" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
               GO TO 2110-CONVERTE-MES-EXIT
           END-IF.
           MOVE WRK-ANOMES TO VDT-DATA(1:6).
           MOVE '01' TO VDT-DATA(7:2).
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               MOVE "MES INVALIDO" TO WRK-MOTIVO
               MOVE 'N' TO WS-LINHA-OK
           END-IF.
       2110-CONVERTE-MES-EXIT.
           EXIT.
      *PROCURA O MES ENTRE OS JA ACEITOS NESTA MESMA CARGA
       2150-VERIFICA-DUPLICATA SECTION.
           MOVE 'N' TO WS-DUP-CARGA.
           PERFORM VARYING IX-CARGA FROM 1 BY 1
                   UNTIL IX-CARGA > WRK-QTD-CARGA
                      OR DUPLICADO-NA-CARGA
               IF WRK-MES-CARGA(IX-CARGA) = WRK-ANOMES
                   SET DUPLICADO-NA-CARGA TO TRUE
               END-IF
           END-PERFORM.
       2150-VERIFICA-DUPLICATA-EXIT.
           EXIT.
      *INCLUI O MES NOVO, REGRAVA O MES REVISADO OU DEIXA O MES IGUAL
      *COMO ESTA, E LISTA NA CRITICA
       2200-GRAVA-INDICE SECTION.
           IF WRK-QTD-CARGA < 1200
               ADD 1 TO WRK-QTD-CARGA
               MOVE WRK-ANOMES TO WRK-MES-CARGA(WRK-QTD-CARGA)
           END-IF.
           MOVE WRK-ANOMES TO NI-ANOMES.
           READ INDICES
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO DET-MOTIVO.
           IF WS-INDICES-STATUS = '00'
               IF NI-INDICE = WRK-INDICE
                   ADD 1 TO CNT-INALTERADAS
                   MOVE "IGUAL    " TO DET-SITUACAO
                   MOVE "JA CARREGADO" TO DET-MOTIVO
               ELSE
                   MOVE INDICE-REC TO WRK-IMAGEM-ANTES
                   MOVE WRK-INDICE    TO NI-INDICE
                   MOVE SPACES        TO NI-OPERADOR
                   MOVE WRK-DATA-HOJE TO NI-DATA-INCL
                   REWRITE INDICE-REC
                   ADD 1 TO CNT-REVISADAS
                   MOVE "REVISADO " TO DET-SITUACAO
                   MOVE 'A' TO AUD-ACAO
                   PERFORM 8600-GRAVA-AUDITORIA
               END-IF
           ELSE
               MOVE WRK-ANOMES    TO NI-ANOMES
               MOVE WRK-INDICE    TO NI-INDICE
               MOVE SPACES        TO NI-OPERADOR
               MOVE WRK-DATA-HOJE TO NI-DATA-INCL
               WRITE INDICE-REC
               ADD 1 TO CNT-INCLUIDAS
               MOVE "ACEITA   " TO DET-SITUACAO
               MOVE SPACES TO WRK-IMAGEM-ANTES
               MOVE 'I' TO AUD-ACAO
               PERFORM 8600-GRAVA-AUDITORIA
           END-IF.
           MOVE INDEXT-REC TO DET-LINHA.
           WRITE REL-LINHA FROM REL-DETALHE.
       2200-GRAVA-INDICE-EXIT.
           EXIT.
      *ESCREVE OS TOTAIS, LISTA OS BURACOS DA SERIE E FECHA OS ARQUIVOS
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-LIDAS TO WRK-CONT-EDT.
           STRING "LINHAS LIDAS.......: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-IGNORADAS TO WRK-CONT-EDT.
           STRING "LINHAS DE CABECALHO: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-INCLUIDAS TO WRK-CONT-EDT.
           STRING "MESES INCLUIDOS....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-REVISADAS TO WRK-CONT-EDT.
           STRING "MESES REVISADOS....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-INALTERADAS TO WRK-CONT-EDT.
           STRING "MESES JA CARREGADOS: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-REJEITADAS TO WRK-CONT-EDT.
           STRING "LINHAS REJEITADAS..: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               PERFORM 3100-LISTA-BURACOS
           END-IF.
           CLOSE INDEXT.
           CLOSE INDICES.
           CLOSE RELINDC.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               IF CNT-REJEITADAS > ZEROS OR CNT-BURACOS > ZEROS
                  OR CNT-INCLUIDAS + CNT-REVISADAS + CNT-INALTERADAS
                     = ZEROS
                   MOVE RC-AVISO TO RETURN-CODE
               ELSE
                   MOVE RC-SUCESSO TO RETURN-CODE
               END-IF
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *PERCORRE A TABELA INTEIRA E LISTA CADA INTERVALO DE MESES SEM
      *INDICE ENTRE O PRIMEIRO E O ULTIMO MES CARREGADOS
       3100-LISTA-BURACOS SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "MESES SEM INDICE NA SERIE:" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WS-FIM-INDICES.
           MOVE ZEROS TO WRK-ANOMES-ESPERADO.
           MOVE ZEROS TO NI-ANOMES.
           START INDICES KEY >= NI-ANOMES
               INVALID KEY
                   SET FIM-INDICES TO TRUE
           END-START.
           PERFORM UNTIL FIM-INDICES
               READ INDICES NEXT
                   AT END
                       SET FIM-INDICES TO TRUE
                   NOT AT END
                       IF WRK-ANOMES-ESPERADO NOT = ZEROS
                          AND NI-ANOMES NOT = WRK-ANOMES-ESPERADO
                           ADD 1 TO CNT-BURACOS
                           MOVE WRK-ANOMES-ESPERADO TO BUR-DE
                           MOVE NI-ANOMES TO WRK-ANOMES
                           IF WRK-MES = 1
                               SUBTRACT 1 FROM WRK-ANO
                               MOVE 12 TO WRK-MES
                           ELSE
                               SUBTRACT 1 FROM WRK-MES
                           END-IF
                           MOVE WRK-ANOMES TO BUR-ATE
                           WRITE REL-LINHA FROM REL-BURACO
                       END-IF
                       MOVE NI-ANOMES TO WRK-ANOMES-ESPERADO
                       IF WRK-MES-ESPERADO = 12
                           ADD 1 TO WRK-ANO-ESPERADO
                           MOVE 1 TO WRK-MES-ESPERADO
                       ELSE
                           ADD 1 TO WRK-MES-ESPERADO
                       END-IF
               END-READ
           END-PERFORM.
           IF CNT-BURACOS = ZEROS
               MOVE "NENHUM - SERIE CONTINUA" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3100-LISTA-BURACOS-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM)
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'INDCARGA' TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-OPERADOR.
           MOVE 'INDICES ' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE NI-ANOMES TO AUD-CHAVE(1:6).
           MOVE WRK-IMAGEM-ANTES TO AUD-ANTES.
           MOVE INDICE-REC TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
      *CONVERTE CNV-ENTRADA EM CNV-RESULTADO. COM VIRGULA NO CAMPO, A
      *VIRGULA E A DECIMAL E OS PONTOS SAO DE MILHAR (DESPREZADOS);
      *SEM VIRGULA, O PONTO E A DECIMAL. CASAS ALEM DA SEXTA SAO
      *CONTADAS EM CNV-QTD-DEC PARA O CHAMADOR RECUSAR
       9800-CONVERTE-INDICE SECTION.
           MOVE ZEROS TO CNV-QTD-VIRGULA.
           INSPECT CNV-ENTRADA TALLYING CNV-QTD-VIRGULA FOR ALL ','.
           IF CNV-QTD-VIRGULA > 0
               MOVE ',' TO CNV-SEPARADOR
           ELSE
               MOVE '.' TO CNV-SEPARADOR
           END-IF.
           MOVE 'N' TO WS-CNV-SEPARADOR.
           MOVE 'N' TO WS-CNV-FIM.
           MOVE 'S' TO WS-CNV-OK.
           MOVE ZEROS TO CNV-PARTE-INT CNV-PARTE-DEC
               CNV-QTD-DIG CNV-QTD-DEC CNV-RESULTADO.
           PERFORM VARYING CNV-POS FROM 1 BY 1
                   UNTIL CNV-POS > 20 OR CNV-ACABOU
               MOVE CNV-ENTRADA(CNV-POS:1) TO CNV-CHAR
               EVALUATE TRUE
                   WHEN CNV-CHAR = SPACE
                       SET CNV-ACABOU TO TRUE
                   WHEN CNV-CHAR = CNV-SEPARADOR
                    AND NOT CNV-VIU-SEPARADOR
                       SET CNV-VIU-SEPARADOR TO TRUE
                   WHEN CNV-CHAR = '.' AND CNV-SEPARADOR = ','
                    AND NOT CNV-VIU-SEPARADOR
                       CONTINUE
                   WHEN CNV-CHAR >= '0' AND CNV-CHAR <= '9'
                       MOVE CNV-CHAR TO CNV-DIGITO
                       IF CNV-VIU-SEPARADOR
                           IF CNV-QTD-DEC < 6
                               COMPUTE CNV-PARTE-DEC =
                                   (CNV-PARTE-DEC * 10) + CNV-DIGITO
                           END-IF
                           ADD 1 TO CNV-QTD-DEC
                       ELSE
                           IF CNV-QTD-DIG < 8
                               COMPUTE CNV-PARTE-INT =
                                   (CNV-PARTE-INT * 10) + CNV-DIGITO
                           END-IF
                           ADD 1 TO CNV-QTD-DIG
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-CNV-OK
               END-EVALUATE
           END-PERFORM.
           IF CNV-QTD-DIG = 0 AND CNV-QTD-DEC = 0
               MOVE 'N' TO WS-CNV-OK
           END-IF.
           IF CNV-VALIDO AND CNV-QTD-DEC <= 6
               COMPUTE CNV-RESULTADO = CNV-PARTE-INT +
                   (CNV-PARTE-DEC / (10 ** CNV-QTD-DEC))
           END-IF.
       9800-CONVERTE-INDICE-EXIT.
           EXIT.
       END PROGRAM INDCARGA.

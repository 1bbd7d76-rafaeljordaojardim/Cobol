      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: REGISTRO DAS CALIBRACOES DOS QUIOSQUES E BALANCAS -
      *          CADA CALIBRACAO ENTRA NO LOG CALIBLOG (DISPOSITIVO +
      *          DATA) COM O TECNICO, O PESO PADRAO USADO, A LEITURA
      *          DA BALANCA E O RESULTADO (A APROVADA, J AJUSTADA, R
      *          REPROVADA). APROVADA OU AJUSTADA VENCE EM DATA +
      *          PERIODICIDADE DO DISPMSTR (DIA ACIMA DE 28 RECUADO
      *          PARA 28, COMO NO AGDPROX); REPROVADA DEIXA O
      *          DISPOSITIVO SEM CALIBRACAO VALIDA (PROXIMA ZERADA), E
      *          AS MEDICOES DELE SAEM COMO VENCIDAS NO VERDISP ATE A
      *          PROXIMA CALIBRACAO BOA. CALIBRACAO ANTERIOR A ULTIMA
      *          DO CADASTRO SO ENTRA NO LOG. TAMBEM CONSULTA O
      *          HISTORICO DE UM DISPOSITIVO. O LOG E O CADASTRO VAO
      *          PARA A TRILHA AUDITMST.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPMSTR ASSIGN TO "DISPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CODIGO
               FILE STATUS IS WS-DISPMSTR-STATUS.
           SELECT CALIBLOG ASSIGN TO "CALIBLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-CALIBLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPMSTR.
       COPY DSPREC.
       FD  CALIBLOG.
       COPY CALREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-CODIGO      PIC X(005) VALUE SPACES.
       01 WRK-DATA        PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-HOJE   PIC 9(008) VALUE ZEROS.
       01 WRK-TECNICO     PIC X(020) VALUE SPACES.
       01 WRK-PESO-PADRAO PIC 9(003)V99 VALUE ZEROS.
       01 WRK-LEITURA     PIC 9(003)V99 VALUE ZEROS.
       01 WRK-RESULTADO   PIC X(001) VALUE SPACE.
       01 WRK-OBSERVACAO  PIC X(030) VALUE SPACES.
       01 WRK-PESO-EDT    PIC ZZ9.99.
       01 WRK-LEIT-EDT    PIC ZZ9.99.
       01 WRK-PROX-DATA.
           05 PRX-AAAA    PIC 9(004).
           05 PRX-MM      PIC 9(002).
           05 PRX-DD      PIC 9(002).
       01 WRK-PROX-NUM REDEFINES WRK-PROX-DATA PIC 9(008).
       01 WRK-IMAGEM-ANTES PIC X(088) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-DISPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-CALIBLOG-STATUS PIC X(002) VALUE '00'.
           05 WS-REG-ENCONTRADO PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
           05 WS-FIM-CALIBLOG   PIC X(001) VALUE 'N'.
               88 FIM-CALIBLOG       VALUE 'S'.
           05 WS-VALORES-OK     PIC X(001) VALUE 'N'.
               88 VALORES-VALIDOS    VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'CALMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO CALMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 3
               DISPLAY 'CALIBRACAO DE QUIOSQUES E BALANCAS'
               DISPLAY '1 - REGISTRAR CALIBRACAO'
               DISPLAY '2 - HISTORICO DO DISPOSITIVO'
               DISPLAY '3 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-REGISTRA
                   WHEN WRK-OPCAO = 2
                       PERFORM 2300-HISTORICO
                   WHEN WRK-OPCAO = 3
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O CADASTRO E O LOG, CRIANDO O LOG NA PRIMEIRA EXECUCAO
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O DISPMSTR.
           IF WS-DISPMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O DISPMSTR - STATUS '
                   WS-DISPMSTR-STATUS
               DISPLAY 'CADASTRE OS DISPOSITIVOS NO DSPMAINT'
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 3 TO WRK-OPCAO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN I-O CALIBLOG.
           IF WS-CALIBLOG-STATUS = '35'
               OPEN OUTPUT CALIBLOG
               CLOSE CALIBLOG
               OPEN I-O CALIBLOG
           END-IF.
           IF WS-CALIBLOG-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CALIBLOG - STATUS '
                   WS-CALIBLOG-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 3 TO WRK-OPCAO
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PEDE O CODIGO E PROCURA O DISPOSITIVO
       2000-BUSCA-REGISTRO SECTION.
           DISPLAY 'CODIGO DO QUIOSQUE/BALANCA (5 POSICOES)'.
           ACCEPT WRK-CODIGO.
           INSPECT WRK-CODIGO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WRK-CODIGO TO DSP-CODIGO.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           READ DISPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DISPMSTR-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
           END-IF.
       2000-BUSCA-REGISTRO-EXIT.
           EXIT.
      *REGISTRA UMA CALIBRACAO E ATUALIZA AS DATAS DO DISPOSITIVO
       2100-REGISTRA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'DISPOSITIVO NAO CADASTRADO'
               GO TO 2100-REGISTRA-EXIT
           END-IF.
           IF DSP-INATIVO
               DISPLAY 'DISPOSITIVO INATIVO - REATIVE NO DSPMAINT'
               GO TO 2100-REGISTRA-EXIT
           END-IF.
           DISPLAY DSP-DESCRICAO ' - ' DSP-LOCAL.
           DISPLAY 'ULTIMA CALIB: ' DSP-ULT-CALIB
               '  PROXIMA: ' DSP-PROX-CALIB.
           PERFORM 2400-PEDE-DADOS.
           IF NOT VALORES-VALIDOS
               GO TO 2100-REGISTRA-EXIT
           END-IF.
           IF WRK-RESULTADO = 'R'
               MOVE ZEROS TO WRK-PROX-NUM
           ELSE
               PERFORM 2500-CALCULA-PROXIMA
           END-IF.
           MOVE WRK-CODIGO      TO CAL-DISPOSITIVO.
           MOVE WRK-DATA        TO CAL-DATA.
           MOVE WRK-TECNICO     TO CAL-TECNICO.
           MOVE WRK-PESO-PADRAO TO CAL-PESO-PADRAO.
           MOVE WRK-LEITURA     TO CAL-LEITURA.
           MOVE WRK-RESULTADO   TO CAL-RESULTADO.
           MOVE WRK-PROX-NUM    TO CAL-PROX-CALIB.
           MOVE SIGN-OPERADOR   TO CAL-OPERADOR.
           MOVE WRK-OBSERVACAO  TO CAL-OBSERVACAO.
           WRITE CALIBLOG-REC
               INVALID KEY
                   DISPLAY 'CALIBRACAO JA REGISTRADA NESTA DATA - '
                       'STATUS ' WS-CALIBLOG-STATUS
           END-WRITE.
           IF WS-CALIBLOG-STATUS NOT = '00'
               GO TO 2100-REGISTRA-EXIT
           END-IF.
           MOVE 'I' TO AUD-ACAO.
           MOVE SPACES TO WRK-IMAGEM-ANTES.
           PERFORM 8600-GRAVA-AUDITORIA.
           IF WRK-DATA < DSP-ULT-CALIB
               DISPLAY 'CALIBRACAO ANTERIOR A ULTIMA DO CADASTRO - '
                   'SO REGISTRADA NO LOG'
               GO TO 2100-REGISTRA-EXIT
           END-IF.
           MOVE DISPMSTR-REC TO WRK-IMAGEM-ANTES.
           MOVE WRK-DATA     TO DSP-ULT-CALIB.
           MOVE WRK-PROX-NUM TO DSP-PROX-CALIB.
           REWRITE DISPMSTR-REC.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8700-AUDITA-DISPOSITIVO.
           IF WRK-RESULTADO = 'R'
               DISPLAY 'CALIBRACAO REPROVADA - DISPOSITIVO SEM '
                   'CALIBRACAO VALIDA'
           ELSE
               DISPLAY 'CALIBRACAO REGISTRADA - PROXIMA EM '
                   WRK-PROX-NUM
           END-IF.
       2100-REGISTRA-EXIT.
           EXIT.
      *LISTA AS CALIBRACOES DE UM DISPOSITIVO
       2300-HISTORICO SECTION.
           DISPLAY 'CODIGO DO QUIOSQUE/BALANCA (5 POSICOES)'.
           ACCEPT WRK-CODIGO.
           INSPECT WRK-CODIGO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 'N' TO WS-FIM-CALIBLOG.
           MOVE WRK-CODIGO TO CAL-DISPOSITIVO.
           MOVE ZEROS      TO CAL-DATA.
           START CALIBLOG KEY >= CAL-CHAVE
               INVALID KEY
                   SET FIM-CALIBLOG TO TRUE
           END-START.
           DISPLAY 'DATA     TECNICO              PADRAO LEITURA R '
               'PROXIMA  OBSERVACAO'.
           PERFORM UNTIL FIM-CALIBLOG
               READ CALIBLOG NEXT
                   AT END
                       SET FIM-CALIBLOG TO TRUE
                   NOT AT END
                       IF CAL-DISPOSITIVO NOT = WRK-CODIGO
                           SET FIM-CALIBLOG TO TRUE
                       ELSE
                           MOVE CAL-PESO-PADRAO TO WRK-PESO-EDT
                           MOVE CAL-LEITURA     TO WRK-LEIT-EDT
                           DISPLAY CAL-DATA ' ' CAL-TECNICO ' '
                               WRK-PESO-EDT ' ' WRK-LEIT-EDT '  '
                               CAL-RESULTADO ' ' CAL-PROX-CALIB ' '
                               CAL-OBSERVACAO
                       END-IF
               END-READ
           END-PERFORM.
       2300-HISTORICO-EXIT.
           EXIT.
      *PEDE E CONFERE OS DADOS DA CALIBRACAO
       2400-PEDE-DADOS SECTION.
           MOVE 'N' TO WS-VALORES-OK.
           DISPLAY 'DATA DA CALIBRACAO (AAAAMMDD, ZEROS = HOJE)'.
           ACCEPT WRK-DATA.
           IF WRK-DATA NOT NUMERIC OR WRK-DATA = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA
           END-IF.
           IF WRK-DATA > WRK-DATA-HOJE
               DISPLAY 'DATA DA CALIBRACAO NO FUTURO'
               GO TO 2400-PEDE-DADOS-EXIT
           END-IF.
           DISPLAY 'TECNICO RESPONSAVEL'.
           ACCEPT WRK-TECNICO.
           DISPLAY 'PESO PADRAO USADO EM KG (999.99)'.
           ACCEPT WRK-PESO-PADRAO.
           DISPLAY 'LEITURA DA BALANCA EM KG (999.99)'.
           ACCEPT WRK-LEITURA.
           DISPLAY 'RESULTADO (A=APROVADA J=AJUSTADA R=REPROVADA)'.
           ACCEPT WRK-RESULTADO.
           INSPECT WRK-RESULTADO CONVERTING 'ajr' TO 'AJR'.
           DISPLAY 'OBSERVACAO'.
           ACCEPT WRK-OBSERVACAO.
           IF WRK-TECNICO = SPACES
               DISPLAY 'TECNICO E OBRIGATORIO'
               GO TO 2400-PEDE-DADOS-EXIT
           END-IF.
           IF WRK-PESO-PADRAO NOT NUMERIC OR WRK-PESO-PADRAO = ZEROS
               DISPLAY 'PESO PADRAO INVALIDO'
               GO TO 2400-PEDE-DADOS-EXIT
           END-IF.
           IF WRK-LEITURA NOT NUMERIC
               DISPLAY 'LEITURA INVALIDA'
               GO TO 2400-PEDE-DADOS-EXIT
           END-IF.
           IF WRK-RESULTADO NOT = 'A' AND NOT = 'J' AND NOT = 'R'
               DISPLAY 'RESULTADO INVALIDO'
               GO TO 2400-PEDE-DADOS-EXIT
           END-IF.
           SET VALORES-VALIDOS TO TRUE.
       2400-PEDE-DADOS-EXIT.
           EXIT.
      *PROXIMA CALIBRACAO: DATA + PERIODICIDADE EM MESES, DIA ACIMA DE
      *28 RECUADO PARA 28 (MESMA REGRA DO AGDPROX)
       2500-CALCULA-PROXIMA SECTION.
           MOVE WRK-DATA TO WRK-PROX-NUM.
           ADD DSP-PERIODO-MESES TO PRX-MM.
           PERFORM UNTIL PRX-MM NOT > 12
               SUBTRACT 12 FROM PRX-MM
               ADD 1 TO PRX-AAAA
           END-PERFORM.
           IF PRX-DD > 28
               MOVE 28 TO PRX-DD
           END-IF.
       2500-CALCULA-PROXIMA-EXIT.
           EXIT.
      *FECHA O CADASTRO E O LOG
       3000-FINALIZA SECTION.
           IF WS-DISPMSTR-STATUS NOT = '35'
               CLOSE DISPMSTR
               CLOSE CALIBLOG
           END-IF.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *GRAVA A CALIBRACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM)
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'CALMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'CALIBLOG' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE CAL-CHAVE TO AUD-CHAVE(1:13).
           MOVE WRK-IMAGEM-ANTES TO AUD-ANTES.
           MOVE CALIBLOG-REC TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
      *GRAVA A ATUALIZACAO DAS DATAS DO DISPOSITIVO NA TRILHA
       8700-AUDITA-DISPOSITIVO SECTION.
           MOVE 'CALMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'DISPMSTR' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE DSP-CODIGO TO AUD-CHAVE(1:5).
           MOVE WRK-IMAGEM-ANTES TO AUD-ANTES.
           MOVE DISPMSTR-REC TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8700-AUDITA-DISPOSITIVO-EXIT.
           EXIT.
       END PROGRAM CALMAINT.

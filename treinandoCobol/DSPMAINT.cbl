      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE QUIOSQUES E BALANCAS
      *          (DISPMSTR) - INCLUIR UM DISPOSITIVO COM DESCRICAO,
      *          LOCAL E PERIODICIDADE DA CALIBRACAO EM MESES, ALTERAR
      *          ESSES DADOS, INATIVAR/REATIVAR, CONSULTAR (COM A
      *          ULTIMA E A PROXIMA CALIBRACAO E A SITUACAO HOJE) E
      *          LISTAR O CADASTRO. AS DATAS DE CALIBRACAO SO MUDAM
      *          PELO CALMAINT, QUE REGISTRA A CALIBRACAO NO CALIBLOG.
      *          TODA INCLUSAO E ALTERACAO VAI PARA A TRILHA AUDITMST
      *          COM AS IMAGENS ANTES/DEPOIS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMO DESENHO DO ZONMAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPMSTR ASSIGN TO "DISPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CODIGO
               FILE STATUS IS WS-DISPMSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPMSTR.
       COPY DSPREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-CODIGO      PIC X(005) VALUE SPACES.
       01 WRK-DESCRICAO   PIC X(020) VALUE SPACES.
       01 WRK-LOCAL       PIC X(030) VALUE SPACES.
       01 WRK-PERIODO     PIC 9(002) VALUE ZEROS.
       01 WRK-DATA-HOJE   PIC 9(008) VALUE ZEROS.
       01 WRK-SIT-CALIB   PIC X(010) VALUE SPACES.
       01 WRK-IMAGEM-ANTES PIC X(074) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-DISPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-REG-ENCONTRADO PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
           05 WS-FIM-DISPMSTR   PIC X(001) VALUE 'N'.
               88 FIM-DISPMSTR       VALUE 'S'.
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
           MOVE 'DSPMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO DSPMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 7
               DISPLAY 'CADASTRO DE QUIOSQUES E BALANCAS'
               DISPLAY '1 - INCLUIR DISPOSITIVO'
               DISPLAY '2 - ALTERAR DADOS'
               DISPLAY '3 - INATIVAR'
               DISPLAY '4 - REATIVAR'
               DISPLAY '5 - CONSULTAR'
               DISPLAY '6 - LISTAR'
               DISPLAY '7 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-INCLUI
                   WHEN WRK-OPCAO = 2
                       PERFORM 2200-ALTERA
                   WHEN WRK-OPCAO = 3
                       PERFORM 2300-INATIVA
                   WHEN WRK-OPCAO = 4
                       PERFORM 2400-REATIVA
                   WHEN WRK-OPCAO = 5
                       PERFORM 2500-CONSULTA
                   WHEN WRK-OPCAO = 6
                       PERFORM 2600-LISTA
                   WHEN WRK-OPCAO = 7
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O CADASTRO, CRIANDO-O NA PRIMEIRA EXECUCAO (STATUS 35)
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O DISPMSTR.
           IF WS-DISPMSTR-STATUS = '35'
               OPEN OUTPUT DISPMSTR
               CLOSE DISPMSTR
               OPEN I-O DISPMSTR
           END-IF.
           IF WS-DISPMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O DISPMSTR - STATUS '
                   WS-DISPMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 7 TO WRK-OPCAO
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
      *INCLUI UM DISPOSITIVO ATIVO, AINDA SEM CALIBRACAO REGISTRADA
       2100-INCLUI SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF REG-ENCONTRADO
               DISPLAY 'DISPOSITIVO JA CADASTRADO: ' DSP-DESCRICAO
               GO TO 2100-INCLUI-EXIT
           END-IF.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO INVALIDO'
               GO TO 2100-INCLUI-EXIT
           END-IF.
           PERFORM 2700-PEDE-DADOS.
           IF NOT VALORES-VALIDOS
               GO TO 2100-INCLUI-EXIT
           END-IF.
           MOVE WRK-CODIGO    TO DSP-CODIGO.
           MOVE WRK-DESCRICAO TO DSP-DESCRICAO.
           MOVE WRK-LOCAL     TO DSP-LOCAL.
           MOVE WRK-PERIODO   TO DSP-PERIODO-MESES.
           SET DSP-ATIVO      TO TRUE.
           MOVE ZEROS         TO DSP-ULT-CALIB.
           MOVE ZEROS         TO DSP-PROX-CALIB.
           WRITE DISPMSTR-REC
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR - STATUS '
                       WS-DISPMSTR-STATUS
           END-WRITE.
           IF WS-DISPMSTR-STATUS = '00'
               MOVE 'I' TO AUD-ACAO
               MOVE SPACES TO WRK-IMAGEM-ANTES
               PERFORM 8600-GRAVA-AUDITORIA
               DISPLAY 'DISPOSITIVO INCLUIDO - REGISTRE A CALIBRACAO '
                   'NO CALMAINT ANTES DE USAR'
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.
      *ALTERA DESCRICAO, LOCAL E PERIODICIDADE DA CALIBRACAO
       2200-ALTERA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'DISPOSITIVO NAO CADASTRADO'
               GO TO 2200-ALTERA-EXIT
           END-IF.
           MOVE DISPMSTR-REC TO WRK-IMAGEM-ANTES.
           DISPLAY 'DESCRICAO ATUAL: ' DSP-DESCRICAO.
           DISPLAY 'LOCAL ATUAL....: ' DSP-LOCAL.
           DISPLAY 'PERIODO ATUAL..: ' DSP-PERIODO-MESES ' MESES'.
           PERFORM 2700-PEDE-DADOS.
           IF NOT VALORES-VALIDOS
               DISPLAY 'DADOS NAO ALTERADOS'
               GO TO 2200-ALTERA-EXIT
           END-IF.
           MOVE WRK-DESCRICAO TO DSP-DESCRICAO.
           MOVE WRK-LOCAL     TO DSP-LOCAL.
           MOVE WRK-PERIODO   TO DSP-PERIODO-MESES.
           REWRITE DISPMSTR-REC.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'DADOS ALTERADOS'.
       2200-ALTERA-EXIT.
           EXIT.
      *INATIVA O DISPOSITIVO - MEDICOES NELE SAEM COMO DESCONHECIDO
       2300-INATIVA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'DISPOSITIVO NAO CADASTRADO'
               GO TO 2300-INATIVA-EXIT
           END-IF.
           IF DSP-INATIVO
               DISPLAY 'DISPOSITIVO JA ESTA INATIVO'
               GO TO 2300-INATIVA-EXIT
           END-IF.
           MOVE DISPMSTR-REC TO WRK-IMAGEM-ANTES.
           SET DSP-INATIVO TO TRUE.
           REWRITE DISPMSTR-REC.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'DISPOSITIVO INATIVADO'.
       2300-INATIVA-EXIT.
           EXIT.
      *REATIVA O DISPOSITIVO (AS DATAS DE CALIBRACAO NAO MUDAM)
       2400-REATIVA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'DISPOSITIVO NAO CADASTRADO'
               GO TO 2400-REATIVA-EXIT
           END-IF.
           IF DSP-ATIVO
               DISPLAY 'DISPOSITIVO JA ESTA ATIVO'
               GO TO 2400-REATIVA-EXIT
           END-IF.
           MOVE DISPMSTR-REC TO WRK-IMAGEM-ANTES.
           SET DSP-ATIVO TO TRUE.
           REWRITE DISPMSTR-REC.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'DISPOSITIVO REATIVADO'.
       2400-REATIVA-EXIT.
           EXIT.
      *MOSTRA O DISPOSITIVO E A SITUACAO DA CALIBRACAO HOJE
       2500-CONSULTA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'DISPOSITIVO NAO CADASTRADO'
               GO TO 2500-CONSULTA-EXIT
           END-IF.
           PERFORM 2800-CLASSIFICA-CALIB.
           DISPLAY 'CODIGO.........: ' DSP-CODIGO.
           DISPLAY 'DESCRICAO......: ' DSP-DESCRICAO.
           DISPLAY 'LOCAL..........: ' DSP-LOCAL.
           DISPLAY 'SITUACAO.......: ' DSP-SITUACAO.
           DISPLAY 'PERIODO........: ' DSP-PERIODO-MESES ' MESES'.
           DISPLAY 'ULTIMA CALIB...: ' DSP-ULT-CALIB.
           DISPLAY 'PROXIMA CALIB..: ' DSP-PROX-CALIB.
           DISPLAY 'CALIBRACAO HOJE: ' WRK-SIT-CALIB.
       2500-CONSULTA-EXIT.
           EXIT.
      *LISTA TODO O CADASTRO NA ORDEM DO CODIGO
       2600-LISTA SECTION.
           MOVE 'N' TO WS-FIM-DISPMSTR.
           MOVE LOW-VALUES TO DSP-CODIGO.
           START DISPMSTR KEY >= DSP-CODIGO
               INVALID KEY
                   SET FIM-DISPMSTR TO TRUE
           END-START.
           DISPLAY 'COD   DESCRICAO            S ULT CALIB PROX CALIB'
               ' CALIBRACAO'.
           PERFORM UNTIL FIM-DISPMSTR
               READ DISPMSTR NEXT
                   AT END
                       SET FIM-DISPMSTR TO TRUE
                   NOT AT END
                       PERFORM 2800-CLASSIFICA-CALIB
                       DISPLAY DSP-CODIGO ' ' DSP-DESCRICAO ' '
                           DSP-SITUACAO ' ' DSP-ULT-CALIB '  '
                           DSP-PROX-CALIB '   ' WRK-SIT-CALIB
               END-READ
           END-PERFORM.
       2600-LISTA-EXIT.
           EXIT.
      *PEDE E CONFERE DESCRICAO, LOCAL E PERIODICIDADE
       2700-PEDE-DADOS SECTION.
           MOVE 'N' TO WS-VALORES-OK.
           DISPLAY 'DESCRICAO DO DISPOSITIVO'.
           ACCEPT WRK-DESCRICAO.
           DISPLAY 'LOCAL (PREDIO/ANDAR/SALA)'.
           ACCEPT WRK-LOCAL.
           DISPLAY 'PERIODICIDADE DA CALIBRACAO EM MESES (01-24)'.
           ACCEPT WRK-PERIODO.
           IF WRK-DESCRICAO = SPACES OR WRK-LOCAL = SPACES
               DISPLAY 'DESCRICAO E LOCAL SAO OBRIGATORIOS'
               GO TO 2700-PEDE-DADOS-EXIT
           END-IF.
           IF WRK-PERIODO NOT NUMERIC OR WRK-PERIODO = ZEROS
              OR WRK-PERIODO > 24
               DISPLAY 'PERIODICIDADE INVALIDA'
               GO TO 2700-PEDE-DADOS-EXIT
           END-IF.
           SET VALORES-VALIDOS TO TRUE.
       2700-PEDE-DADOS-EXIT.
           EXIT.
      *SITUACAO DA CALIBRACAO NA DATA DE HOJE (MESMA REGRA DO VERDISP)
       2800-CLASSIFICA-CALIB SECTION.
           EVALUATE TRUE
               WHEN DSP-INATIVO
                   MOVE 'INATIVO'   TO WRK-SIT-CALIB
               WHEN DSP-PROX-CALIB = ZEROS
                   MOVE 'SEM CALIB' TO WRK-SIT-CALIB
               WHEN WRK-DATA-HOJE > DSP-PROX-CALIB
                   MOVE 'VENCIDA'   TO WRK-SIT-CALIB
               WHEN OTHER
                   MOVE 'EM DIA'    TO WRK-SIT-CALIB
           END-EVALUATE.
       2800-CLASSIFICA-CALIB-EXIT.
           EXIT.
      *FECHA O CADASTRO
       3000-FINALIZA SECTION.
           CLOSE DISPMSTR.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM)
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'DSPMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'DISPMSTR' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE DSP-CODIGO TO AUD-CHAVE(1:5).
           MOVE WRK-IMAGEM-ANTES TO AUD-ANTES.
           MOVE DISPMSTR-REC TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM DSPMAINT.

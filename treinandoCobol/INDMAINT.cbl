      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE INDICES DE PRECOS (INDICES) -
      *          INCLUIR O NUMERO-INDICE DE UM MES, CORRIGIR UM INDICE
      *          JA LANCADO E CONSULTAR A SERIE A PARTIR DE UM MES. E A
      *          BASE DA CORRECAO MONETARIA DO CALCLOTE E DO
      *          calcSimples (PELO SERVICO CORRMON); A SERIE OFICIAL
      *          COMPLETA ENTRA EM LOTE PELO INDCARGA, ESTA TELA E PARA
      *          O MES AVULSO E PARA ACERTO. A LINHA GUARDA QUEM LANCOU
      *          E QUANDO, E TODA INCLUSAO E CORRECAO VAI PARA A TRILHA
      *          AUDITMST COM AS IMAGENS ANTES/DEPOIS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMO DESENHO DO CAMMAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES ASSIGN TO "INDICES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NI-ANOMES
               FILE STATUS IS WS-INDICES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDICES.
       COPY INDREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       COPY VALDCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-ANOMES      PIC 9(006) VALUE ZEROS.
       01 WRK-INDICE      PIC 9(008)V9(006) VALUE ZEROS.
       01 WRK-DATA-HOJE   PIC 9(008) VALUE ZEROS.
       01 WRK-ANOMES-ESPERADO PIC 9(006) VALUE ZEROS.
       01 FILLER REDEFINES WRK-ANOMES-ESPERADO.
           05 WRK-ANO-ESPERADO PIC 9(004).
           05 WRK-MES-ESPERADO PIC 9(002).
       01 WRK-INDICE-EDT  PIC ZZZZZZZ9.999999.
       01 WRK-IMAGEM-ANTES PIC X(034) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-INDICES-STATUS PIC X(002) VALUE '00'.
           05 WS-REG-ENCONTRADO PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
           05 WS-FIM-INDICES    PIC X(001) VALUE 'N'.
               88 FIM-INDICES        VALUE 'S'.
           05 WS-CHAVE-OK       PIC X(001) VALUE 'N'.
               88 CHAVE-VALIDA       VALUE 'S'.
           05 WS-INDICE-OK      PIC X(001) VALUE 'N'.
               88 INDICE-VALIDO      VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'INDMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO INDMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 4
               DISPLAY 'TABELA DE INDICES DE PRECOS'
               DISPLAY '1 - INCLUIR INDICE DO MES'
               DISPLAY '2 - CORRIGIR INDICE DO MES'
               DISPLAY '3 - CONSULTAR SERIE'
               DISPLAY '4 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-INCLUI
                   WHEN WRK-OPCAO = 2
                       PERFORM 2200-CORRIGE
                   WHEN WRK-OPCAO = 3
                       PERFORM 2300-CONSULTA
                   WHEN WRK-OPCAO = 4
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE A TABELA, CRIANDO-A NA PRIMEIRA EXECUCAO (STATUS 35)
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
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
               MOVE 4 TO WRK-OPCAO
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PEDE O MES, CONFERE (AAAAMM COMO DIA 01) E PROCURA O INDICE
       2000-BUSCA-REGISTRO SECTION.
           MOVE 'N' TO WS-CHAVE-OK.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           DISPLAY 'MES DE REFERENCIA (AAAAMM)'.
           ACCEPT WRK-ANOMES.
           IF WRK-ANOMES NOT NUMERIC
               DISPLAY 'MES INVALIDO'
               GO TO 2000-BUSCA-REGISTRO-EXIT
           END-IF.
           MOVE WRK-ANOMES TO VDT-DATA(1:6).
           MOVE '01' TO VDT-DATA(7:2).
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'MES INVALIDO: ' VDT-MOTIVO
               GO TO 2000-BUSCA-REGISTRO-EXIT
           END-IF.
           IF WRK-ANOMES > WRK-DATA-HOJE(1:6)
               DISPLAY 'MES AINDA NAO ENCERRADO - SEM INDICE OFICIAL'
               GO TO 2000-BUSCA-REGISTRO-EXIT
           END-IF.
           SET CHAVE-VALIDA TO TRUE.
           MOVE WRK-ANOMES TO NI-ANOMES.
           READ INDICES
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-INDICES-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
           END-IF.
       2000-BUSCA-REGISTRO-EXIT.
           EXIT.
      *INCLUI O INDICE DE UM MES
       2100-INCLUI SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT CHAVE-VALIDA
               GO TO 2100-INCLUI-EXIT
           END-IF.
           IF REG-ENCONTRADO
               MOVE NI-INDICE TO WRK-INDICE-EDT
               DISPLAY 'INDICE JA LANCADO: ' WRK-INDICE-EDT
                   ' - USE A OPCAO 2 PARA CORRIGIR'
               GO TO 2100-INCLUI-EXIT
           END-IF.
           PERFORM 2400-PEDE-INDICE.
           IF NOT INDICE-VALIDO
               GO TO 2100-INCLUI-EXIT
           END-IF.
           MOVE WRK-ANOMES    TO NI-ANOMES.
           MOVE WRK-INDICE    TO NI-INDICE.
           MOVE SIGN-OPERADOR TO NI-OPERADOR.
           MOVE WRK-DATA-HOJE TO NI-DATA-INCL.
           WRITE INDICE-REC
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR - STATUS '
                       WS-INDICES-STATUS
           END-WRITE.
           IF WS-INDICES-STATUS = '00'
               MOVE 'I' TO AUD-ACAO
               MOVE SPACES TO WRK-IMAGEM-ANTES
               PERFORM 8600-GRAVA-AUDITORIA
               DISPLAY 'INDICE INCLUIDO'
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.
      *CORRIGE O INDICE DE UM MES JA LANCADO
       2200-CORRIGE SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT CHAVE-VALIDA
               GO TO 2200-CORRIGE-EXIT
           END-IF.
           IF NOT REG-ENCONTRADO
               DISPLAY 'INDICE NAO LANCADO'
               GO TO 2200-CORRIGE-EXIT
           END-IF.
           MOVE INDICE-REC TO WRK-IMAGEM-ANTES.
           MOVE NI-INDICE  TO WRK-INDICE-EDT.
           DISPLAY 'INDICE ATUAL: ' WRK-INDICE-EDT
               '  LANCADO POR ' NI-OPERADOR ' EM ' NI-DATA-INCL.
           PERFORM 2400-PEDE-INDICE.
           IF NOT INDICE-VALIDO
               DISPLAY 'INDICE NAO ALTERADO'
               GO TO 2200-CORRIGE-EXIT
           END-IF.
           MOVE WRK-INDICE    TO NI-INDICE.
           MOVE SIGN-OPERADOR TO NI-OPERADOR.
           MOVE WRK-DATA-HOJE TO NI-DATA-INCL.
           REWRITE INDICE-REC.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'INDICE CORRIGIDO'.
       2200-CORRIGE-EXIT.
           EXIT.
      *LISTA A SERIE A PARTIR DE UM MES, AVISANDO OS MESES QUE FALTAM
      *ENTRE DOIS LANCADOS (SEM ELES A CORRECAO E RECUSADA)
       2300-CONSULTA SECTION.
           DISPLAY 'A PARTIR DO MES (AAAAMM, ZEROS = TODA A SERIE)'.
           ACCEPT WRK-ANOMES.
           IF WRK-ANOMES NOT NUMERIC
               MOVE ZEROS TO WRK-ANOMES
           END-IF.
           MOVE 'N' TO WS-FIM-INDICES.
           MOVE ZEROS TO WRK-ANOMES-ESPERADO.
           MOVE WRK-ANOMES TO NI-ANOMES.
           START INDICES KEY >= NI-ANOMES
               INVALID KEY
                   SET FIM-INDICES TO TRUE
           END-START.
           DISPLAY 'MES            INDICE  OPERADOR  LANCADO EM'.
           PERFORM UNTIL FIM-INDICES
               READ INDICES NEXT
                   AT END
                       SET FIM-INDICES TO TRUE
                   NOT AT END
                       IF WRK-ANOMES-ESPERADO NOT = ZEROS
                          AND NI-ANOMES NOT = WRK-ANOMES-ESPERADO
                           DISPLAY '*** FALTAM OS MESES DE '
                               WRK-ANOMES-ESPERADO ' ATE O ANTERIOR A '
                               NI-ANOMES
                       END-IF
                       MOVE NI-INDICE TO WRK-INDICE-EDT
                       DISPLAY NI-ANOMES ' ' WRK-INDICE-EDT '  '
                           NI-OPERADOR '    ' NI-DATA-INCL
                       MOVE NI-ANOMES TO WRK-ANOMES-ESPERADO
                       IF WRK-MES-ESPERADO = 12
                           ADD 1 TO WRK-ANO-ESPERADO
                           MOVE 1 TO WRK-MES-ESPERADO
                       ELSE
                           ADD 1 TO WRK-MES-ESPERADO
                       END-IF
               END-READ
           END-PERFORM.
       2300-CONSULTA-EXIT.
           EXIT.
      *PEDE E CONFERE O NUMERO-INDICE DO MES
       2400-PEDE-INDICE SECTION.
           MOVE 'N' TO WS-INDICE-OK.
           DISPLAY 'NUMERO-INDICE DO MES (99999999.999999)'.
           ACCEPT WRK-INDICE.
           IF WRK-INDICE NOT NUMERIC OR WRK-INDICE = ZEROS
               DISPLAY 'INDICE INVALIDO'
               GO TO 2400-PEDE-INDICE-EXIT
           END-IF.
           SET INDICE-VALIDO TO TRUE.
       2400-PEDE-INDICE-EXIT.
           EXIT.
      *FECHA A TABELA
       3000-FINALIZA SECTION.
           CLOSE INDICES.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM)
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'INDMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'INDICES ' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE NI-ANOMES TO AUD-CHAVE(1:6).
           MOVE WRK-IMAGEM-ANTES TO AUD-ANTES.
           MOVE INDICE-REC TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM INDMAINT.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE COTACOES DE CAMBIO (CAMBIO) -
      *          INCLUIR A COTACAO DE UMA MOEDA NUMA DATA, CORRIGIR A
      *          TAXA DE UMA COTACAO JA LANCADA E CONSULTAR AS COTACOES
      *          DE UMA MOEDA A PARTIR DE UMA DATA. E A BASE DA
      *          OPERACAO DE CONVERSAO DO CALCLOTE E DO calc.cbl (PELO
      *          SERVICO CAMUTIL). A LINHA GUARDA QUEM LANCOU E QUANDO,
      *          E TODA INCLUSAO E CORRECAO VAI PARA A TRILHA AUDITMST
      *          COM AS IMAGENS ANTES/DEPOIS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMO DESENHO DO ZONMAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO ASSIGN TO "CAMBIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CHAVE
               FILE STATUS IS WS-CAMBIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO.
       COPY CAMREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       COPY VALDCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-MOEDA       PIC X(003) VALUE SPACES.
       01 WRK-DATA        PIC 9(008) VALUE ZEROS.
       01 WRK-TAXA        PIC 9(003)V9(006) VALUE ZEROS.
       01 WRK-DATA-HOJE   PIC 9(008) VALUE ZEROS.
       01 WRK-TAXA-EDT    PIC ZZ9.999999.
       01 WRK-IMAGEM-ANTES PIC X(034) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-CAMBIO-STATUS  PIC X(002) VALUE '00'.
           05 WS-REG-ENCONTRADO PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
           05 WS-FIM-CAMBIO     PIC X(001) VALUE 'N'.
               88 FIM-CAMBIO         VALUE 'S'.
           05 WS-CHAVE-OK       PIC X(001) VALUE 'N'.
               88 CHAVE-VALIDA       VALUE 'S'.
           05 WS-TAXA-OK        PIC X(001) VALUE 'N'.
               88 TAXA-VALIDA        VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'CAMMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO CAMMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 4
               DISPLAY 'TABELA DE COTACOES DE CAMBIO'
               DISPLAY '1 - INCLUIR COTACAO'
               DISPLAY '2 - CORRIGIR COTACAO'
               DISPLAY '3 - CONSULTAR MOEDA'
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
           OPEN I-O CAMBIO.
           IF WS-CAMBIO-STATUS = '35'
               OPEN OUTPUT CAMBIO
               CLOSE CAMBIO
               OPEN I-O CAMBIO
           END-IF.
           IF WS-CAMBIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CAMBIO - STATUS '
                   WS-CAMBIO-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 4 TO WRK-OPCAO
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PEDE MOEDA E DATA, CONFERE A DATA E PROCURA A COTACAO
       2000-BUSCA-REGISTRO SECTION.
           MOVE 'N' TO WS-CHAVE-OK.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           DISPLAY 'MOEDA (3 LETRAS, EX.: USD)'.
           ACCEPT WRK-MOEDA.
           MOVE FUNCTION UPPER-CASE(WRK-MOEDA) TO WRK-MOEDA.
           DISPLAY 'DATA DA COTACAO (AAAAMMDD)'.
           ACCEPT WRK-DATA.
           IF WRK-MOEDA = SPACES OR WRK-MOEDA = 'BRL'
               DISPLAY 'MOEDA INVALIDA'
               GO TO 2000-BUSCA-REGISTRO-EXIT
           END-IF.
           MOVE WRK-DATA TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'DATA INVALIDA: ' VDT-MOTIVO
               GO TO 2000-BUSCA-REGISTRO-EXIT
           END-IF.
           SET CHAVE-VALIDA TO TRUE.
           MOVE WRK-MOEDA TO CB-MOEDA.
           MOVE WRK-DATA  TO CB-DATA.
           READ CAMBIO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CAMBIO-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
           END-IF.
       2000-BUSCA-REGISTRO-EXIT.
           EXIT.
      *INCLUI A COTACAO DE UMA MOEDA NUMA DATA
       2100-INCLUI SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT CHAVE-VALIDA
               GO TO 2100-INCLUI-EXIT
           END-IF.
           IF REG-ENCONTRADO
               MOVE CB-TAXA TO WRK-TAXA-EDT
               DISPLAY 'COTACAO JA LANCADA: ' WRK-TAXA-EDT
                   ' - USE A OPCAO 2 PARA CORRIGIR'
               GO TO 2100-INCLUI-EXIT
           END-IF.
           PERFORM 2400-PEDE-TAXA.
           IF NOT TAXA-VALIDA
               GO TO 2100-INCLUI-EXIT
           END-IF.
           MOVE WRK-MOEDA     TO CB-MOEDA.
           MOVE WRK-DATA      TO CB-DATA.
           MOVE WRK-TAXA      TO CB-TAXA.
           MOVE SIGN-OPERADOR TO CB-OPERADOR.
           MOVE WRK-DATA-HOJE TO CB-DATA-INCL.
           WRITE CAMBIO-REC
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR - STATUS '
                       WS-CAMBIO-STATUS
           END-WRITE.
           IF WS-CAMBIO-STATUS = '00'
               MOVE 'I' TO AUD-ACAO
               MOVE SPACES TO WRK-IMAGEM-ANTES
               PERFORM 8600-GRAVA-AUDITORIA
               DISPLAY 'COTACAO INCLUIDA'
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.
      *CORRIGE A TAXA DE UMA COTACAO JA LANCADA
       2200-CORRIGE SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT CHAVE-VALIDA
               GO TO 2200-CORRIGE-EXIT
           END-IF.
           IF NOT REG-ENCONTRADO
               DISPLAY 'COTACAO NAO LANCADA'
               GO TO 2200-CORRIGE-EXIT
           END-IF.
           MOVE CAMBIO-REC TO WRK-IMAGEM-ANTES.
           MOVE CB-TAXA    TO WRK-TAXA-EDT.
           DISPLAY 'TAXA ATUAL: ' WRK-TAXA-EDT
               '  LANCADA POR ' CB-OPERADOR ' EM ' CB-DATA-INCL.
           PERFORM 2400-PEDE-TAXA.
           IF NOT TAXA-VALIDA
               DISPLAY 'COTACAO NAO ALTERADA'
               GO TO 2200-CORRIGE-EXIT
           END-IF.
           MOVE WRK-TAXA      TO CB-TAXA.
           MOVE SIGN-OPERADOR TO CB-OPERADOR.
           MOVE WRK-DATA-HOJE TO CB-DATA-INCL.
           REWRITE CAMBIO-REC.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'COTACAO CORRIGIDA'.
       2200-CORRIGE-EXIT.
           EXIT.
      *LISTA AS COTACOES DE UMA MOEDA A PARTIR DE UMA DATA
       2300-CONSULTA SECTION.
           DISPLAY 'MOEDA (3 LETRAS, EX.: USD)'.
           ACCEPT WRK-MOEDA.
           MOVE FUNCTION UPPER-CASE(WRK-MOEDA) TO WRK-MOEDA.
           DISPLAY 'A PARTIR DA DATA (AAAAMMDD, ZEROS = TODAS)'.
           ACCEPT WRK-DATA.
           IF WRK-DATA NOT NUMERIC
               MOVE ZEROS TO WRK-DATA
           END-IF.
           MOVE 'N' TO WS-FIM-CAMBIO.
           MOVE WRK-MOEDA TO CB-MOEDA.
           MOVE WRK-DATA  TO CB-DATA.
           START CAMBIO KEY >= CB-CHAVE
               INVALID KEY
                   SET FIM-CAMBIO TO TRUE
           END-START.
           DISPLAY 'DATA           TAXA  OPERADOR  LANCADA EM'.
           PERFORM UNTIL FIM-CAMBIO
               READ CAMBIO NEXT
                   AT END
                       SET FIM-CAMBIO TO TRUE
                   NOT AT END
                       IF CB-MOEDA NOT = WRK-MOEDA
                           SET FIM-CAMBIO TO TRUE
                       ELSE
                           MOVE CB-TAXA TO WRK-TAXA-EDT
                           DISPLAY CB-DATA ' ' WRK-TAXA-EDT '  '
                               CB-OPERADOR '    ' CB-DATA-INCL
                       END-IF
               END-READ
           END-PERFORM.
       2300-CONSULTA-EXIT.
           EXIT.
      *PEDE E CONFERE A TAXA EM REAIS POR UNIDADE DA MOEDA
       2400-PEDE-TAXA SECTION.
           MOVE 'N' TO WS-TAXA-OK.
           DISPLAY 'TAXA EM REAIS POR UNIDADE (999.999999)'.
           ACCEPT WRK-TAXA.
           IF WRK-TAXA NOT NUMERIC OR WRK-TAXA = ZEROS
               DISPLAY 'TAXA INVALIDA'
               GO TO 2400-PEDE-TAXA-EXIT
           END-IF.
           SET TAXA-VALIDA TO TRUE.
       2400-PEDE-TAXA-EXIT.
           EXIT.
      *FECHA A TABELA
       3000-FINALIZA SECTION.
           CLOSE CAMBIO.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM)
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'CAMMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'CAMBIO  ' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE CB-CHAVE TO AUD-CHAVE(1:11).
           MOVE WRK-IMAGEM-ANTES TO AUD-ANTES.
           MOVE CAMBIO-REC TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM CAMMAINT.

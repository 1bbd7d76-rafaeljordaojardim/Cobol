      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO HISTORICO DE TARIFAS COM VIGENCIA
      *          (TARIFAS, LAYOUT TARREC) - A TARIFA DE MANUTENCAO
      *          MENSAL ERA DESCONTADA NA MAO NO SALDOS. AQUI CADA
      *          TARIFA NOVA (CODIGO, VALOR, SALDO MINIMO DE ISENCAO) E
      *          ANEXADA COM A DATA DE INICIO DE VIGENCIA (AAAAMMDD),
      *          NADA E REGRAVADO, E O TARLOTE COBRA PELA LINHA EM
      *          VIGOR NA DATA DA COBRANCA. MESMO DESENHO DO TAXMAINT,
      *          INCLUSIVE A APROVACAO: A TARIFA NOVA ENTRA COMO
      *          TRANSACAO PENDENTE NA FILA PENDMST E SO UM SEGUNDO
      *          OPERADOR, APROVANDO NO APRMAINT, ANEXA AO HISTORICO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-STATUS.
           SELECT PENDMST ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQ
               FILE STATUS IS WS-PENDMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TARIFAS.
       COPY TARREC.
       FD  PENDMST.
       COPY PENREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       01 WRK-OPCAO         PIC 9(001) VALUE ZEROS.
       01 WRK-COD           PIC X(001) VALUE SPACE.
       01 WRK-VIGENCIA      PIC 9(008) VALUE ZEROS.
       01 WRK-VALOR         PIC 9(005)V99 VALUE ZEROS.
       01 WRK-LIMITE        PIC 9(011)V99 VALUE ZEROS.
       01 WRK-VALOR-EDT     PIC Z(4)9.99.
       01 WRK-LIMITE-EDT    PIC Z(10)9.99.
       01 AREA-CONTROLE.
           05 WS-TARIFAS-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-TARIFAS     PIC X(001) VALUE 'N'.
               88 FIM-TARIFAS         VALUE 'S'.
           05 WS-LISTOU          PIC X(001) VALUE 'N'.
               88 LISTOU-ALGUMA       VALUE 'S'.
      *FILA DE APROVACAO DE MUDANCAS SENSIVEIS (MAKER-CHECKER)
       01 AREA-PENDENCIA.
           05 WS-PENDMST-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-PENDMST    PIC X(001) VALUE 'N'.
               88 FIM-PENDMST        VALUE 'S'.
           05 WRK-PROX-SEQ      PIC 9(005) VALUE ZEROS.
      *IMAGEM DA TARIFA NOVA NO DESENHO DO TARIFAS-REC
       01 AREA-IMAGEM-NOVA.
           05 IMG-COD            PIC X(001).
           05 IMG-VIGENCIA       PIC 9(008).
           05 IMG-VALOR          PIC 9(005)V99.
           05 IMG-LIMITE         PIC 9(011)V99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'TARMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO TARMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 4
               DISPLAY 'MANUTENCAO DO HISTORICO DE TARIFAS'
               DISPLAY '1 - LISTAR TUDO'
               DISPLAY '2 - LISTAR UM CODIGO'
               DISPLAY '3 - INCLUIR TARIFA NOVA COM VIGENCIA'
               DISPLAY '4 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       MOVE SPACE TO WRK-COD
                       PERFORM 2100-LISTA
                   WHEN WRK-OPCAO = 2
                       DISPLAY 'CODIGO DA TARIFA'
                       ACCEPT WRK-COD
                       PERFORM 2100-LISTA
                   WHEN WRK-OPCAO = 3
                       PERFORM 2200-INCLUI
                   WHEN WRK-OPCAO = 4
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           MOVE RC-SUCESSO TO RETURN-CODE
           GOBACK.
      *LISTA O HISTORICO (TODO OU SO DE UM CODIGO) NO CONSOLE
       2100-LISTA SECTION.
           MOVE 'N' TO WS-FIM-TARIFAS.
           MOVE 'N' TO WS-LISTOU.
           OPEN INPUT TARIFAS.
           IF WS-TARIFAS-STATUS NOT = '00'
               DISPLAY 'HISTORICO DE TARIFAS VAZIO'
           ELSE
               PERFORM UNTIL FIM-TARIFAS
                   READ TARIFAS
                       AT END
                           SET FIM-TARIFAS TO TRUE
                       NOT AT END
                           IF WRK-COD = SPACE OR TF-COD = WRK-COD
                               SET LISTOU-ALGUMA TO TRUE
                               MOVE TF-VALOR TO WRK-VALOR-EDT
                               MOVE TF-LIMITE-ISENCAO TO WRK-LIMITE-EDT
                               DISPLAY TF-COD ' VIGENCIA ' TF-VIGENCIA
                                   ' VALOR ' WRK-VALOR-EDT
                                   ' ISENTA A PARTIR DE ' WRK-LIMITE-EDT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS
               IF NOT LISTOU-ALGUMA
                   DISPLAY 'NENHUMA TARIFA NO FILTRO INFORMADO'
               END-IF
           END-IF.
       2100-LISTA-EXIT.
           EXIT.
      *MONTA A TARIFA NOVA COM DATA DE VIGENCIA E ENVIA PARA A FILA DE
      *APROVACAO - SO O APRMAINT ANEXA AO HISTORICO
       2200-INCLUI SECTION.
           DISPLAY 'CODIGO DA TARIFA (M = MANUTENCAO MENSAL)'.
           ACCEPT WRK-COD.
           DISPLAY 'INICIO DE VIGENCIA (AAAAMMDD)'.
           ACCEPT WRK-VIGENCIA.
           DISPLAY 'VALOR DA TARIFA (99999.99)'.
           ACCEPT WRK-VALOR.
           DISPLAY 'SALDO MINIMO PARA ISENCAO (99999999999.99)'.
           ACCEPT WRK-LIMITE.
           IF WRK-COD = SPACE OR WRK-VIGENCIA = ZEROS
               DISPLAY 'CODIGO E VIGENCIA SAO OBRIGATORIOS'
           ELSE
               MOVE WRK-COD      TO IMG-COD
               MOVE WRK-VIGENCIA TO IMG-VIGENCIA
               MOVE WRK-VALOR    TO IMG-VALOR
               MOVE WRK-LIMITE   TO IMG-LIMITE
               PERFORM 8700-ENFILEIRA-PENDENCIA
           END-IF.
       2200-INCLUI-EXIT.
           EXIT.
      *ENFILEIRA A TARIFA NOVA NO PENDMST PARA O SEGUNDO OPERADOR
      *DECIDIR - A IMAGEM NOVA JA E O REGISTRO DO TARIFAS
       8700-ENFILEIRA-PENDENCIA SECTION.
           OPEN I-O PENDMST.
           IF WS-PENDMST-STATUS = '35'
               OPEN OUTPUT PENDMST
               CLOSE PENDMST
               OPEN I-O PENDMST
           END-IF.
           IF WS-PENDMST-STATUS NOT = '00'
               DISPLAY 'PENDMST INDISPONIVEL - STATUS '
                   WS-PENDMST-STATUS ' - TARIFA NAO ENFILEIRADA'
               GO TO 8700-ENFILEIRA-PENDENCIA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-PROX-SEQ.
           MOVE 'N' TO WS-FIM-PENDMST.
           MOVE ZEROS TO PEN-SEQ.
           START PENDMST KEY >= PEN-SEQ
               INVALID KEY
                   SET FIM-PENDMST TO TRUE
           END-START.
           PERFORM UNTIL FIM-PENDMST
               READ PENDMST NEXT
                   AT END
                       SET FIM-PENDMST TO TRUE
                   NOT AT END
                       MOVE PEN-SEQ TO WRK-PROX-SEQ
               END-READ
           END-PERFORM.
           ADD 1 TO WRK-PROX-SEQ.
           MOVE WRK-PROX-SEQ TO PEN-SEQ.
           MOVE 'TARIFAS ' TO PEN-ARQUIVO.
           MOVE SPACES TO PEN-CHAVE.
           MOVE WRK-COD TO PEN-CHAVE(1:1).
           MOVE WRK-VIGENCIA TO PEN-CHAVE(3:8).
           MOVE 'TARIFA NOVA COM VIGENCIA' TO PEN-DESCRICAO.
           MOVE SPACES TO PEN-IMAGEM-NOVA.
           MOVE AREA-IMAGEM-NOVA TO PEN-IMAGEM-NOVA(1:29).
           MOVE SIGN-OPERADOR TO PEN-SOLICITANTE.
           ACCEPT PEN-DATA-SOL FROM DATE YYYYMMDD.
           SET PEN-PENDENTE TO TRUE.
           MOVE SPACES TO PEN-APROVADOR.
           MOVE ZEROS TO PEN-DATA-DECISAO.
           WRITE PENDMST-REC
               INVALID KEY
                   DISPLAY 'ERRO AO ENFILEIRAR - STATUS '
                       WS-PENDMST-STATUS
               NOT INVALID KEY
                   DISPLAY 'TARIFA ENVIADA PARA APROVACAO NO APRMAINT'
           END-WRITE.
           CLOSE PENDMST.
       8700-ENFILEIRA-PENDENCIA-EXIT.
           EXIT.
       END PROGRAM TARMAINT.

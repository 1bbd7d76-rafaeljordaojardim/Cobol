      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: PEDIDO DE UNIFICACAO DE IDS DUPLICADOS - QUANDO O
      *          MESMO FUNCIONARIO FOI CADASTRADO DUAS VEZES (O QUIOSQUE
      *          MEU GERA ID NOVO PARA QUEM ERRA O PROPRIO), AS MEDICOES
      *          FICAM DIVIDIDAS ENTRE OS DOIS IDS. AQUI O OPERADOR
      *          INFORMA O ID QUE FICA (SOBREVIVENTE) E O ID QUE SAI
      *          (APOSENTADO), CONFERE OS DOIS NOMES NO EMPMSTR E O
      *          PEDIDO ENTRA NA FILA PENDMST COMO PENDENCIA 'FUNDEMP'.
      *          SO UM SEGUNDO OPERADOR, APROVANDO NO APRMAINT, DISPARA
      *          O SERVICO FUNDEMP, QUE MOVE OS REGISTROS E INATIVA O
      *          APOSENTADO APONTANDO PARA O SOBREVIVENTE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSAOEMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMSTR-STATUS.
           SELECT PENDMST ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQ
               FILE STATUS IS WS-PENDMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  PENDMST.
       COPY PENREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       01 WRK-OPCAO         PIC 9(001) VALUE ZEROS.
       01 WRK-ID-SOBREV     PIC 9(006) VALUE ZEROS.
       01 WRK-ID-RETIRADO   PIC 9(006) VALUE ZEROS.
       01 WRK-SOBREV-TEXTO  PIC X(006) VALUE SPACES.
       01 WRK-RETIRADO-TEXTO PIC X(006) VALUE SPACES.
       01 WRK-NOME-SOBREV   PIC X(020) VALUE SPACES.
       01 WRK-NOME-RETIRADO PIC X(020) VALUE SPACES.
       01 WRK-CONFIRMA      PIC X(001) VALUE SPACE.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-IDS-VALIDOS    PIC X(001) VALUE 'N'.
               88 IDS-VALIDOS        VALUE 'S'.
      *FILA DE APROVACAO DE MUDANCAS SENSIVEIS (MAKER-CHECKER)
       01 AREA-PENDENCIA.
           05 WS-PENDMST-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-PENDMST    PIC X(001) VALUE 'N'.
               88 FIM-PENDMST        VALUE 'S'.
           05 WS-JA-PEDIDA      PIC X(001) VALUE 'N'.
               88 UNIFICACAO-JA-PEDIDA VALUE 'S'.
           05 WRK-PROX-SEQ      PIC 9(005) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'FUSAOEMP' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO FUSAOEMP'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 2
               DISPLAY 'UNIFICACAO DE IDS DUPLICADOS'
               DISPLAY '1 - PEDIR UNIFICACAO'
               DISPLAY '2 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2000-PEDE-UNIFICACAO
                   WHEN WRK-OPCAO = 2
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           MOVE RC-SUCESSO TO RETURN-CODE
           GOBACK.
      *PEDE OS DOIS IDS, CONFERE NO CADASTRO E ENFILEIRA O PEDIDO
       2000-PEDE-UNIFICACAO SECTION.
           DISPLAY 'ID QUE FICA (SOBREVIVENTE)'.
           ACCEPT WRK-ID-SOBREV.
           DISPLAY 'ID QUE SAI (APOSENTADO)'.
           ACCEPT WRK-ID-RETIRADO.
           MOVE WRK-ID-SOBREV   TO WRK-SOBREV-TEXTO.
           MOVE WRK-ID-RETIRADO TO WRK-RETIRADO-TEXTO.
           PERFORM 2100-VALIDA-IDS.
           IF NOT IDS-VALIDOS
               GO TO 2000-PEDE-UNIFICACAO-EXIT
           END-IF.
           DISPLAY 'FICA   ' WRK-SOBREV-TEXTO ' ' WRK-NOME-SOBREV.
           DISPLAY 'SAI    ' WRK-RETIRADO-TEXTO ' ' WRK-NOME-RETIRADO.
           DISPLAY 'CONFIRMA O PEDIDO DE UNIFICACAO (S/N)?'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'PEDIDO DESCARTADO'
               GO TO 2000-PEDE-UNIFICACAO-EXIT
           END-IF.
           PERFORM 8700-ENFILEIRA-PENDENCIA.
       2000-PEDE-UNIFICACAO-EXIT.
           EXIT.
      *OS DOIS IDS TEM QUE EXISTIR E SER DIFERENTES, O SOBREVIVENTE
      *TEM QUE ESTAR ATIVO E NENHUM DOS DOIS PODE JA TER SIDO
      *UNIFICADO EM OUTRO ID
       2100-VALIDA-IDS SECTION.
           MOVE 'N' TO WS-IDS-VALIDOS.
           IF WRK-ID-SOBREV = ZEROS OR WRK-ID-RETIRADO = ZEROS
               DISPLAY 'INFORME OS DOIS IDS'
               GO TO 2100-VALIDA-IDS-EXIT
           END-IF.
           IF WRK-ID-SOBREV = WRK-ID-RETIRADO
               DISPLAY 'OS DOIS IDS SAO IGUAIS'
               GO TO 2100-VALIDA-IDS-EXIT
           END-IF.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
               GO TO 2100-VALIDA-IDS-EXIT
           END-IF.
           MOVE WRK-ID-SOBREV TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'ID SOBREVIVENTE NAO CADASTRADO'
               GO TO 2100-VALIDA-IDS-FECHA
           END-IF.
           IF EMP-INATIVO
               DISPLAY 'ID SOBREVIVENTE ESTA INATIVO'
               GO TO 2100-VALIDA-IDS-FECHA
           END-IF.
           IF EMP-ID-SUCESSOR > ZEROS
               DISPLAY 'ID SOBREVIVENTE JA FOI UNIFICADO NO ID '
                   EMP-ID-SUCESSOR
               GO TO 2100-VALIDA-IDS-FECHA
           END-IF.
           MOVE EMP-NOME TO WRK-NOME-SOBREV.
           MOVE WRK-ID-RETIRADO TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'ID APOSENTADO NAO CADASTRADO'
               GO TO 2100-VALIDA-IDS-FECHA
           END-IF.
           IF EMP-ID-SUCESSOR > ZEROS
               DISPLAY 'ID APOSENTADO JA FOI UNIFICADO NO ID '
                   EMP-ID-SUCESSOR
               GO TO 2100-VALIDA-IDS-FECHA
           END-IF.
           MOVE EMP-NOME TO WRK-NOME-RETIRADO.
           SET IDS-VALIDOS TO TRUE.
       2100-VALIDA-IDS-FECHA.
           CLOSE EMPMSTR.
       2100-VALIDA-IDS-EXIT.
           EXIT.
      *ENFILEIRA O PEDIDO NO PENDMST PARA O SEGUNDO OPERADOR DECIDIR -
      *CHAVE = ID APOSENTADO + ID SOBREVIVENTE. RECUSA SE UM DOS DOIS
      *IDS JA ESTA NUMA UNIFICACAO AINDA PENDENTE
       8700-ENFILEIRA-PENDENCIA SECTION.
           OPEN I-O PENDMST.
           IF WS-PENDMST-STATUS = '35'
               OPEN OUTPUT PENDMST
               CLOSE PENDMST
               OPEN I-O PENDMST
           END-IF.
           IF WS-PENDMST-STATUS NOT = '00'
               DISPLAY 'PENDMST INDISPONIVEL - STATUS '
                   WS-PENDMST-STATUS ' - PEDIDO NAO ENFILEIRADO'
               GO TO 8700-ENFILEIRA-PENDENCIA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-PROX-SEQ.
           MOVE 'N' TO WS-JA-PEDIDA.
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
                       IF PEN-ARQUIVO = 'FUNDEMP ' AND PEN-PENDENTE
                          AND (PEN-CHAVE(1:6) = WRK-RETIRADO-TEXTO
                            OR PEN-CHAVE(1:6) = WRK-SOBREV-TEXTO
                            OR PEN-CHAVE(7:6) = WRK-RETIRADO-TEXTO
                            OR PEN-CHAVE(7:6) = WRK-SOBREV-TEXTO)
                           SET UNIFICACAO-JA-PEDIDA TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF UNIFICACAO-JA-PEDIDA
               DISPLAY 'JA EXISTE UNIFICACAO PENDENTE ENVOLVENDO UM '
                   'DOS IDS'
               CLOSE PENDMST
               GO TO 8700-ENFILEIRA-PENDENCIA-EXIT
           END-IF.
           ADD 1 TO WRK-PROX-SEQ.
           MOVE WRK-PROX-SEQ TO PEN-SEQ.
           MOVE 'FUNDEMP ' TO PEN-ARQUIVO.
           MOVE SPACES TO PEN-CHAVE.
           MOVE WRK-RETIRADO-TEXTO TO PEN-CHAVE(1:6).
           MOVE WRK-SOBREV-TEXTO   TO PEN-CHAVE(7:6).
           MOVE 'UNIFICACAO DE IDS DUPLICADOS' TO PEN-DESCRICAO.
           MOVE SPACES TO PEN-IMAGEM-NOVA.
           MOVE WRK-RETIRADO-TEXTO TO PEN-IMAGEM-NOVA(1:6).
           MOVE WRK-NOME-RETIRADO  TO PEN-IMAGEM-NOVA(7:20).
           MOVE WRK-SOBREV-TEXTO   TO PEN-IMAGEM-NOVA(27:6).
           MOVE WRK-NOME-SOBREV    TO PEN-IMAGEM-NOVA(33:20).
           MOVE SIGN-OPERADOR TO PEN-SOLICITANTE.
           ACCEPT PEN-DATA-SOL FROM DATE YYYYMMDD.
           SET PEN-PENDENTE TO TRUE.
           MOVE SPACES TO PEN-APROVADOR.
           MOVE ZEROS TO PEN-DATA-DECISAO.
           WRITE PENDMST-REC
               INVALID KEY
                   DISPLAY 'ERRO AO ENFILEIRAR - STATUS '
                       WS-PENDMST-STATUS
           END-WRITE.
           IF WS-PENDMST-STATUS = '00'
               DISPLAY 'UNIFICACAO ENVIADA PARA APROVACAO NO APRMAINT'
               MOVE 'FUSAOEMP' TO AUD-PROGRAMA
               MOVE SIGN-OPERADOR TO AUD-OPERADOR
               MOVE 'PENDMST ' TO AUD-ARQUIVO
               MOVE 'I' TO AUD-ACAO
               MOVE PEN-SEQ TO AUD-CHAVE
               MOVE SPACES TO AUD-ANTES
               MOVE SPACES TO AUD-DEPOIS
               STRING 'PEDIDO DE UNIFICACAO DO ID ' WRK-RETIRADO-TEXTO
                   ' NO ID ' WRK-SOBREV-TEXTO
                   DELIMITED BY SIZE INTO AUD-DEPOIS
               CALL 'GRVAUDIT' USING AREA-GRVAUDIT
           END-IF.
           CLOSE PENDMST.
       8700-ENFILEIRA-PENDENCIA-EXIT.
           EXIT.
       END PROGRAM FUSAOEMP.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CADASTRO DE PROPRIEDADE DOS LOTES (PROPLOT) -
      *          CONSULTAR A HISTORIA DE DONOS DE UM LOTE E SOLICITAR
      *          A TRANSFERENCIA PARA UM NOVO PROPRIETARIO (NOME, CPF
      *          OU CNPJ CONFERIDO PELO VALCPF/VALCNPJ E DATA DA
      *          VENDA). A TRANSFERENCIA NAO E GRAVADA AQUI: VAI PARA
      *          A FILA PENDMST E SO O APRMAINT, COM UM SEGUNDO
      *          OPERADOR, FECHA O DONO ATUAL E ABRE O COMPRADOR. O
      *          PRIMEIRO DONO DE UM LOTE SEGUE O MESMO CAMINHO. A
      *          CHAVE DA PENDENCIA LEVA O INICIO DO DONO ATUAL, PARA
      *          O APRMAINT RECUSAR A POSTAGEM SE O DONO MUDOU ENTRE O
      *          PEDIDO E A APROVACAO; SO UMA TRANSFERENCIA POR LOTE
      *          PODE ESTAR NA FILA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMO DESENHO DO TAXMAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTMSTR ASSIGN TO "LOTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOTE
               FILE STATUS IS WS-LOTMSTR-STATUS.
           SELECT PROPLOT ASSIGN TO "PROPLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-PROPLOT-STATUS.
           SELECT PENDMST ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQ
               FILE STATUS IS WS-PENDMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTMSTR.
       COPY LOTREC.
       FD  PROPLOT.
       COPY PRPREC.
       FD  PENDMST.
       COPY PENREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY VALDCOM.
       COPY CPFCOM.
       COPY CNPCOM.
       01 WRK-OPCAO          PIC 9(001) VALUE ZEROS.
       01 WRK-LOTE           PIC 9(006) VALUE ZEROS.
       01 WRK-DATA-CORRENTE  PIC 9(008) VALUE ZEROS.
       01 WRK-INICIO-ATUAL   PIC 9(008) VALUE ZEROS.
       01 WRK-DOC-ATUAL      PIC 9(014) VALUE ZEROS.
       01 WRK-QTD-PERIODOS   PIC 9(003) VALUE ZEROS.
       01 WRK-DATA-QUEBRA    PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-QUEBRA.
           05 WRK-QD-ANO     PIC 9(004).
           05 WRK-QD-MES     PIC 9(002).
           05 WRK-QD-DIA     PIC 9(002).
       01 WRK-DATA-EDT.
           05 WRK-DE-DIA     PIC 9(002).
           05 FILLER         PIC X(001) VALUE '/'.
           05 WRK-DE-MES     PIC 9(002).
           05 FILLER         PIC X(001) VALUE '/'.
           05 WRK-DE-ANO     PIC 9(004).
       01 WRK-INI-EDT        PIC X(010) VALUE SPACES.
       01 WRK-FIM-EDT        PIC X(010) VALUE SPACES.
       01 WRK-DOC-EDT        PIC X(019) VALUE SPACES.
      *IMAGEM DO NOVO PERIODO DE POSSE - OS 59 PRIMEIROS BYTES DO
      *PROPLOT-REC (TUDO MENOS A DATA DE FIM, QUE NASCE ZERADA)
       01 AREA-IMAGEM-NOVA.
           05 IMG-LOTE       PIC 9(006) VALUE ZEROS.
           05 IMG-INICIO     PIC 9(008) VALUE ZEROS.
           05 IMG-NOME       PIC X(030) VALUE SPACES.
           05 IMG-TIPO-DOC   PIC X(001) VALUE SPACE.
               88 IMG-PESSOA-FISICA   VALUE 'F'.
               88 IMG-PESSOA-JURIDICA VALUE 'J'.
           05 IMG-DOCUMENTO  PIC 9(014) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-LOTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-PROPLOT-STATUS PIC X(002) VALUE '00'.
           05 WS-PENDMST-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-PROPLOT    PIC X(001) VALUE 'N'.
               88 FIM-PROPLOT        VALUE 'S'.
           05 WS-FIM-PENDMST    PIC X(001) VALUE 'N'.
               88 FIM-PENDMST        VALUE 'S'.
           05 WS-TEM-DONO       PIC X(001) VALUE 'N'.
               88 LOTE-TEM-DONO      VALUE 'S'.
           05 WS-LOTE-OK        PIC X(001) VALUE 'N'.
               88 LOTE-VALIDO        VALUE 'S'.
           05 WS-EM-FILA        PIC X(001) VALUE 'N'.
               88 TRANSF-EM-FILA     VALUE 'S'.
           05 WS-DADOS-OK       PIC X(001) VALUE 'N'.
               88 DADOS-VALIDOS      VALUE 'S'.
           05 WRK-PROX-SEQ      PIC 9(005) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'PROPMAIN' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO PROPMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 3
               DISPLAY 'PROPRIEDADE DE LOTES'
               DISPLAY '1 - CONSULTAR HISTORICO DO LOTE'
               DISPLAY '2 - SOLICITAR TRANSFERENCIA'
               DISPLAY '3 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-CONSULTA
                   WHEN WRK-OPCAO = 2
                       PERFORM 2200-SOLICITA-TRANSF
                   WHEN WRK-OPCAO = 3
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE OS LOTES E O CADASTRO DE PROPRIEDADE, CRIANDO ESTE NA
      *PRIMEIRA EXECUCAO (STATUS 35)
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-CORRENTE FROM DATE YYYYMMDD.
           OPEN INPUT LOTMSTR.
           IF WS-LOTMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O LOTMSTR - STATUS '
                   WS-LOTMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 3 TO WRK-OPCAO
               MOVE '99' TO WS-LOTMSTR-STATUS
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT PROPLOT.
           IF WS-PROPLOT-STATUS = '35'
               OPEN OUTPUT PROPLOT
               CLOSE PROPLOT
               OPEN INPUT PROPLOT
           END-IF.
           IF WS-PROPLOT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O PROPLOT - STATUS '
                   WS-PROPLOT-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 3 TO WRK-OPCAO
               CLOSE LOTMSTR
               MOVE '99' TO WS-LOTMSTR-STATUS
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PEDE O LOTE E CONFERE NO LOTMSTR
       2000-BUSCA-LOTE SECTION.
           MOVE 'N' TO WS-LOTE-OK.
           DISPLAY 'NUMERO DO LOTE (6 DIGITOS)'.
           ACCEPT WRK-LOTE.
           MOVE WRK-LOTE TO LT-LOTE.
           READ LOTMSTR
               INVALID KEY
                   DISPLAY 'LOTE NAO CADASTRADO'
                   GO TO 2000-BUSCA-LOTE-EXIT
           END-READ.
           DISPLAY 'LOTE ' LT-LOTE ' - ' LT-DESCRICAO.
           SET LOTE-VALIDO TO TRUE.
       2000-BUSCA-LOTE-EXIT.
           EXIT.
      *LOCALIZA O DONO ATUAL (DATA DE FIM ZERADA) DO LOTE PEDIDO
       2050-BUSCA-DONO-ATUAL SECTION.
           MOVE 'N' TO WS-TEM-DONO.
           MOVE ZEROS TO WRK-INICIO-ATUAL WRK-DOC-ATUAL.
           MOVE 'N' TO WS-FIM-PROPLOT.
           MOVE WRK-LOTE TO PR-LOTE.
           MOVE ZEROS    TO PR-DATA-INICIO.
           START PROPLOT KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   GO TO 2050-BUSCA-DONO-ATUAL-EXIT
           END-START.
           PERFORM UNTIL FIM-PROPLOT
               READ PROPLOT NEXT
                   AT END
                       SET FIM-PROPLOT TO TRUE
               END-READ
               IF NOT FIM-PROPLOT
                   IF PR-LOTE NOT = WRK-LOTE
                       SET FIM-PROPLOT TO TRUE
                   ELSE
                       IF PR-ATUAL
                           SET LOTE-TEM-DONO TO TRUE
                           MOVE PR-DATA-INICIO TO WRK-INICIO-ATUAL
                           MOVE PR-DOCUMENTO   TO WRK-DOC-ATUAL
                           PERFORM 2400-MOSTRA-PERIODO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       2050-BUSCA-DONO-ATUAL-EXIT.
           EXIT.
      *PROCURA NA FILA UMA TRANSFERENCIA DO MESMO LOTE AINDA PENDENTE
       2060-CONFERE-FILA SECTION.
           MOVE 'N' TO WS-EM-FILA.
           OPEN INPUT PENDMST.
           IF WS-PENDMST-STATUS NOT = '00'
               GO TO 2060-CONFERE-FILA-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-PENDMST.
           PERFORM UNTIL FIM-PENDMST OR TRANSF-EM-FILA
               READ PENDMST NEXT
                   AT END
                       SET FIM-PENDMST TO TRUE
                   NOT AT END
                       IF PEN-PENDENTE
                          AND PEN-ARQUIVO = 'PROPLOT '
                          AND PEN-CHAVE(1:6) = WRK-LOTE
                           SET TRANSF-EM-FILA TO TRUE
                           DISPLAY 'JA HA TRANSFERENCIA DESTE LOTE NA '
                               'FILA - PENDENCIA ' PEN-SEQ
                               ' DE ' PEN-SOLICITANTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDMST.
       2060-CONFERE-FILA-EXIT.
           EXIT.
      *MOSTRA TODOS OS PERIODOS DE POSSE DO LOTE, DO MAIS ANTIGO
       2100-CONSULTA SECTION.
           PERFORM 2000-BUSCA-LOTE.
           IF NOT LOTE-VALIDO
               GO TO 2100-CONSULTA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTD-PERIODOS.
           MOVE 'N' TO WS-FIM-PROPLOT.
           MOVE WRK-LOTE TO PR-LOTE.
           MOVE ZEROS    TO PR-DATA-INICIO.
           START PROPLOT KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   SET FIM-PROPLOT TO TRUE
           END-START.
           PERFORM UNTIL FIM-PROPLOT
               READ PROPLOT NEXT
                   AT END
                       SET FIM-PROPLOT TO TRUE
               END-READ
               IF NOT FIM-PROPLOT
                   IF PR-LOTE NOT = WRK-LOTE
                       SET FIM-PROPLOT TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-PERIODOS
                       PERFORM 2400-MOSTRA-PERIODO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QTD-PERIODOS = ZEROS
               DISPLAY 'LOTE SEM PROPRIETARIO REGISTRADO'
           END-IF.
           PERFORM 2060-CONFERE-FILA.
       2100-CONSULTA-EXIT.
           EXIT.
      *PEDE O NOVO DONO E ENFILEIRA A TRANSFERENCIA
       2200-SOLICITA-TRANSF SECTION.
           PERFORM 2000-BUSCA-LOTE.
           IF NOT LOTE-VALIDO
               GO TO 2200-SOLICITA-TRANSF-EXIT
           END-IF.
           IF LT-APOSENTADO
               DISPLAY 'LOTE APOSENTADO - NAO RECEBE TRANSFERENCIA'
               GO TO 2200-SOLICITA-TRANSF-EXIT
           END-IF.
           PERFORM 2050-BUSCA-DONO-ATUAL.
           IF NOT LOTE-TEM-DONO
               DISPLAY 'LOTE SEM PROPRIETARIO REGISTRADO - SERA O '
                   'PRIMEIRO REGISTRO'
           END-IF.
           PERFORM 2060-CONFERE-FILA.
           IF TRANSF-EM-FILA
               GO TO 2200-SOLICITA-TRANSF-EXIT
           END-IF.
           PERFORM 2300-PEDE-NOVO-DONO.
           IF NOT DADOS-VALIDOS
               GO TO 2200-SOLICITA-TRANSF-EXIT
           END-IF.
           PERFORM 8700-ENFILEIRA-PENDENCIA.
       2200-SOLICITA-TRANSF-EXIT.
           EXIT.
      *NOME, DOCUMENTO CONFERIDO E DATA DA TRANSFERENCIA
       2300-PEDE-NOVO-DONO SECTION.
           MOVE 'N' TO WS-DADOS-OK.
           MOVE WRK-LOTE TO IMG-LOTE.
           DISPLAY 'NOME DO NOVO PROPRIETARIO'.
           ACCEPT IMG-NOME.
           IF IMG-NOME = SPACES
               DISPLAY 'NOME OBRIGATORIO'
               GO TO 2300-PEDE-NOVO-DONO-EXIT
           END-IF.
           DISPLAY 'PESSOA FISICA OU JURIDICA (F/J)'.
           ACCEPT IMG-TIPO-DOC.
           IF NOT IMG-PESSOA-FISICA AND NOT IMG-PESSOA-JURIDICA
               DISPLAY 'TIPO DE PESSOA INVALIDO'
               GO TO 2300-PEDE-NOVO-DONO-EXIT
           END-IF.
           IF IMG-PESSOA-FISICA
               DISPLAY 'CPF (11 DIGITOS)'
           ELSE
               DISPLAY 'CNPJ (14 DIGITOS)'
           END-IF.
           ACCEPT IMG-DOCUMENTO.
           IF IMG-PESSOA-FISICA
               IF IMG-DOCUMENTO > 99999999999
                   DISPLAY 'CPF RECUSADO: MAIS DE 11 DIGITOS'
                   GO TO 2300-PEDE-NOVO-DONO-EXIT
               END-IF
               MOVE IMG-DOCUMENTO TO CPF-NUMERO
               MOVE RETURN-CODE TO CPF-RC
               CALL 'VALCPF' USING AREA-VALCPF
               IF NOT CPF-VALIDO
                   DISPLAY 'CPF RECUSADO: ' CPF-MOTIVO
                   GO TO 2300-PEDE-NOVO-DONO-EXIT
               END-IF
           ELSE
               MOVE IMG-DOCUMENTO TO CNPJ-NUMERO
               MOVE RETURN-CODE TO CNPJ-RC
               CALL 'VALCNPJ' USING AREA-VALCNPJ
               IF NOT CNPJ-VALIDO
                   DISPLAY 'CNPJ RECUSADO: ' CNPJ-MOTIVO
                   GO TO 2300-PEDE-NOVO-DONO-EXIT
               END-IF
           END-IF.
           IF LOTE-TEM-DONO AND IMG-DOCUMENTO = WRK-DOC-ATUAL
               DISPLAY 'O NOVO PROPRIETARIO E O PROPRIO DONO ATUAL'
               GO TO 2300-PEDE-NOVO-DONO-EXIT
           END-IF.
           DISPLAY 'DATA DA TRANSFERENCIA (AAAAMMDD)'.
           ACCEPT IMG-INICIO.
           MOVE IMG-INICIO TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'DATA DA TRANSFERENCIA INVALIDA - ' VDT-MOTIVO
               GO TO 2300-PEDE-NOVO-DONO-EXIT
           END-IF.
           IF IMG-INICIO > WRK-DATA-CORRENTE
               DISPLAY 'DATA DA TRANSFERENCIA NAO PODE SER FUTURA'
               GO TO 2300-PEDE-NOVO-DONO-EXIT
           END-IF.
           IF LOTE-TEM-DONO AND IMG-INICIO NOT > WRK-INICIO-ATUAL
               DISPLAY 'DATA DA TRANSFERENCIA DEVE SER POSTERIOR AO '
                   'INICIO DO DONO ATUAL'
               GO TO 2300-PEDE-NOVO-DONO-EXIT
           END-IF.
           SET DADOS-VALIDOS TO TRUE.
       2300-PEDE-NOVO-DONO-EXIT.
           EXIT.
      *UMA LINHA DE POSSE: PERIODO, NOME E DOCUMENTO
       2400-MOSTRA-PERIODO SECTION.
           MOVE PR-DATA-INICIO TO WRK-DATA-QUEBRA.
           PERFORM 2410-EDITA-DATA.
           MOVE WRK-DATA-EDT TO WRK-INI-EDT.
           IF PR-ATUAL
               MOVE 'ATUAL' TO WRK-FIM-EDT
           ELSE
               MOVE PR-DATA-FIM TO WRK-DATA-QUEBRA
               PERFORM 2410-EDITA-DATA
               MOVE WRK-DATA-EDT TO WRK-FIM-EDT
           END-IF.
           MOVE SPACES TO WRK-DOC-EDT.
           IF PR-PESSOA-FISICA
               STRING 'CPF ' PR-DOCUMENTO(4:11)
                   DELIMITED BY SIZE INTO WRK-DOC-EDT
           ELSE
               STRING 'CNPJ ' PR-DOCUMENTO
                   DELIMITED BY SIZE INTO WRK-DOC-EDT
           END-IF.
           DISPLAY '  DE ' WRK-INI-EDT ' ATE ' WRK-FIM-EDT
               '  ' PR-NOME '  ' WRK-DOC-EDT.
       2400-MOSTRA-PERIODO-EXIT.
           EXIT.
      *AAAAMMDD PARA DD/MM/AAAA
       2410-EDITA-DATA SECTION.
           MOVE WRK-QD-DIA TO WRK-DE-DIA.
           MOVE WRK-QD-MES TO WRK-DE-MES.
           MOVE WRK-QD-ANO TO WRK-DE-ANO.
       2410-EDITA-DATA-EXIT.
           EXIT.
       3000-FINALIZA SECTION.
           IF WS-LOTMSTR-STATUS NOT = '99'
               CLOSE LOTMSTR PROPLOT
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *ENFILEIRA A TRANSFERENCIA NO PENDMST PARA O SEGUNDO OPERADOR
       8700-ENFILEIRA-PENDENCIA SECTION.
           OPEN I-O PENDMST.
           IF WS-PENDMST-STATUS = '35'
               OPEN OUTPUT PENDMST
               CLOSE PENDMST
               OPEN I-O PENDMST
           END-IF.
           IF WS-PENDMST-STATUS NOT = '00'
               DISPLAY 'PENDMST INDISPONIVEL - STATUS '
                   WS-PENDMST-STATUS ' - TRANSFERENCIA NAO ENFILEIRADA'
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
           MOVE 'PROPLOT ' TO PEN-ARQUIVO.
           MOVE SPACES TO PEN-CHAVE.
           MOVE WRK-LOTE TO PEN-CHAVE(1:6).
           MOVE WRK-INICIO-ATUAL TO PEN-CHAVE(7:8).
           MOVE 'TRANSFERENCIA DE PROPRIEDADE' TO PEN-DESCRICAO.
           MOVE SPACES TO PEN-IMAGEM-NOVA.
           MOVE AREA-IMAGEM-NOVA TO PEN-IMAGEM-NOVA(1:59).
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
                   DISPLAY 'TRANSFERENCIA ENVIADA PARA APROVACAO NO '
                       'APRMAINT'
           END-WRITE.
           CLOSE PENDMST.
       8700-ENFILEIRA-PENDENCIA-EXIT.
           EXIT.
       END PROGRAM PROPMAINT.

      *                A ENTRADA PASSA PELO SERVICO DE AUTORIZACAO
      *                VERAUTH (MATRIZ AUTMSTR DO AUTMAINT), COMO NAS
      *                DEMAIS TELAS DE MANUTENCAO.
      * 15/10/2026 RJJ A CONTA AGORA PERTENCE A UM CLIENTE DO CLIMSTR
      *                (CT-CLIENTE): A INCLUSAO EXIGE CLIENTE
      *                CADASTRADO E ATIVO E TRAZ DELE O NOME DO
      *                TITULAR, O ALTERAR TITULAR PASSA A VINCULAR A
      *                CONTA A OUTRO CLIENTE VALIDADO E A CONSULTA
      *                EXIBE CODIGO, CPF E NOME DO CLIENTE.
      * 15/10/2026 RJJ REABRIR UMA CONTA DORMENTE (MARCADA PELO
      *                DORMLOTE) NAO E MAIS APLICADO NA HORA: A
      *                REATIVACAO ENTRA COMO PENDENCIA NO PENDMST E SO
      *                A APROVACAO DE UM SEGUNDO OPERADOR NO APRMAINT
      *                POSTA NO CONTMSTR (MESMO DESENHO DO AGEMAINT). A
      *                REABERTURA DE CONTA ENCERRADA CONTINUA DIRETA. A
      *                CONSULTA MOSTRA A SITUACAO DORMENTE.
      * 15/10/2026 RJJ A INCLUSAO OFERECE GERAR O NUMERO DA CONTA PELO
      *                SERVICO NUMCONTA (PROXIMO NUMERO LIVRE DA
      *                AGENCIA, COM DIGITO MODULO 10 E CONTADOR
      *                SEQAGEN); O NUMERO DIGITADO AINDA E ACEITO, MAS
      *                SO COM O DIGITO VERIFICADOR CERTO.
      * 15/10/2026 RJJ NOVA OPCAO 5 - LIMITE DE CHEQUE ESPECIAL
      *                (CT-LIMITE-CE): O LIMITE NOVO ENTRA COMO
      *                PENDENCIA NO PENDMST (IMAGEM CONTA + LIMITE) E SO
      *                VALE DEPOIS DA APROVACAO DE UM SEGUNDO OPERADOR
      *                NO APRMAINT. CONTA NOVA NASCE COM LIMITE ZERO. A
      *                CONSULTA (AGORA OPCAO 6) MOSTRA O LIMITE E DESDE
      *                QUANDO A CONTA ESTA NEGATIVA.
      * 15/10/2026 RJJ A PENDENCIA DO CONTMSTR LEVA O TIPO NA CHAVE
      *                (PEN-CHAVE(10:1) 'L' LIMITE, 'R' REATIVACAO) E A
      *                REATIVACAO PASSA A GRAVAR SO CONTA + SITUACAO
      *                NOVA NA IMAGEM - O REGISTRO INTEIRO NAO CABE MAIS
      *                NO PEN-IMAGEM-NOVA.
      * 15/10/2026 RJJ CONTA NOVA NASCE SEM DATA DE REATIVACAO; A
      *                CONSULTA MOSTRA A DATA DA ULTIMA REATIVACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONMAINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTMSTR-STATUS.
           SELECT CLIMSTR ASSIGN TO "CLIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WS-CLIMSTR-STATUS.
           SELECT PENDMST ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQ
               FILE STATUS IS WS-PENDMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTMSTR.
       COPY CONTREC.
       FD  CLIMSTR.
       COPY CLIREC.
       FD  PENDMST.
       COPY PENREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY NUMCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-CONTA       PIC 9(009) VALUE ZEROS.
       01 WRK-NOME        PIC X(020) VALUE SPACES.
       01 WRK-CLIENTE     PIC 9(007) VALUE ZEROS.
       01 WRK-DATA-HOJE   PIC 9(008) VALUE ZEROS.
       01 WRK-MODO-NUMERO PIC 9(001) VALUE ZEROS.
       01 WRK-AGENCIA     PIC 9(003) VALUE ZEROS.
       01 WRK-LIMITE      PIC 9(011)V99 VALUE ZEROS.
       01 WRK-LIMITE-EDT  PIC Z(10)9.99.
      *FILA DE APROVACAO DE MUDANCAS SENSIVEIS (MAKER-CHECKER)
       01 AREA-PENDENCIA.
           05 WS-PENDMST-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-PENDMST    PIC X(001) VALUE 'N'.
               88 FIM-PENDMST        VALUE 'S'.
           05 WRK-PROX-SEQ      PIC 9(005) VALUE ZEROS.
           05 WRK-DESC-PEND     PIC X(030) VALUE SPACES.
           05 WRK-IMAGEM-PEND   PIC X(060) VALUE SPACES.
           05 WRK-TIPO-PEND     PIC X(001) VALUE SPACE.
               88 PEND-LIMITE        VALUE 'L'.
               88 PEND-REATIVACAO    VALUE 'R'.
      *IMAGEM DO LIMITE NOVO (CONTA + LIMITE) NA PENDENCIA
       01 AREA-IMAGEM-LIMITE.
           05 IMG-CONTA         PIC 9(009).
           05 IMG-LIMITE        PIC 9(011)V99.
      *IMAGEM DA REATIVACAO (CONTA + SITUACAO NOVA) NA PENDENCIA
       01 AREA-IMAGEM-REATIVA.
           05 IMR-CONTA         PIC 9(009).
           05 IMR-SITUACAO      PIC X(001).
       01 AREA-CONTROLE.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-REG-ENCONTRADO  PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
           05 WS-CLIMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-CLIENTE-OK      PIC X(001) VALUE 'N'.
               88 CLIENTE-OK         VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 7
               DISPLAY 'MANUTENCAO DO CADASTRO DE CONTAS'
               DISPLAY '1 - INCLUIR'
               DISPLAY '2 - ALTERAR TITULAR'
               DISPLAY '3 - ENCERRAR'
               DISPLAY '4 - REABRIR'
               DISPLAY '5 - LIMITE DE CHEQUE ESPECIAL'
               DISPLAY '6 - CONSULTAR'
               DISPLAY '7 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                   WHEN WRK-OPCAO = 4
                       PERFORM 2400-REABRE
                   WHEN WRK-OPCAO = 5
                       PERFORM 2450-LIMITE
                   WHEN WRK-OPCAO = 6
                       PERFORM 2500-CONSULTA
                   WHEN WRK-OPCAO = 7
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               DISPLAY 'ERRO AO ABRIR O CONTMSTR - STATUS '
                   WS-CONTMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 7 TO WRK-OPCAO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT CLIMSTR.
           IF WS-CLIMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CLIMSTR - STATUS '
                   WS-CLIMSTR-STATUS
               DISPLAY 'CADASTRE OS CLIENTES NO CLIMAINT ANTES'
               CLOSE CONTMSTR
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 7 TO WRK-OPCAO
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
           END-IF.
       2000-BUSCA-REGISTRO-EXIT.
           EXIT.
      *PEDE O CODIGO DO CLIENTE TITULAR - PRECISA EXISTIR NO CLIMSTR E
      *ESTAR ATIVO
       2050-VALIDA-CLIENTE SECTION.
           MOVE 'N' TO WS-CLIENTE-OK.
           DISPLAY 'CODIGO DO CLIENTE TITULAR (7 DIGITOS)'.
           ACCEPT WRK-CLIENTE.
           MOVE WRK-CLIENTE TO CLI-CODIGO.
           READ CLIMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CLIMSTR-STATUS NOT = '00'
               DISPLAY 'CLIENTE NAO CADASTRADO NO CLIMSTR'
           ELSE
               IF CLI-INATIVO
                   DISPLAY 'CLIENTE INATIVO: ' CLI-NOME
               ELSE
                   DISPLAY 'CLIENTE: ' CLI-NOME ' CPF ' CLI-CPF
                   SET CLIENTE-OK TO TRUE
               END-IF
           END-IF.
       2050-VALIDA-CLIENTE-EXIT.
           EXIT.
      *INCLUI UMA CONTA NOVA (JA NASCE ATIVA, DATADA DE HOJE) - O
      *NUMERO E GERADO PELO NUMCONTA A PARTIR DA AGENCIA OU, QUANDO
      *INFORMADO, PRECISA TER O DIGITO VERIFICADOR CERTO
       2100-INCLUI SECTION.
           DISPLAY 'NUMERO DA CONTA: 1 - GERAR PELA AGENCIA'.
           DISPLAY '                 2 - INFORMAR O NUMERO'.
           ACCEPT WRK-MODO-NUMERO.
           EVALUATE WRK-MODO-NUMERO
               WHEN 1
                   PERFORM 2110-INCLUI-NUMERO-GERADO
               WHEN 2
                   PERFORM 2120-INCLUI-NUMERO-INFORMADO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2100-INCLUI-EXIT.
           EXIT.
      *VALIDA O CLIENTE ANTES DE GASTAR UM NUMERO DA SEQUENCIA DA
      *AGENCIA E SO ENTAO PEDE O PROXIMO NUMERO LIVRE AO NUMCONTA
       2110-INCLUI-NUMERO-GERADO SECTION.
           PERFORM 2050-VALIDA-CLIENTE.
           IF NOT CLIENTE-OK
               GO TO 2110-INCLUI-NUMERO-GERADO-EXIT
           END-IF.
           DISPLAY 'CODIGO DA AGENCIA (3 DIGITOS)'.
           ACCEPT WRK-AGENCIA.
           MOVE 'G' TO NC-FUNCAO.
           MOVE WRK-AGENCIA TO NC-AGENCIA.
           MOVE RETURN-CODE TO NC-RC.
           CALL 'NUMCONTA' USING AREA-NUMCONTA.
           EVALUATE TRUE
               WHEN NC-OK
                   MOVE NC-CONTA TO WRK-CONTA
                   DISPLAY 'NUMERO GERADO: ' WRK-CONTA
                   PERFORM 2150-GRAVA-CONTA
               WHEN NC-AGENCIA-INEXISTENTE
                   DISPLAY 'AGENCIA NAO CADASTRADA NO AGENMSTR'
               WHEN NC-AGENCIA-FECHADA
                   DISPLAY 'AGENCIA FECHADA - NAO ABRE CONTA NOVA'
               WHEN NC-SEQUENCIA-ESGOTADA
                   DISPLAY 'SEQUENCIA DE CONTAS DA AGENCIA ESGOTADA'
               WHEN OTHER
                   DISPLAY 'NUMERO NAO GERADO - RETORNO ' NC-RETORNO
           END-EVALUATE.
       2110-INCLUI-NUMERO-GERADO-EXIT.
           EXIT.
      *NUMERO DIGITADO: CONFERE O DIGITO E SE A CONTA JA EXISTE
       2120-INCLUI-NUMERO-INFORMADO SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF REG-ENCONTRADO
               DISPLAY 'CONTA JA CADASTRADA PARA ' CT-NOME
               GO TO 2120-INCLUI-NUMERO-INFORMADO-EXIT
           END-IF.
           MOVE 'V' TO NC-FUNCAO.
           MOVE WRK-CONTA TO NC-CONTA.
           MOVE RETURN-CODE TO NC-RC.
           CALL 'NUMCONTA' USING AREA-NUMCONTA.
           IF NOT NC-OK
               DISPLAY 'DIGITO VERIFICADOR INVALIDO - USE A OPCAO '
                   'GERAR PELA AGENCIA'
               GO TO 2120-INCLUI-NUMERO-INFORMADO-EXIT
           END-IF.
           PERFORM 2050-VALIDA-CLIENTE.
           IF CLIENTE-OK
               PERFORM 2150-GRAVA-CONTA
           END-IF.
       2120-INCLUI-NUMERO-INFORMADO-EXIT.
           EXIT.
      *GRAVA A CONTA WRK-CONTA PARA O CLIENTE VALIDADO
       2150-GRAVA-CONTA SECTION.
           MOVE CLI-NOME(1:20) TO WRK-NOME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-CONTA     TO CT-CONTA.
           MOVE WRK-NOME      TO CT-NOME.
           MOVE WRK-CLIENTE   TO CT-CLIENTE.
           SET CT-ATIVA TO TRUE.
           MOVE WRK-DATA-HOJE TO CT-DATA-ABERTURA.
           MOVE ZEROS         TO CT-DATA-ENCERRA.
           MOVE ZEROS         TO CT-LIMITE-CE.
           MOVE ZEROS         TO CT-NEGATIVO-DESDE.
           MOVE ZEROS         TO CT-DATA-REATIVA.
           WRITE CONTMSTR-REC
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR - STATUS '
                       WS-CONTMSTR-STATUS
           END-WRITE.
           IF WS-CONTMSTR-STATUS = '00'
               DISPLAY 'CONTA ' WRK-CONTA ' INCLUIDA'
           END-IF.
       2150-GRAVA-CONTA-EXIT.
           EXIT.
      *VINCULA A CONTA A OUTRO CLIENTE (O NOME DA CONTA VEM DELE)
       2200-ALTERA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'CONTA NAO CADASTRADA'
           ELSE
               DISPLAY 'TITULAR ATUAL: ' CT-CLIENTE ' ' CT-NOME
               PERFORM 2050-VALIDA-CLIENTE
               IF CLIENTE-OK
                   MOVE WRK-CLIENTE    TO CT-CLIENTE
                   MOVE CLI-NOME(1:20) TO CT-NOME
                   REWRITE CONTMSTR-REC
                   DISPLAY 'TITULAR ALTERADO'
               END-IF
           END-IF.
       2200-ALTERA-EXIT.
           EXIT.
           END-IF.
       2300-ENCERRA-EXIT.
           EXIT.
      *REABRE UMA CONTA ENCERRADA; A DORMENTE VAI PARA APROVACAO
       2400-REABRE SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'CONTA NAO CADASTRADA'
               GO TO 2400-REABRE-EXIT
           END-IF.
           IF CT-DORMENTE
               MOVE WRK-CONTA TO IMR-CONTA
               MOVE 'A'       TO IMR-SITUACAO
               MOVE SPACES TO WRK-IMAGEM-PEND
               MOVE AREA-IMAGEM-REATIVA TO WRK-IMAGEM-PEND
               MOVE 'REATIVACAO DE CONTA DORMENTE' TO WRK-DESC-PEND
               SET PEND-REATIVACAO TO TRUE
               PERFORM 8700-ENFILEIRA-PENDENCIA
               DISPLAY 'REATIVACAO ENVIADA PARA APROVACAO NO '
                   'APRMAINT'
           ELSE
               SET CT-ATIVA TO TRUE
               MOVE ZEROS TO CT-DATA-ENCERRA
           END-IF.
       2400-REABRE-EXIT.
           EXIT.
      *PEDE O LIMITE NOVO DE CHEQUE ESPECIAL - VAI PARA APROVACAO
       2450-LIMITE SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'CONTA NAO CADASTRADA'
               GO TO 2450-LIMITE-EXIT
           END-IF.
           IF CT-ENCERRADA
               DISPLAY 'CONTA ENCERRADA - LIMITE NAO ALTERADO'
               GO TO 2450-LIMITE-EXIT
           END-IF.
           MOVE CT-LIMITE-CE TO WRK-LIMITE-EDT.
           DISPLAY 'LIMITE ATUAL....: ' WRK-LIMITE-EDT.
           DISPLAY 'LIMITE NOVO (99999999999.99, 0 = SEM LIMITE)'.
           ACCEPT WRK-LIMITE.
           IF WRK-LIMITE = CT-LIMITE-CE
               DISPLAY 'LIMITE IGUAL AO ATUAL - NADA A ALTERAR'
               GO TO 2450-LIMITE-EXIT
           END-IF.
           MOVE WRK-CONTA  TO IMG-CONTA.
           MOVE WRK-LIMITE TO IMG-LIMITE.
           MOVE SPACES TO WRK-IMAGEM-PEND.
           MOVE AREA-IMAGEM-LIMITE TO WRK-IMAGEM-PEND.
           MOVE 'LIMITE DE CHEQUE ESPECIAL' TO WRK-DESC-PEND.
           SET PEND-LIMITE TO TRUE.
           PERFORM 8700-ENFILEIRA-PENDENCIA.
           DISPLAY 'LIMITE ENVIADO PARA APROVACAO NO APRMAINT'.
       2450-LIMITE-EXIT.
           EXIT.
      *CONSULTA UMA CONTA
       2500-CONSULTA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           ELSE
               DISPLAY 'CONTA...........: ' CT-CONTA
               DISPLAY 'TITULAR.........: ' CT-NOME
               PERFORM 2550-EXIBE-CLIENTE
               EVALUATE TRUE
                   WHEN CT-ENCERRADA
                       DISPLAY 'SITUACAO........: ENCERRADA'
                       DISPLAY 'DATA ENCERRAMENTO: ' CT-DATA-ENCERRA
                   WHEN CT-DORMENTE
                       DISPLAY 'SITUACAO........: DORMENTE'
                   WHEN OTHER
                       DISPLAY 'SITUACAO........: ATIVA'
               END-EVALUATE
               DISPLAY 'DATA ABERTURA...: ' CT-DATA-ABERTURA
               MOVE CT-LIMITE-CE TO WRK-LIMITE-EDT
               DISPLAY 'LIMITE CH. ESP..: ' WRK-LIMITE-EDT
               IF CT-NEGATIVO-DESDE NOT = ZEROS
                   DISPLAY 'NEGATIVA DESDE..: ' CT-NEGATIVO-DESDE
               END-IF
               IF CT-DATA-REATIVA NOT = ZEROS
                   DISPLAY 'REATIVADA EM....: ' CT-DATA-REATIVA
               END-IF
           END-IF.
       2500-CONSULTA-EXIT.
           EXIT.
      *EXIBE O CLIENTE AO QUAL A CONTA PERTENCE
       2550-EXIBE-CLIENTE SECTION.
           IF CT-CLIENTE = ZEROS
               DISPLAY 'CLIENTE.........: NAO VINCULADO'
               GO TO 2550-EXIBE-CLIENTE-EXIT
           END-IF.
           MOVE CT-CLIENTE TO CLI-CODIGO.
           READ CLIMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CLIMSTR-STATUS = '00'
               DISPLAY 'CLIENTE.........: ' CLI-CODIGO ' ' CLI-NOME
               DISPLAY 'CPF.............: ' CLI-CPF
           ELSE
               DISPLAY 'CLIENTE.........: ' CT-CLIENTE
                   ' (NAO ENCONTRADO NO CLIMSTR)'
           END-IF.
       2550-EXIBE-CLIENTE-EXIT.
           EXIT.
      *FECHA OS CADASTROS
       3000-FINALIZA SECTION.
           CLOSE CONTMSTR.
           CLOSE CLIMSTR.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *ENFILEIRA A REATIVACAO OU O LIMITE NOVO NO PENDMST - A IMAGEM
      *NOVA JA CARREGA A MUDANCA; O REGISTRO VIVO SO MUDA NA APROVACAO
       8700-ENFILEIRA-PENDENCIA SECTION.
           OPEN I-O PENDMST.
           IF WS-PENDMST-STATUS = '35'
               OPEN OUTPUT PENDMST
               CLOSE PENDMST
               OPEN I-O PENDMST
           END-IF.
           IF WS-PENDMST-STATUS NOT = '00'
               DISPLAY 'PENDMST INDISPONIVEL - STATUS '
                   WS-PENDMST-STATUS ' - MUDANCA NAO ENFILEIRADA'
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
           MOVE 'CONTMSTR' TO PEN-ARQUIVO.
           MOVE SPACES TO PEN-CHAVE.
           MOVE WRK-CONTA TO PEN-CHAVE(1:9).
           MOVE WRK-TIPO-PEND TO PEN-CHAVE(10:1).
           MOVE WRK-DESC-PEND TO PEN-DESCRICAO.
           MOVE SPACES TO PEN-IMAGEM-NOVA.
           MOVE WRK-IMAGEM-PEND TO PEN-IMAGEM-NOVA.
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
           CLOSE PENDMST.
       8700-ENFILEIRA-PENDENCIA-EXIT.
           EXIT.
       END PROGRAM CONMAINT.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE CLIENTES (CLIMSTR) - INCLUIR
      *          (CODIGO GERADO PELO PROPRIO PROGRAMA, CPF CONFERIDO
      *          PELO VALCPF E UNICO NO CADASTRO), ALTERAR NOME E
      *          ENDERECO, INATIVAR (RECUSADO ENQUANTO O CLIENTE TIVER
      *          CONTA ATIVA NO CONTMSTR), REATIVAR E CONSULTAR POR
      *          CODIGO OU POR CPF. E O CADASTRO PARA O QUAL AS CONTAS
      *          DO CONMAINT APONTAM (CT-CLIENTE).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMO DESENHO DO AGEMAINT, COM
      *                SIGN-ON, VERAUTH E TRILHA DE AUDITORIA GRVAUDIT.
      * 15/10/2026 RJJ CONTA DORMENTE CONTINUA ABERTA: TAMBEM IMPEDE A
      *                INATIVACAO DO CLIENTE.
      * 15/10/2026 RJJ E-MAIL E FORMA DE ENTREGA DO EXTRATO MENSAL ('P'
      *                SO PAPEL, 'E' ELETRONICO) PEDIDOS NA INCLUSAO E
      *                MANTIDOS PELA OPCAO NOVA 5 (CONSULTAR PASSOU A 6
      *                E SAIR A 7). ENTREGA ELETRONICA EXIGE E-MAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIMSTR ASSIGN TO "CLIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WS-CLIMSTR-STATUS.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTMSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIMSTR.
       COPY CLIREC.
       FD  CONTMSTR.
       COPY CONTREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       COPY CPFCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-CODIGO      PIC 9(007) VALUE ZEROS.
       01 WRK-CPF         PIC 9(011) VALUE ZEROS.
       01 WRK-NOME        PIC X(030) VALUE SPACES.
       01 WRK-ENDERECO    PIC X(040) VALUE SPACES.
       01 WRK-CIDADE      PIC X(020) VALUE SPACES.
       01 WRK-UF          PIC X(002) VALUE SPACES.
       01 WRK-CEP         PIC 9(008) VALUE ZEROS.
       01 WRK-EMAIL       PIC X(040) VALUE SPACES.
       01 WRK-ENTREGA     PIC X(001) VALUE SPACE.
       01 WRK-DATA-HOJE   PIC 9(008) VALUE ZEROS.
       01 WRK-TIPO-BUSCA  PIC 9(001) VALUE ZEROS.
       01 WRK-QTD-ATIVAS  PIC 9(005) VALUE ZEROS.
       01 AREA-IMAGENS.
           05 WRK-IMAGEM-ANTES  PIC X(060) VALUE SPACES.
           05 WRK-IMAGEM-DEPOIS PIC X(060) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-CLIMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-CLIMSTR     PIC X(001) VALUE 'N'.
               88 FIM-CLIMSTR        VALUE 'S'.
           05 WS-FIM-CONTMSTR    PIC X(001) VALUE 'N'.
               88 FIM-CONTMSTR       VALUE 'S'.
           05 WS-CONTMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 CONTMSTR-NO-AR     VALUE 'S'.
           05 WS-REG-ENCONTRADO  PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'CLIMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO CLIMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 7
               DISPLAY 'MANUTENCAO DO CADASTRO DE CLIENTES'
               DISPLAY '1 - INCLUIR'
               DISPLAY '2 - ALTERAR NOME E ENDERECO'
               DISPLAY '3 - INATIVAR'
               DISPLAY '4 - REATIVAR'
               DISPLAY '5 - ENTREGA DO EXTRATO (E-MAIL)'
               DISPLAY '6 - CONSULTAR'
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
                       PERFORM 2450-ENTREGA
                   WHEN WRK-OPCAO = 6
                       PERFORM 2500-CONSULTA
                   WHEN WRK-OPCAO = 7
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O CADASTRO, CRIANDO-O NA PRIMEIRA EXECUCAO (STATUS 35); O
      *CONTMSTR E SO CONSULTADO NA INATIVACAO
       1000-INICIALIZA SECTION.
           OPEN I-O CLIMSTR.
           IF WS-CLIMSTR-STATUS = '35'
               OPEN OUTPUT CLIMSTR
               CLOSE CLIMSTR
               OPEN I-O CLIMSTR
           END-IF.
           IF WS-CLIMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CLIMSTR - STATUS '
                   WS-CLIMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 7 TO WRK-OPCAO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT CONTMSTR.
           IF WS-CONTMSTR-STATUS = '00'
               SET CONTMSTR-NO-AR TO TRUE
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PEDE O CODIGO E PROCURA O REGISTRO
       2000-BUSCA-REGISTRO SECTION.
           DISPLAY 'CODIGO DO CLIENTE (7 DIGITOS)'.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO CLI-CODIGO.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           READ CLIMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CLIMSTR-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
           END-IF.
       2000-BUSCA-REGISTRO-EXIT.
           EXIT.
      *PROCURA O REGISTRO PELO CPF (CHAVE ALTERNATIVA)
       2050-BUSCA-POR-CPF SECTION.
           MOVE WRK-CPF TO CLI-CPF.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           READ CLIMSTR KEY IS CLI-CPF
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CLIMSTR-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
               MOVE CLI-CODIGO TO WRK-CODIGO
           END-IF.
       2050-BUSCA-POR-CPF-EXIT.
           EXIT.
      *INCLUI UM CLIENTE NOVO (JA NASCE ATIVO, DATADO DE HOJE) COM O
      *PROXIMO CODIGO LIVRE
       2100-INCLUI SECTION.
           DISPLAY 'CPF DO CLIENTE (11 DIGITOS)'.
           ACCEPT WRK-CPF.
           MOVE WRK-CPF TO CPF-NUMERO.
           MOVE RETURN-CODE TO CPF-RC.
           CALL 'VALCPF' USING AREA-VALCPF.
           IF NOT CPF-VALIDO
               DISPLAY 'CPF RECUSADO: ' CPF-MOTIVO
               GO TO 2100-INCLUI-EXIT
           END-IF.
           PERFORM 2050-BUSCA-POR-CPF.
           IF REG-ENCONTRADO
               DISPLAY 'CPF JA CADASTRADO PARA O CLIENTE ' CLI-CODIGO
                   ' ' CLI-NOME
               GO TO 2100-INCLUI-EXIT
           END-IF.
           DISPLAY 'NOME DO CLIENTE'.
           ACCEPT WRK-NOME.
           IF WRK-NOME = SPACES
               DISPLAY 'NOME E OBRIGATORIO'
               GO TO 2100-INCLUI-EXIT
           END-IF.
           PERFORM 2600-PEDE-ENDERECO.
           PERFORM 2800-PEDE-ENTREGA.
           PERFORM 2700-PROXIMO-CODIGO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-CODIGO    TO CLI-CODIGO.
           MOVE WRK-CPF       TO CLI-CPF.
           MOVE WRK-NOME      TO CLI-NOME.
           MOVE WRK-ENDERECO  TO CLI-ENDERECO.
           MOVE WRK-CIDADE    TO CLI-CIDADE.
           MOVE WRK-UF        TO CLI-UF.
           MOVE WRK-CEP       TO CLI-CEP.
           SET CLI-ATIVO TO TRUE.
           MOVE WRK-DATA-HOJE TO CLI-DATA-CADASTRO.
           MOVE WRK-EMAIL     TO CLI-EMAIL.
           MOVE WRK-ENTREGA   TO CLI-ENTREGA.
           WRITE CLIMSTR-REC
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR - STATUS '
                       WS-CLIMSTR-STATUS
           END-WRITE.
           IF WS-CLIMSTR-STATUS = '00'
               MOVE SPACES TO WRK-IMAGEM-ANTES
               MOVE CLIMSTR-REC TO WRK-IMAGEM-DEPOIS
               MOVE 'I' TO AUD-ACAO
               PERFORM 8600-GRAVA-AUDITORIA
               DISPLAY 'CLIENTE INCLUIDO COM O CODIGO ' WRK-CODIGO
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.
      *ALTERA NOME E ENDERECO DE UM CLIENTE - O CPF NAO MUDA
       2200-ALTERA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'CLIENTE NAO CADASTRADO'
               GO TO 2200-ALTERA-EXIT
           END-IF.
           DISPLAY 'NOME ATUAL....: ' CLI-NOME.
           DISPLAY 'ENDERECO ATUAL: ' CLI-ENDERECO.
           DISPLAY '                ' CLI-CIDADE ' ' CLI-UF ' '
               CLI-CEP.
           MOVE CLIMSTR-REC TO WRK-IMAGEM-ANTES.
           DISPLAY 'NOVO NOME (EM BRANCO MANTEM O ATUAL)'.
           ACCEPT WRK-NOME.
           PERFORM 2600-PEDE-ENDERECO.
           IF WRK-NOME NOT = SPACES
               MOVE WRK-NOME TO CLI-NOME
           END-IF.
           IF WRK-ENDERECO NOT = SPACES
               MOVE WRK-ENDERECO TO CLI-ENDERECO
               MOVE WRK-CIDADE   TO CLI-CIDADE
               MOVE WRK-UF       TO CLI-UF
               MOVE WRK-CEP      TO CLI-CEP
           END-IF.
           REWRITE CLIMSTR-REC.
           MOVE CLIMSTR-REC TO WRK-IMAGEM-DEPOIS.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'CLIENTE ALTERADO'.
       2200-ALTERA-EXIT.
           EXIT.
      *INATIVA UM CLIENTE - RECUSADO SE HOUVER CONTA ATIVA APONTANDO
      *PARA ELE NO CONTMSTR
       2300-INATIVA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'CLIENTE NAO CADASTRADO'
               GO TO 2300-INATIVA-EXIT
           END-IF.
           IF CLI-INATIVO
               DISPLAY 'CLIENTE JA ESTA INATIVO'
               GO TO 2300-INATIVA-EXIT
           END-IF.
           PERFORM 2350-CONTA-ATIVAS.
           IF WRK-QTD-ATIVAS > ZEROS
               DISPLAY 'CLIENTE TEM ' WRK-QTD-ATIVAS
                   ' CONTA(S) ATIVA(S) - ENCERRE-AS NO CONMAINT ANTES'
               GO TO 2300-INATIVA-EXIT
           END-IF.
           MOVE CLIMSTR-REC TO WRK-IMAGEM-ANTES.
           SET CLI-INATIVO TO TRUE.
           REWRITE CLIMSTR-REC.
           MOVE CLIMSTR-REC TO WRK-IMAGEM-DEPOIS.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'CLIENTE INATIVADO'.
       2300-INATIVA-EXIT.
           EXIT.
      *CONTA AS CONTAS ABERTAS (ATIVAS OU DORMENTES) DO CLIENTE NO
      *CONTMSTR
       2350-CONTA-ATIVAS SECTION.
           MOVE ZEROS TO WRK-QTD-ATIVAS.
           IF NOT CONTMSTR-NO-AR
               GO TO 2350-CONTA-ATIVAS-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-CONTMSTR.
           MOVE ZEROS TO CT-CONTA.
           START CONTMSTR KEY >= CT-CONTA
               INVALID KEY
                   SET FIM-CONTMSTR TO TRUE
           END-START.
           PERFORM UNTIL FIM-CONTMSTR
               READ CONTMSTR NEXT
                   AT END
                       SET FIM-CONTMSTR TO TRUE
                   NOT AT END
                       IF CT-CLIENTE = WRK-CODIGO AND NOT CT-ENCERRADA
                           ADD 1 TO WRK-QTD-ATIVAS
                       END-IF
               END-READ
           END-PERFORM.
       2350-CONTA-ATIVAS-EXIT.
           EXIT.
      *REATIVA UM CLIENTE INATIVO
       2400-REATIVA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'CLIENTE NAO CADASTRADO'
           ELSE
               MOVE CLIMSTR-REC TO WRK-IMAGEM-ANTES
               SET CLI-ATIVO TO TRUE
               REWRITE CLIMSTR-REC
               MOVE CLIMSTR-REC TO WRK-IMAGEM-DEPOIS
               MOVE 'A' TO AUD-ACAO
               PERFORM 8600-GRAVA-AUDITORIA
               DISPLAY 'CLIENTE REATIVADO'
           END-IF.
       2400-REATIVA-EXIT.
           EXIT.
      *ALTERA O E-MAIL E A FORMA DE ENTREGA DO EXTRATO - A IMAGEM DA
      *TRILHA LEVA CODIGO, FORMA E E-MAIL (FORA DOS 60 BYTES INICIAIS)
       2450-ENTREGA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'CLIENTE NAO CADASTRADO'
               GO TO 2450-ENTREGA-EXIT
           END-IF.
           DISPLAY 'E-MAIL ATUAL..: ' CLI-EMAIL.
           DISPLAY 'ENTREGA ATUAL.: ' CLI-ENTREGA.
           MOVE SPACES TO WRK-IMAGEM-ANTES.
           STRING CLI-CODIGO CLI-ENTREGA CLI-EMAIL
               DELIMITED BY SIZE INTO WRK-IMAGEM-ANTES.
           PERFORM 2800-PEDE-ENTREGA.
           MOVE WRK-EMAIL   TO CLI-EMAIL.
           MOVE WRK-ENTREGA TO CLI-ENTREGA.
           REWRITE CLIMSTR-REC.
           MOVE SPACES TO WRK-IMAGEM-DEPOIS.
           STRING CLI-CODIGO CLI-ENTREGA CLI-EMAIL
               DELIMITED BY SIZE INTO WRK-IMAGEM-DEPOIS.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'ENTREGA DO EXTRATO ALTERADA'.
       2450-ENTREGA-EXIT.
           EXIT.
      *CONSULTA UM CLIENTE POR CODIGO OU POR CPF
       2500-CONSULTA SECTION.
           DISPLAY 'CONSULTAR POR: 1 - CODIGO  2 - CPF'.
           ACCEPT WRK-TIPO-BUSCA.
           IF WRK-TIPO-BUSCA = 2
               DISPLAY 'CPF DO CLIENTE (11 DIGITOS)'
               ACCEPT WRK-CPF
               PERFORM 2050-BUSCA-POR-CPF
           ELSE
               PERFORM 2000-BUSCA-REGISTRO
           END-IF.
           IF NOT REG-ENCONTRADO
               DISPLAY 'CLIENTE NAO CADASTRADO'
           ELSE
               DISPLAY 'CODIGO..........: ' CLI-CODIGO
               DISPLAY 'CPF.............: ' CLI-CPF
               DISPLAY 'NOME............: ' CLI-NOME
               DISPLAY 'ENDERECO........: ' CLI-ENDERECO
               DISPLAY 'CIDADE/UF/CEP...: ' CLI-CIDADE ' ' CLI-UF
                   ' ' CLI-CEP
               IF CLI-INATIVO
                   DISPLAY 'SITUACAO........: INATIVO'
               ELSE
                   DISPLAY 'SITUACAO........: ATIVO'
               END-IF
               DISPLAY 'DATA CADASTRO...: ' CLI-DATA-CADASTRO
               DISPLAY 'E-MAIL..........: ' CLI-EMAIL
               IF CLI-ELETRONICO
                   DISPLAY 'EXTRATO.........: ELETRONICO'
               ELSE
                   DISPLAY 'EXTRATO.........: SO PAPEL'
               END-IF
           END-IF.
       2500-CONSULTA-EXIT.
           EXIT.
      *PEDE O ENDERECO COMPLETO
       2600-PEDE-ENDERECO SECTION.
           DISPLAY 'ENDERECO (EM BRANCO MANTEM O ATUAL NA ALTERACAO)'.
           ACCEPT WRK-ENDERECO.
           IF WRK-ENDERECO NOT = SPACES
               DISPLAY 'CIDADE'
               ACCEPT WRK-CIDADE
               DISPLAY 'UF'
               ACCEPT WRK-UF
               DISPLAY 'CEP (8 DIGITOS)'
               ACCEPT WRK-CEP
           END-IF.
       2600-PEDE-ENDERECO-EXIT.
           EXIT.
      *PROXIMO CODIGO LIVRE - O MAIOR CODIGO DO CADASTRO MAIS UM
       2700-PROXIMO-CODIGO SECTION.
           MOVE ZEROS TO WRK-CODIGO.
           MOVE 'N' TO WS-FIM-CLIMSTR.
           MOVE ZEROS TO CLI-CODIGO.
           START CLIMSTR KEY >= CLI-CODIGO
               INVALID KEY
                   SET FIM-CLIMSTR TO TRUE
           END-START.
           PERFORM UNTIL FIM-CLIMSTR
               READ CLIMSTR NEXT
                   AT END
                       SET FIM-CLIMSTR TO TRUE
                   NOT AT END
                       MOVE CLI-CODIGO TO WRK-CODIGO
               END-READ
           END-PERFORM.
           ADD 1 TO WRK-CODIGO.
       2700-PROXIMO-CODIGO-EXIT.
           EXIT.
      *PEDE O E-MAIL E A FORMA DE ENTREGA - SEM E-MAIL, OU COM
      *RESPOSTA INVALIDA, O CLIENTE FICA SO PAPEL
       2800-PEDE-ENTREGA SECTION.
           DISPLAY 'E-MAIL PARA O EXTRATO (EM BRANCO = NENHUM)'.
           ACCEPT WRK-EMAIL.
           DISPLAY 'ENTREGA DO EXTRATO (P=SO PAPEL E=ELETRONICO)'.
           ACCEPT WRK-ENTREGA.
           INSPECT WRK-ENTREGA CONVERTING 'pe' TO 'PE'.
           IF WRK-ENTREGA NOT = 'E'
               MOVE 'P' TO WRK-ENTREGA
           END-IF.
           IF WRK-ENTREGA = 'E' AND WRK-EMAIL = SPACES
               DISPLAY 'ENTREGA ELETRONICA EXIGE E-MAIL - FICA SO PAPEL'
               MOVE 'P' TO WRK-ENTREGA
           END-IF.
       2800-PEDE-ENTREGA-EXIT.
           EXIT.
      *FECHA OS CADASTROS
       3000-FINALIZA SECTION.
           CLOSE CLIMSTR.
           IF CONTMSTR-NO-AR
               CLOSE CONTMSTR
           END-IF.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM)
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'CLIMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'CLIMSTR ' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE WRK-CODIGO TO AUD-CHAVE(1:7).
           MOVE WRK-IMAGEM-ANTES  TO AUD-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM CLIMAINT.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE EMPREITEIRAS DE TOPOGRAFIA
      *          (EMTMSTR) - INCLUIR UMA EMPREITEIRA (CODIGO USADO NA
      *          LINHA H DO EXTRATO LEVEXT, NOME, CNPJ CONFERIDO PELO
      *          VALCNPJ E OS PRECOS POR LOTE NOVO E POR
      *          RELEVANTAMENTO), ALTERAR OS PRECOS, ATIVAR/INATIVAR E
      *          CONSULTAR. OS PRECOS VALEM PARA O EXTRATO MENSAL DE
      *          COBRANCA RELEMPT. TODA INCLUSAO E ALTERACAO VAI PARA
      *          A TRILHA AUDITMST COM AS IMAGENS ANTES/DEPOIS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMO DESENHO DO ZONMAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMTMSTR ASSIGN TO "EMTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ET-CODIGO
               FILE STATUS IS WS-EMTMSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMTMSTR.
       COPY EMTREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       COPY CNPCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-CODIGO      PIC X(004) VALUE SPACES.
       01 WRK-NOME        PIC X(025) VALUE SPACES.
       01 WRK-CNPJ        PIC 9(014) VALUE ZEROS.
       01 WRK-PRECO-LOTE  PIC 9(005)V99 VALUE ZEROS.
       01 WRK-PRECO-RELEV PIC 9(005)V99 VALUE ZEROS.
       01 WRK-PRECO-EDT   PIC ZZ,ZZ9.99.
       01 WRK-RELEV-EDT   PIC ZZ,ZZ9.99.
       01 WRK-IMAGEM-ANTES PIC X(058) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-EMTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-REG-ENCONTRADO PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
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
           MOVE 'EMTMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO EMTMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 5
               DISPLAY 'CADASTRO DE EMPREITEIRAS DE TOPOGRAFIA'
               DISPLAY '1 - INCLUIR EMPREITEIRA'
               DISPLAY '2 - ALTERAR PRECOS'
               DISPLAY '3 - ATIVAR/INATIVAR'
               DISPLAY '4 - CONSULTAR'
               DISPLAY '5 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-INCLUI
                   WHEN WRK-OPCAO = 2
                       PERFORM 2200-ALTERA
                   WHEN WRK-OPCAO = 3
                       PERFORM 2250-MUDA-SITUACAO
                   WHEN WRK-OPCAO = 4
                       PERFORM 2300-CONSULTA
                   WHEN WRK-OPCAO = 5
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O CADASTRO, CRIANDO-O NA PRIMEIRA EXECUCAO (STATUS 35)
       1000-INICIALIZA SECTION.
           OPEN I-O EMTMSTR.
           IF WS-EMTMSTR-STATUS = '35'
               OPEN OUTPUT EMTMSTR
               CLOSE EMTMSTR
               OPEN I-O EMTMSTR
           END-IF.
           IF WS-EMTMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O EMTMSTR - STATUS '
                   WS-EMTMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 5 TO WRK-OPCAO
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PEDE O CODIGO E PROCURA A EMPREITEIRA
       2000-BUSCA-REGISTRO SECTION.
           DISPLAY 'CODIGO DA EMPREITEIRA (4 POSICOES)'.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO ET-CODIGO.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           READ EMTMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMTMSTR-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
           END-IF.
       2000-BUSCA-REGISTRO-EXIT.
           EXIT.
      *INCLUI UMA EMPREITEIRA, JA ATIVA
       2100-INCLUI SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF REG-ENCONTRADO
               DISPLAY 'EMPREITEIRA JA CADASTRADA: ' ET-NOME
               GO TO 2100-INCLUI-EXIT
           END-IF.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO INVALIDO'
               GO TO 2100-INCLUI-EXIT
           END-IF.
           DISPLAY 'RAZAO SOCIAL'.
           ACCEPT WRK-NOME.
           IF WRK-NOME = SPACES
               DISPLAY 'RAZAO SOCIAL OBRIGATORIA'
               GO TO 2100-INCLUI-EXIT
           END-IF.
           DISPLAY 'CNPJ (14 DIGITOS)'.
           ACCEPT WRK-CNPJ.
           MOVE WRK-CNPJ TO CNPJ-NUMERO.
           MOVE RETURN-CODE TO CNPJ-RC.
           CALL 'VALCNPJ' USING AREA-VALCNPJ.
           IF NOT CNPJ-VALIDO
               DISPLAY 'CNPJ RECUSADO: ' CNPJ-MOTIVO
               GO TO 2100-INCLUI-EXIT
           END-IF.
           PERFORM 2400-PEDE-PRECOS.
           IF NOT VALORES-VALIDOS
               GO TO 2100-INCLUI-EXIT
           END-IF.
           MOVE WRK-CODIGO      TO ET-CODIGO.
           MOVE WRK-NOME        TO ET-NOME.
           MOVE WRK-CNPJ        TO ET-CNPJ.
           MOVE WRK-PRECO-LOTE  TO ET-PRECO-LOTE.
           MOVE WRK-PRECO-RELEV TO ET-PRECO-RELEV.
           SET ET-ATIVA TO TRUE.
           WRITE EMTMSTR-REC
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR - STATUS '
                       WS-EMTMSTR-STATUS
           END-WRITE.
           IF WS-EMTMSTR-STATUS = '00'
               MOVE 'I' TO AUD-ACAO
               MOVE SPACES TO WRK-IMAGEM-ANTES
               PERFORM 8600-GRAVA-AUDITORIA
               DISPLAY 'EMPREITEIRA INCLUIDA'
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.
      *ALTERA OS PRECOS POR LOTE NOVO E POR RELEVANTAMENTO
       2200-ALTERA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'EMPREITEIRA NAO CADASTRADA'
               GO TO 2200-ALTERA-EXIT
           END-IF.
           MOVE EMTMSTR-REC    TO WRK-IMAGEM-ANTES.
           MOVE ET-PRECO-LOTE  TO WRK-PRECO-EDT.
           MOVE ET-PRECO-RELEV TO WRK-RELEV-EDT.
           DISPLAY 'PRECO POR LOTE ATUAL: ' WRK-PRECO-EDT
               '  POR RELEVANTAMENTO: ' WRK-RELEV-EDT.
           PERFORM 2400-PEDE-PRECOS.
           IF NOT VALORES-VALIDOS
               DISPLAY 'PRECOS NAO ALTERADOS'
               GO TO 2200-ALTERA-EXIT
           END-IF.
           MOVE WRK-PRECO-LOTE  TO ET-PRECO-LOTE.
           MOVE WRK-PRECO-RELEV TO ET-PRECO-RELEV.
           REWRITE EMTMSTR-REC.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'PRECOS ALTERADOS'.
       2200-ALTERA-EXIT.
           EXIT.
      *INVERTE A SITUACAO: INATIVA NAO PODE MAIS ENTREGAR EXTRATO
       2250-MUDA-SITUACAO SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'EMPREITEIRA NAO CADASTRADA'
               GO TO 2250-MUDA-SITUACAO-EXIT
           END-IF.
           MOVE EMTMSTR-REC TO WRK-IMAGEM-ANTES.
           IF ET-ATIVA
               SET ET-INATIVA TO TRUE
           ELSE
               SET ET-ATIVA TO TRUE
           END-IF.
           REWRITE EMTMSTR-REC.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           IF ET-ATIVA
               DISPLAY 'EMPREITEIRA ATIVADA'
           ELSE
               DISPLAY 'EMPREITEIRA INATIVADA'
           END-IF.
       2250-MUDA-SITUACAO-EXIT.
           EXIT.
      *MOSTRA UMA EMPREITEIRA
       2300-CONSULTA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'EMPREITEIRA NAO CADASTRADA'
               GO TO 2300-CONSULTA-EXIT
           END-IF.
           MOVE ET-PRECO-LOTE  TO WRK-PRECO-EDT.
           MOVE ET-PRECO-RELEV TO WRK-RELEV-EDT.
           DISPLAY 'CODIGO...........: ' ET-CODIGO.
           DISPLAY 'RAZAO SOCIAL.....: ' ET-NOME.
           DISPLAY 'CNPJ.............: ' ET-CNPJ.
           DISPLAY 'PRECO LOTE NOVO..: ' WRK-PRECO-EDT.
           DISPLAY 'PRECO RELEVANTAM.: ' WRK-RELEV-EDT.
           IF ET-ATIVA
               DISPLAY 'SITUACAO.........: ATIVA'
           ELSE
               DISPLAY 'SITUACAO.........: INATIVA'
           END-IF.
       2300-CONSULTA-EXIT.
           EXIT.
      *PEDE E CONFERE OS DOIS PRECOS
       2400-PEDE-PRECOS SECTION.
           MOVE 'N' TO WS-VALORES-OK.
           DISPLAY 'PRECO POR LOTE NOVO (99999.99)'.
           ACCEPT WRK-PRECO-LOTE.
           DISPLAY 'PRECO POR RELEVANTAMENTO (99999.99)'.
           ACCEPT WRK-PRECO-RELEV.
           IF WRK-PRECO-LOTE NOT NUMERIC OR WRK-PRECO-LOTE = ZEROS
               DISPLAY 'PRECO POR LOTE INVALIDO'
               GO TO 2400-PEDE-PRECOS-EXIT
           END-IF.
           IF WRK-PRECO-RELEV NOT NUMERIC
               DISPLAY 'PRECO POR RELEVANTAMENTO INVALIDO'
               GO TO 2400-PEDE-PRECOS-EXIT
           END-IF.
           SET VALORES-VALIDOS TO TRUE.
       2400-PEDE-PRECOS-EXIT.
           EXIT.
      *FECHA O CADASTRO
       3000-FINALIZA SECTION.
           CLOSE EMTMSTR.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM)
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'EMTMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'EMTMSTR ' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE ET-CODIGO TO AUD-CHAVE(1:4).
           MOVE WRK-IMAGEM-ANTES TO AUD-ANTES.
           MOVE EMTMSTR-REC TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM EMTMAINT.

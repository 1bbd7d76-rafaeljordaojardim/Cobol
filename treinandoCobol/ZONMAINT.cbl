      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE ZONAS FISCAIS (ZONMSTR) -
      *          INCLUIR A LINHA DE UMA ZONA PARA UM ANO (VALOR DO METRO
      *          QUADRADO E ALIQUOTA DO IMPOSTO TERRITORIAL), ALTERAR OS
      *          VALORES DE UMA LINHA E CONSULTAR OS ANOS DE UMA ZONA.
      *          E A BASE DA AVALIACAO ANUAL DO AVALOTE E DA ZONA
      *          INFORMADA NO LOTMAINT. TODA INCLUSAO E ALTERACAO VAI
      *          PARA A TRILHA AUDITMST COM AS IMAGENS ANTES/DEPOIS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMO DESENHO DO LOTMAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZONMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONMSTR ASSIGN TO "ZONMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZN-CHAVE
               FILE STATUS IS WS-ZONMSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ZONMSTR.
       COPY ZONREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-ZONA        PIC 9(003) VALUE ZEROS.
       01 WRK-ANO         PIC 9(004) VALUE ZEROS.
       01 WRK-DESCRICAO   PIC X(020) VALUE SPACES.
       01 WRK-VALOR-M2    PIC 9(007)V99 VALUE ZEROS.
       01 WRK-ALIQUOTA    PIC 9(002)V9(004) VALUE ZEROS.
       01 WRK-VALOR-EDT   PIC Z(6)9.99.
       01 WRK-ALIQ-EDT    PIC Z9.9999.
       01 WRK-IMAGEM-ANTES PIC X(042) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-ZONMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-REG-ENCONTRADO PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
           05 WS-FIM-ZONMSTR    PIC X(001) VALUE 'N'.
               88 FIM-ZONMSTR        VALUE 'S'.
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
           MOVE 'ZONMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO ZONMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 4
               DISPLAY 'TABELA DE ZONAS FISCAIS'
               DISPLAY '1 - INCLUIR ZONA/ANO'
               DISPLAY '2 - ALTERAR VALORES'
               DISPLAY '3 - CONSULTAR ZONA'
               DISPLAY '4 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-INCLUI
                   WHEN WRK-OPCAO = 2
                       PERFORM 2200-ALTERA
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
           OPEN I-O ZONMSTR.
           IF WS-ZONMSTR-STATUS = '35'
               OPEN OUTPUT ZONMSTR
               CLOSE ZONMSTR
               OPEN I-O ZONMSTR
           END-IF.
           IF WS-ZONMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ZONMSTR - STATUS '
                   WS-ZONMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 4 TO WRK-OPCAO
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PEDE ZONA E ANO E PROCURA A LINHA
       2000-BUSCA-REGISTRO SECTION.
           DISPLAY 'ZONA (3 DIGITOS)'.
           ACCEPT WRK-ZONA.
           DISPLAY 'ANO DE LANCAMENTO (AAAA)'.
           ACCEPT WRK-ANO.
           MOVE WRK-ZONA TO ZN-ZONA.
           MOVE WRK-ANO  TO ZN-ANO.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           READ ZONMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ZONMSTR-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
           END-IF.
       2000-BUSCA-REGISTRO-EXIT.
           EXIT.
      *INCLUI A LINHA DE UMA ZONA PARA UM ANO
       2100-INCLUI SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF REG-ENCONTRADO
               DISPLAY 'ZONA/ANO JA CADASTRADA: ' ZN-DESCRICAO
               GO TO 2100-INCLUI-EXIT
           END-IF.
           IF WRK-ZONA = ZEROS OR WRK-ANO < 1900
               DISPLAY 'ZONA OU ANO INVALIDO'
               GO TO 2100-INCLUI-EXIT
           END-IF.
           DISPLAY 'DESCRICAO DA ZONA'.
           ACCEPT WRK-DESCRICAO.
           PERFORM 2400-PEDE-VALORES.
           IF NOT VALORES-VALIDOS
               GO TO 2100-INCLUI-EXIT
           END-IF.
           MOVE WRK-ZONA      TO ZN-ZONA.
           MOVE WRK-ANO       TO ZN-ANO.
           MOVE WRK-DESCRICAO TO ZN-DESCRICAO.
           MOVE WRK-VALOR-M2  TO ZN-VALOR-M2.
           MOVE WRK-ALIQUOTA  TO ZN-ALIQUOTA.
           WRITE ZONMSTR-REC
               INVALID KEY
                   DISPLAY 'ERRO AO INCLUIR - STATUS '
                       WS-ZONMSTR-STATUS
           END-WRITE.
           IF WS-ZONMSTR-STATUS = '00'
               MOVE 'I' TO AUD-ACAO
               MOVE SPACES TO WRK-IMAGEM-ANTES
               PERFORM 8600-GRAVA-AUDITORIA
               DISPLAY 'ZONA/ANO INCLUIDA'
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.
      *ALTERA O VALOR DO METRO QUADRADO E A ALIQUOTA DE UMA LINHA
       2200-ALTERA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'ZONA/ANO NAO CADASTRADA'
               GO TO 2200-ALTERA-EXIT
           END-IF.
           MOVE ZONMSTR-REC  TO WRK-IMAGEM-ANTES.
           MOVE ZN-VALOR-M2  TO WRK-VALOR-EDT.
           MOVE ZN-ALIQUOTA  TO WRK-ALIQ-EDT.
           DISPLAY 'VALOR M2 ATUAL: ' WRK-VALOR-EDT
               '  ALIQUOTA ATUAL (%): ' WRK-ALIQ-EDT.
           PERFORM 2400-PEDE-VALORES.
           IF NOT VALORES-VALIDOS
               DISPLAY 'VALORES NAO ALTERADOS'
               GO TO 2200-ALTERA-EXIT
           END-IF.
           MOVE WRK-VALOR-M2 TO ZN-VALOR-M2.
           MOVE WRK-ALIQUOTA TO ZN-ALIQUOTA.
           REWRITE ZONMSTR-REC.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'VALORES ALTERADOS'.
       2200-ALTERA-EXIT.
           EXIT.
      *LISTA TODOS OS ANOS DE UMA ZONA
       2300-CONSULTA SECTION.
           DISPLAY 'ZONA (3 DIGITOS)'.
           ACCEPT WRK-ZONA.
           MOVE 'N' TO WS-FIM-ZONMSTR.
           MOVE WRK-ZONA TO ZN-ZONA.
           MOVE ZEROS    TO ZN-ANO.
           START ZONMSTR KEY >= ZN-CHAVE
               INVALID KEY
                   SET FIM-ZONMSTR TO TRUE
           END-START.
           DISPLAY 'ANO  DESCRICAO             VALOR M2   ALIQ %'.
           PERFORM UNTIL FIM-ZONMSTR
               READ ZONMSTR NEXT
                   AT END
                       SET FIM-ZONMSTR TO TRUE
                   NOT AT END
                       IF ZN-ZONA NOT = WRK-ZONA
                           SET FIM-ZONMSTR TO TRUE
                       ELSE
                           MOVE ZN-VALOR-M2 TO WRK-VALOR-EDT
                           MOVE ZN-ALIQUOTA TO WRK-ALIQ-EDT
                           DISPLAY ZN-ANO ' ' ZN-DESCRICAO ' '
                               WRK-VALOR-EDT ' ' WRK-ALIQ-EDT
                       END-IF
               END-READ
           END-PERFORM.
       2300-CONSULTA-EXIT.
           EXIT.
      *PEDE E CONFERE VALOR DO METRO QUADRADO E ALIQUOTA
       2400-PEDE-VALORES SECTION.
           MOVE 'N' TO WS-VALORES-OK.
           DISPLAY 'VALOR DO METRO QUADRADO (9999999.99)'.
           ACCEPT WRK-VALOR-M2.
           DISPLAY 'ALIQUOTA DO IMPOSTO EM % (99.9999)'.
           ACCEPT WRK-ALIQUOTA.
           IF WRK-VALOR-M2 NOT NUMERIC OR WRK-VALOR-M2 = ZEROS
               DISPLAY 'VALOR DO METRO QUADRADO INVALIDO'
               GO TO 2400-PEDE-VALORES-EXIT
           END-IF.
           IF WRK-ALIQUOTA NOT NUMERIC OR WRK-ALIQUOTA = ZEROS
               DISPLAY 'ALIQUOTA INVALIDA'
               GO TO 2400-PEDE-VALORES-EXIT
           END-IF.
           SET VALORES-VALIDOS TO TRUE.
       2400-PEDE-VALORES-EXIT.
           EXIT.
      *FECHA A TABELA
       3000-FINALIZA SECTION.
           CLOSE ZONMSTR.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM)
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'ZONMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'ZONMSTR ' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE ZN-CHAVE TO AUD-CHAVE(1:7).
           MOVE WRK-IMAGEM-ANTES TO AUD-ANTES.
           MOVE ZONMSTR-REC TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM ZONMAINT.

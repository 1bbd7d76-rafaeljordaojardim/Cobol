      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO ORCAMENTO MENSAL DO CAIXA PEQUENO
      *          (ORCCAIXA, LAYOUT ORCREC) - VALOR PREVISTO DE GASTO POR
      *          CATEGORIA DO CATCAIXA E MES (AAAAMM). LISTAR UM MES,
      *          GRAVAR (INCLUI OU ALTERA) E EXCLUIR. A CATEGORIA TEM DE
      *          EXISTIR NO CATCAIXA. MESMO DESENHO DE TABELA EM
      *          MEMORIA DO CTAMAINT, COM A TRILHA DE AUDITORIA COMUM
      *          (GRVAUDIT).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCCAIXA ASSIGN TO "ORCCAIXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCCAIXA-STATUS.
           SELECT CATCAIXA ASSIGN TO "CATCAIXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCAIXA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCCAIXA.
       COPY ORCREC.
       FD  CATCAIXA.
       01  CATCAIXA-REC.
           05 CC-COD         PIC 9(002).
           05 CC-DESC        PIC X(020).
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       01 WRK-OPCAO         PIC 9(001) VALUE ZEROS.
       01 WRK-CATEGORIA     PIC 9(002) VALUE ZEROS.
       01 WRK-MES           PIC 9(006) VALUE ZEROS.
       01 FILLER REDEFINES WRK-MES.
           05 WRK-MES-AAAA  PIC 9(004).
           05 WRK-MES-MM    PIC 9(002).
       01 WRK-VALOR         PIC 9(009) VALUE ZEROS.
       01 WRK-DESC-CAT      PIC X(020) VALUE SPACES.
       01 WRK-VALOR-EDT     PIC Z(8)9.99.
       01 WRK-IMAGEM.
           05 IMG-CATEGORIA PIC 9(002).
           05 FILLER        PIC X(001).
           05 IMG-MES       PIC 9(006).
           05 FILLER        PIC X(001).
           05 IMG-VALOR     PIC 9(009)V99.
           05 FILLER        PIC X(039).
       01 AREA-CONTROLE.
           05 WS-ORCCAIXA-STATUS PIC X(002) VALUE '00'.
           05 WS-CATCAIXA-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-ORCCAIXA    PIC X(001) VALUE 'N'.
               88 FIM-ORCCAIXA       VALUE 'S'.
           05 WS-FIM-CATCAIXA    PIC X(001) VALUE 'N'.
               88 FIM-CATCAIXA       VALUE 'S'.
           05 WS-ACHOU           PIC X(001) VALUE 'N'.
               88 ACHOU-ORCAMENTO    VALUE 'S'.
           05 WS-CAT-OK          PIC X(001) VALUE 'N'.
               88 CATEGORIA-OK       VALUE 'S'.
       01 AREA-TABELA.
           05 ORC-QTDE          PIC 9(004) VALUE ZEROS.
           05 ORC-ENTRADA OCCURS 1000 TIMES.
               10 TAB-CATEGORIA PIC 9(002).
               10 TAB-MES       PIC 9(006).
               10 TAB-VALOR     PIC 9(009)V99.
           05 IX-ORC            PIC 9(004) VALUE ZEROS.
           05 IX-ACHADO         PIC 9(004) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'ORCMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO ORCMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 4
               DISPLAY 'ORCAMENTO MENSAL DO CAIXA PEQUENO'
               DISPLAY '1 - LISTAR UM MES'
               DISPLAY '2 - GRAVAR (INCLUIR/ALTERAR)'
               DISPLAY '3 - EXCLUIR'
               DISPLAY '4 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-LISTA
                   WHEN WRK-OPCAO = 2
                       PERFORM 2200-GRAVA
                   WHEN WRK-OPCAO = 3
                       PERFORM 2300-EXCLUI
                   WHEN WRK-OPCAO = 4
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           MOVE RC-SUCESSO TO RETURN-CODE
           GOBACK.
      *CARREGA O ORCAMENTO PARA A TABELA - AUSENTE, COMECA VAZIO
       1000-CARREGA-TABELA SECTION.
           MOVE ZEROS TO ORC-QTDE.
           MOVE 'N' TO WS-FIM-ORCCAIXA.
           OPEN INPUT ORCCAIXA.
           IF WS-ORCCAIXA-STATUS = '00'
               PERFORM UNTIL FIM-ORCCAIXA OR ORC-QTDE >= 1000
                   READ ORCCAIXA
                       AT END
                           SET FIM-ORCCAIXA TO TRUE
                       NOT AT END
                           ADD 1 TO ORC-QTDE
                           MOVE OR-CATEGORIA TO TAB-CATEGORIA(ORC-QTDE)
                           MOVE OR-MES       TO TAB-MES(ORC-QTDE)
                           MOVE OR-VALOR     TO TAB-VALOR(ORC-QTDE)
                   END-READ
               END-PERFORM
               CLOSE ORCCAIXA
           END-IF.
       1000-CARREGA-TABELA-EXIT.
           EXIT.
      *REGRAVA O ORCCAIXA A PARTIR DA TABELA
       1200-REGRAVA-ORCAMENTO SECTION.
           OPEN OUTPUT ORCCAIXA.
           PERFORM VARYING IX-ORC FROM 1 BY 1
                   UNTIL IX-ORC > ORC-QTDE
               MOVE TAB-CATEGORIA(IX-ORC) TO OR-CATEGORIA
               MOVE TAB-MES(IX-ORC)       TO OR-MES
               MOVE TAB-VALOR(IX-ORC)     TO OR-VALOR
               WRITE ORCCAIXA-REC
           END-PERFORM.
           CLOSE ORCCAIXA.
       1200-REGRAVA-ORCAMENTO-EXIT.
           EXIT.
      *PEDE CATEGORIA E MES E PROCURA NA TABELA
       1300-BUSCA-ORCAMENTO SECTION.
           PERFORM 1000-CARREGA-TABELA.
           DISPLAY 'CODIGO DA CATEGORIA (2 DIGITOS)'.
           ACCEPT WRK-CATEGORIA.
           DISPLAY 'MES DO ORCAMENTO (AAAAMM)'.
           ACCEPT WRK-MES.
           MOVE 'N' TO WS-ACHOU.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-ORC FROM 1 BY 1
                   UNTIL IX-ORC > ORC-QTDE OR ACHOU-ORCAMENTO
               IF TAB-CATEGORIA(IX-ORC) = WRK-CATEGORIA
                  AND TAB-MES(IX-ORC) = WRK-MES
                   SET ACHOU-ORCAMENTO TO TRUE
                   MOVE IX-ORC TO IX-ACHADO
               END-IF
           END-PERFORM.
       1300-BUSCA-ORCAMENTO-EXIT.
           EXIT.
      *A CATEGORIA TEM DE ESTAR NO CATCAIXA
       1400-VALIDA-CATEGORIA SECTION.
           MOVE 'N' TO WS-CAT-OK.
           MOVE 'N' TO WS-FIM-CATCAIXA.
           OPEN INPUT CATCAIXA.
           IF WS-CATCAIXA-STATUS NOT = '00'
               DISPLAY 'TABELA CATCAIXA INDISPONIVEL - STATUS '
                   WS-CATCAIXA-STATUS
               GO TO 1400-VALIDA-CATEGORIA-EXIT
           END-IF.
           PERFORM UNTIL FIM-CATCAIXA OR CATEGORIA-OK
               READ CATCAIXA
                   AT END
                       SET FIM-CATCAIXA TO TRUE
                   NOT AT END
                       IF CC-COD = WRK-CATEGORIA
                           SET CATEGORIA-OK TO TRUE
                           MOVE CC-DESC TO WRK-DESC-CAT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATCAIXA.
           IF NOT CATEGORIA-OK
               DISPLAY 'CATEGORIA NAO CADASTRADA NO CATCAIXA'
           END-IF.
       1400-VALIDA-CATEGORIA-EXIT.
           EXIT.
      *LISTA O ORCAMENTO DE UM MES NO CONSOLE
       2100-LISTA SECTION.
           PERFORM 1000-CARREGA-TABELA.
           DISPLAY 'MES DO ORCAMENTO (AAAAMM)'.
           ACCEPT WRK-MES.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING IX-ORC FROM 1 BY 1
                   UNTIL IX-ORC > ORC-QTDE
               IF TAB-MES(IX-ORC) = WRK-MES
                   SET ACHOU-ORCAMENTO TO TRUE
                   MOVE TAB-VALOR(IX-ORC) TO WRK-VALOR-EDT
                   DISPLAY 'CATEGORIA ' TAB-CATEGORIA(IX-ORC)
                       ' ORCADO ' WRK-VALOR-EDT
               END-IF
           END-PERFORM.
           IF NOT ACHOU-ORCAMENTO
               DISPLAY 'NENHUM ORCAMENTO PARA O MES'
           END-IF.
       2100-LISTA-EXIT.
           EXIT.
      *GRAVA O ORCADO DE UMA CATEGORIA NO MES - INCLUI OU ALTERA
       2200-GRAVA SECTION.
           PERFORM 1300-BUSCA-ORCAMENTO.
           IF WRK-MES-MM < 1 OR WRK-MES-MM > 12
               DISPLAY 'MES INVALIDO'
               GO TO 2200-GRAVA-EXIT
           END-IF.
           PERFORM 1400-VALIDA-CATEGORIA.
           IF NOT CATEGORIA-OK
               GO TO 2200-GRAVA-EXIT
           END-IF.
           IF NOT ACHOU-ORCAMENTO AND ORC-QTDE >= 1000
               DISPLAY 'ARQUIVO DE ORCAMENTO CHEIO'
               GO TO 2200-GRAVA-EXIT
           END-IF.
           DISPLAY 'CATEGORIA: ' WRK-DESC-CAT.
           IF ACHOU-ORCAMENTO
               MOVE TAB-VALOR(IX-ACHADO) TO WRK-VALOR-EDT
               DISPLAY 'ORCADO ATUAL: ' WRK-VALOR-EDT
           END-IF.
           DISPLAY 'VALOR ORCADO PARA O MES (INTEIRO)'.
           ACCEPT WRK-VALOR.
           MOVE SPACES TO AUD-ANTES.
           IF ACHOU-ORCAMENTO
               MOVE 'A' TO AUD-ACAO
               PERFORM 8500-MONTA-IMAGEM
               MOVE WRK-IMAGEM TO AUD-ANTES
           ELSE
               MOVE 'I' TO AUD-ACAO
               ADD 1 TO ORC-QTDE
               MOVE ORC-QTDE      TO IX-ACHADO
               MOVE WRK-CATEGORIA TO TAB-CATEGORIA(IX-ACHADO)
               MOVE WRK-MES       TO TAB-MES(IX-ACHADO)
           END-IF.
           MOVE WRK-VALOR TO TAB-VALOR(IX-ACHADO).
           PERFORM 1200-REGRAVA-ORCAMENTO.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-DEPOIS.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'ORCAMENTO GRAVADO'.
       2200-GRAVA-EXIT.
           EXIT.
      *EXCLUI O ORCADO DE UMA CATEGORIA NO MES
       2300-EXCLUI SECTION.
           PERFORM 1300-BUSCA-ORCAMENTO.
           IF NOT ACHOU-ORCAMENTO
               DISPLAY 'ORCAMENTO NAO CADASTRADO'
               GO TO 2300-EXCLUI-EXIT
           END-IF.
           MOVE 'E' TO AUD-ACAO.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-ANTES.
           MOVE SPACES TO AUD-DEPOIS.
           MOVE TAB-CATEGORIA(ORC-QTDE) TO TAB-CATEGORIA(IX-ACHADO).
           MOVE TAB-MES(ORC-QTDE)       TO TAB-MES(IX-ACHADO).
           MOVE TAB-VALOR(ORC-QTDE)     TO TAB-VALOR(IX-ACHADO).
           SUBTRACT 1 FROM ORC-QTDE.
           PERFORM 1200-REGRAVA-ORCAMENTO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'ORCAMENTO EXCLUIDO'.
       2300-EXCLUI-EXIT.
           EXIT.
      *IMAGEM DO ORCAMENTO IX-ACHADO PARA A TRILHA DE AUDITORIA
       8500-MONTA-IMAGEM SECTION.
           MOVE SPACES TO WRK-IMAGEM.
           MOVE TAB-CATEGORIA(IX-ACHADO) TO IMG-CATEGORIA.
           MOVE TAB-MES(IX-ACHADO)       TO IMG-MES.
           MOVE TAB-VALOR(IX-ACHADO)     TO IMG-VALOR.
       8500-MONTA-IMAGEM-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM) - QUEM
      *CHAMA JA CARREGOU ACAO E IMAGENS
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'ORCMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'ORCCAIXA' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE WRK-CATEGORIA TO AUD-CHAVE(1:2).
           MOVE WRK-MES       TO AUD-CHAVE(4:6).
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM ORCMAINT.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE REGRAS DE RISCO CARDIOVASCULAR
      *          (RISCOREG, LAYOUT RISREC) - A CLINICA DIZ QUAL NIVEL
      *          DE RISCO (1 BAIXO A 4 MUITO ALTO) CADA COMBINACAO DE
      *          FAIXA DE IMC, FAIXA DE CINTURA E CATEGORIA DE PRESSAO
      *          VALE, COM '*' PARA QUALQUER FAIXA. LISTAR, GRAVAR
      *          (INCLUI OU ALTERA) E EXCLUIR. SEM RISCOREG, A TABELA E
      *          CRIADA COM AS REGRAS PADRAO DA CLINICA. MESMO DESENHO
      *          DE TABELA EM MEMORIA DO ORCMAINT, COM A TRILHA DE
      *          AUDITORIA COMUM (GRVAUDIT).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISCOREG ASSIGN TO "RISCOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISCOREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RISCOREG.
       COPY RISREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       01 WRK-OPCAO         PIC 9(001) VALUE ZEROS.
       01 WRK-CHAVE.
           05 WRK-FAIXA-IMC  PIC X(001) VALUE SPACE.
               88 FAIXA-IMC-VALIDA   VALUE '0' THRU '6' '*'.
           05 WRK-FAIXA-CINT PIC X(001) VALUE SPACE.
               88 FAIXA-CINT-VALIDA  VALUE '0' THRU '3' '*'.
           05 WRK-FAIXA-PA   PIC X(001) VALUE SPACE.
               88 FAIXA-PA-VALIDA    VALUE '0' THRU '3' '*'.
       01 WRK-NIVEL         PIC 9(001) VALUE ZEROS.
           88 NIVEL-VALIDO       VALUE 1 THRU 4.
       01 WRK-NOME-NIVEL    PIC X(010) VALUE SPACES.
       01 WRK-IMAGEM.
           05 IMG-FAIXA-IMC  PIC X(001).
           05 FILLER         PIC X(001).
           05 IMG-FAIXA-CINT PIC X(001).
           05 FILLER         PIC X(001).
           05 IMG-FAIXA-PA   PIC X(001).
           05 FILLER         PIC X(001).
           05 IMG-NIVEL      PIC 9(001).
           05 FILLER         PIC X(053).
       01 AREA-CONTROLE.
           05 WS-RISCOREG-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-RISCOREG    PIC X(001) VALUE 'N'.
               88 FIM-RISCOREG       VALUE 'S'.
           05 WS-ACHOU           PIC X(001) VALUE 'N'.
               88 ACHOU-REGRA        VALUE 'S'.
       01 AREA-TABELA.
           05 REG-QTDE          PIC 9(003) VALUE ZEROS.
           05 REG-ENTRADA OCCURS 200 TIMES.
               10 TAB-CHAVE     PIC X(003).
               10 TAB-NIVEL     PIC 9(001).
           05 IX-REG            PIC 9(003) VALUE ZEROS.
           05 IX-ACHADO         PIC 9(003) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'RISMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO RISMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-CARREGA-TABELA.
           PERFORM UNTIL WRK-OPCAO = 4
               DISPLAY 'REGRAS DE RISCO CARDIOVASCULAR'
               DISPLAY '1 - LISTAR'
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
      *CARREGA AS REGRAS PARA A TABELA - AUSENTE, CRIA O RISCOREG COM
      *AS REGRAS PADRAO DA CLINICA
       1000-CARREGA-TABELA SECTION.
           MOVE ZEROS TO REG-QTDE.
           MOVE 'N' TO WS-FIM-RISCOREG.
           OPEN INPUT RISCOREG.
           IF WS-RISCOREG-STATUS = '00'
               PERFORM UNTIL FIM-RISCOREG OR REG-QTDE >= 200
                   READ RISCOREG
                       AT END
                           SET FIM-RISCOREG TO TRUE
                       NOT AT END
                           ADD 1 TO REG-QTDE
                           MOVE RG-CHAVE TO TAB-CHAVE(REG-QTDE)
                           MOVE RG-NIVEL TO TAB-NIVEL(REG-QTDE)
                   END-READ
               END-PERFORM
               CLOSE RISCOREG
           ELSE
               DISPLAY 'RISCOREG AINDA NAO EXISTE - CRIANDO COM AS '
                   'REGRAS PADRAO'
               MOVE 12 TO REG-QTDE
               MOVE '1**' TO TAB-CHAVE(1)
               MOVE 2     TO TAB-NIVEL(1)
               MOVE '4**' TO TAB-CHAVE(2)
               MOVE 2     TO TAB-NIVEL(2)
               MOVE '5**' TO TAB-CHAVE(3)
               MOVE 3     TO TAB-NIVEL(3)
               MOVE '6**' TO TAB-CHAVE(4)
               MOVE 4     TO TAB-NIVEL(4)
               MOVE '*2*' TO TAB-CHAVE(5)
               MOVE 2     TO TAB-NIVEL(5)
               MOVE '*3*' TO TAB-CHAVE(6)
               MOVE 3     TO TAB-NIVEL(6)
               MOVE '**2' TO TAB-CHAVE(7)
               MOVE 2     TO TAB-NIVEL(7)
               MOVE '**3' TO TAB-CHAVE(8)
               MOVE 3     TO TAB-NIVEL(8)
               MOVE '33*' TO TAB-CHAVE(9)
               MOVE 3     TO TAB-NIVEL(9)
               MOVE '*33' TO TAB-CHAVE(10)
               MOVE 4     TO TAB-NIVEL(10)
               MOVE '4*3' TO TAB-CHAVE(11)
               MOVE 4     TO TAB-NIVEL(11)
               MOVE '53*' TO TAB-CHAVE(12)
               MOVE 4     TO TAB-NIVEL(12)
               PERFORM 1200-REGRAVA-REGRAS
           END-IF.
       1000-CARREGA-TABELA-EXIT.
           EXIT.
      *REGRAVA O RISCOREG A PARTIR DA TABELA
       1200-REGRAVA-REGRAS SECTION.
           OPEN OUTPUT RISCOREG.
           PERFORM VARYING IX-REG FROM 1 BY 1
                   UNTIL IX-REG > REG-QTDE
               MOVE TAB-CHAVE(IX-REG) TO RG-CHAVE
               MOVE TAB-NIVEL(IX-REG) TO RG-NIVEL
               WRITE RISCOREG-REC
           END-PERFORM.
           CLOSE RISCOREG.
       1200-REGRAVA-REGRAS-EXIT.
           EXIT.
      *PEDE AS TRES FAIXAS E PROCURA A REGRA NA TABELA
       1300-BUSCA-REGRA SECTION.
           DISPLAY 'FAIXA DE IMC (1-6, 0 SEM MEDIDA, * QUALQUER)'.
           ACCEPT WRK-FAIXA-IMC.
           DISPLAY 'FAIXA DE CINTURA (1-3, 0 SEM MEDIDA, * QUALQUER)'.
           ACCEPT WRK-FAIXA-CINT.
           DISPLAY 'CATEGORIA DE PRESSAO (1-3, 0 SEM MEDIDA, * '
               'QUALQUER)'.
           ACCEPT WRK-FAIXA-PA.
           MOVE 'N' TO WS-ACHOU.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-REG FROM 1 BY 1
                   UNTIL IX-REG > REG-QTDE OR ACHOU-REGRA
               IF TAB-CHAVE(IX-REG) = WRK-CHAVE
                   SET ACHOU-REGRA TO TRUE
                   MOVE IX-REG TO IX-ACHADO
               END-IF
           END-PERFORM.
       1300-BUSCA-REGRA-EXIT.
           EXIT.
      *LISTA AS REGRAS NO CONSOLE COM A LEGENDA DAS FAIXAS
       2100-LISTA SECTION.
           DISPLAY 'IMC: 1 ABAIXO 2 NORMAL 3 ACIMA 4 OBS.I 5 OBS.II '
               '6 OBS.III'.
           DISPLAY 'CINTURA: 1 NORMAL 2 ATENCAO 3 RISCO - PRESSAO: '
               '1 OTIMA 2 LIMITE 3 ELEVADA'.
           DISPLAY 'IMC CINT PA  NIVEL'.
           PERFORM VARYING IX-REG FROM 1 BY 1
                   UNTIL IX-REG > REG-QTDE
               MOVE TAB-NIVEL(IX-REG) TO WRK-NIVEL
               PERFORM 8400-NOME-NIVEL
               DISPLAY ' ' TAB-CHAVE(IX-REG)(1:1)
                   '   ' TAB-CHAVE(IX-REG)(2:1)
                   '    ' TAB-CHAVE(IX-REG)(3:1)
                   '  ' WRK-NIVEL ' ' WRK-NOME-NIVEL
           END-PERFORM.
           IF REG-QTDE = ZEROS
               DISPLAY 'NENHUMA REGRA CADASTRADA - TODOS SAIRAO BAIXO'
           END-IF.
       2100-LISTA-EXIT.
           EXIT.
      *GRAVA O NIVEL DE UMA COMBINACAO DE FAIXAS - INCLUI OU ALTERA
       2200-GRAVA SECTION.
           PERFORM 1300-BUSCA-REGRA.
           IF NOT FAIXA-IMC-VALIDA
              OR NOT FAIXA-CINT-VALIDA
              OR NOT FAIXA-PA-VALIDA
               DISPLAY 'FAIXA INVALIDA'
               GO TO 2200-GRAVA-EXIT
           END-IF.
           IF NOT ACHOU-REGRA AND REG-QTDE >= 200
               DISPLAY 'TABELA DE REGRAS CHEIA'
               GO TO 2200-GRAVA-EXIT
           END-IF.
           IF ACHOU-REGRA
               MOVE TAB-NIVEL(IX-ACHADO) TO WRK-NIVEL
               PERFORM 8400-NOME-NIVEL
               DISPLAY 'NIVEL ATUAL: ' WRK-NIVEL ' ' WRK-NOME-NIVEL
           END-IF.
           DISPLAY 'NIVEL DE RISCO (1 BAIXO 2 MODERADO 3 ALTO '
               '4 MUITO ALTO)'.
           ACCEPT WRK-NIVEL.
           IF NOT NIVEL-VALIDO
               DISPLAY 'NIVEL INVALIDO'
               GO TO 2200-GRAVA-EXIT
           END-IF.
           MOVE SPACES TO AUD-ANTES.
           IF ACHOU-REGRA
               MOVE 'A' TO AUD-ACAO
               PERFORM 8500-MONTA-IMAGEM
               MOVE WRK-IMAGEM TO AUD-ANTES
           ELSE
               MOVE 'I' TO AUD-ACAO
               ADD 1 TO REG-QTDE
               MOVE REG-QTDE  TO IX-ACHADO
               MOVE WRK-CHAVE TO TAB-CHAVE(IX-ACHADO)
           END-IF.
           MOVE WRK-NIVEL TO TAB-NIVEL(IX-ACHADO).
           PERFORM 1200-REGRAVA-REGRAS.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-DEPOIS.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'REGRA GRAVADA'.
       2200-GRAVA-EXIT.
           EXIT.
      *EXCLUI UMA REGRA
       2300-EXCLUI SECTION.
           PERFORM 1300-BUSCA-REGRA.
           IF NOT ACHOU-REGRA
               DISPLAY 'REGRA NAO CADASTRADA'
               GO TO 2300-EXCLUI-EXIT
           END-IF.
           MOVE 'E' TO AUD-ACAO.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-ANTES.
           MOVE SPACES TO AUD-DEPOIS.
           MOVE TAB-CHAVE(REG-QTDE) TO TAB-CHAVE(IX-ACHADO).
           MOVE TAB-NIVEL(REG-QTDE) TO TAB-NIVEL(IX-ACHADO).
           SUBTRACT 1 FROM REG-QTDE.
           PERFORM 1200-REGRAVA-REGRAS.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'REGRA EXCLUIDA'.
       2300-EXCLUI-EXIT.
           EXIT.
      *NOME DO NIVEL WRK-NIVEL
       8400-NOME-NIVEL SECTION.
           EVALUATE WRK-NIVEL
               WHEN 1
                   MOVE 'BAIXO'      TO WRK-NOME-NIVEL
               WHEN 2
                   MOVE 'MODERADO'   TO WRK-NOME-NIVEL
               WHEN 3
                   MOVE 'ALTO'       TO WRK-NOME-NIVEL
               WHEN 4
                   MOVE 'MUITO ALTO' TO WRK-NOME-NIVEL
               WHEN OTHER
                   MOVE '?'          TO WRK-NOME-NIVEL
           END-EVALUATE.
       8400-NOME-NIVEL-EXIT.
           EXIT.
      *IMAGEM DA REGRA IX-ACHADO PARA A TRILHA DE AUDITORIA
       8500-MONTA-IMAGEM SECTION.
           MOVE SPACES TO WRK-IMAGEM.
           MOVE TAB-CHAVE(IX-ACHADO)(1:1) TO IMG-FAIXA-IMC.
           MOVE TAB-CHAVE(IX-ACHADO)(2:1) TO IMG-FAIXA-CINT.
           MOVE TAB-CHAVE(IX-ACHADO)(3:1) TO IMG-FAIXA-PA.
           MOVE TAB-NIVEL(IX-ACHADO)      TO IMG-NIVEL.
       8500-MONTA-IMAGEM-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM) - QUEM
      *CHAMA JA CARREGOU ACAO E IMAGENS
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'RISMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'RISCOREG' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE WRK-CHAVE TO AUD-CHAVE(1:3).
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM RISMAINT.

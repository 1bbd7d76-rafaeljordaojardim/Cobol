      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE FUNDOS DO CAIXA PEQUENO
      *          (FUNDOCX, LAYOUT FUNREC) - LISTAR, INCLUIR, TROCAR A
      *          SUBCONTA CONTABIL E INATIVAR/REATIVAR UM FUNDO. O
      *          CODIGO DO FUNDO E O DO DEPARTAMENTO DONO DA LATA NO
      *          DEPMSTR (ATIVO), MENOS O 000, QUE E O CAIXA GERAL QUE
      *          JA EXISTIA. A SUBCONTA PRECISA ESTAR NO PLANCTA COM
      *          NATUREZA DEVEDORA E NAO PODE SER DE OUTRO FUNDO. MESMO
      *          DESENHO DE TABELA EM MEMORIA DO CTAMAINT, COM A TRILHA
      *          DE AUDITORIA COMUM (GRVAUDIT).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. FUNDOCX AUSENTE E CRIADO COM O
      *                FUNDO 000 CAIXA GERAL NA CONTA 1101.
      * 15/10/2026 RJJ OPCAO 5 DEFINE O NIVEL FIXO (IMPREST) E O
      *                PERCENTUAL DE GATILHO DO VALE DE REPOSICAO DO
      *                REPOLOTE; SAIR PASSA A SER A OPCAO 6.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNDOCX ASSIGN TO "FUNDOCX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNDOCX-STATUS.
           SELECT PLANCTA ASSIGN TO "PLANCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANCTA-STATUS.
           SELECT DEPMSTR ASSIGN TO "DEPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPMSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNDOCX.
       COPY FUNREC.
       FD  PLANCTA.
       01  PLANCTA-REC.
           05 PC-CONTA       PIC 9(004).
           05 PC-NOME        PIC X(030).
           05 PC-NATUREZA    PIC X(001).
       FD  DEPMSTR.
       COPY DEPREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       01 WRK-OPCAO         PIC 9(001) VALUE ZEROS.
       01 WRK-FUNDO         PIC 9(003) VALUE ZEROS.
       01 WRK-CONTA-CTB     PIC 9(004) VALUE ZEROS.
       01 WRK-NOME-DEP      PIC X(020) VALUE SPACES.
       01 WRK-NIVEL         PIC 9(009) VALUE ZEROS.
       01 WRK-PCT-GATILHO   PIC 9(003) VALUE ZEROS.
       01 WRK-IMAGEM.
           05 IMG-FUNDO     PIC 9(003).
           05 FILLER        PIC X(001).
           05 IMG-CONTA-CTB PIC 9(004).
           05 FILLER        PIC X(001).
           05 IMG-SITUACAO  PIC X(001).
           05 FILLER        PIC X(001).
           05 IMG-NIVEL     PIC 9(009)V99.
           05 FILLER        PIC X(001).
           05 IMG-PCT       PIC 9(003).
           05 FILLER        PIC X(034).
       01 AREA-CONTROLE.
           05 WS-FUNDOCX-STATUS PIC X(002) VALUE '00'.
           05 WS-PLANCTA-STATUS PIC X(002) VALUE '00'.
           05 WS-DEPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-FUNDOCX    PIC X(001) VALUE 'N'.
               88 FIM-FUNDOCX        VALUE 'S'.
           05 WS-FIM-PLANCTA    PIC X(001) VALUE 'N'.
               88 FIM-PLANCTA        VALUE 'S'.
           05 WS-ACHOU          PIC X(001) VALUE 'N'.
               88 ACHOU-FUNDO        VALUE 'S'.
           05 WS-CONTA-OK       PIC X(001) VALUE 'N'.
               88 CONTA-OK           VALUE 'S'.
           05 WS-DEP-OK         PIC X(001) VALUE 'N'.
               88 DEPARTAMENTO-OK    VALUE 'S'.
       01 AREA-TABELA.
           05 FUN-QTDE          PIC 9(003) VALUE ZEROS.
           05 FUN-ENTRADA OCCURS 50 TIMES.
               10 TAB-FUNDO     PIC 9(003).
               10 TAB-CONTA-CTB PIC 9(004).
               10 TAB-SITUACAO  PIC X(001).
               10 TAB-NIVEL     PIC 9(009)V99.
               10 TAB-PCT       PIC 9(003).
           05 IX-FUN            PIC 9(003) VALUE ZEROS.
           05 IX-ACHADO         PIC 9(003) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'FUNMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO FUNMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 6
               DISPLAY 'MANUTENCAO DOS FUNDOS DO CAIXA PEQUENO'
               DISPLAY '1 - LISTAR'
               DISPLAY '2 - INCLUIR'
               DISPLAY '3 - TROCAR A SUBCONTA CONTABIL'
               DISPLAY '4 - INATIVAR/REATIVAR'
               DISPLAY '5 - NIVEL FIXO E GATILHO DE REPOSICAO'
               DISPLAY '6 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-LISTA
                   WHEN WRK-OPCAO = 2
                       PERFORM 2200-INCLUI
                   WHEN WRK-OPCAO = 3
                       PERFORM 2300-TROCA-CONTA
                   WHEN WRK-OPCAO = 4
                       PERFORM 2400-INATIVA-REATIVA
                   WHEN WRK-OPCAO = 5
                       PERFORM 2500-NIVEL-GATILHO
                   WHEN WRK-OPCAO = 6
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           MOVE RC-SUCESSO TO RETURN-CODE
           GOBACK.
      *CARREGA OS FUNDOS PARA A TABELA - FUNDOCX AUSENTE NASCE COM O
      *CAIXA GERAL (FUNDO 000) NA CONTA 1101 DE SEMPRE
       1000-CARREGA-TABELA SECTION.
           MOVE ZEROS TO FUN-QTDE.
           MOVE 'N' TO WS-FIM-FUNDOCX.
           OPEN INPUT FUNDOCX.
           IF WS-FUNDOCX-STATUS = '00'
               PERFORM UNTIL FIM-FUNDOCX OR FUN-QTDE >= 50
                   READ FUNDOCX
                       AT END
                           SET FIM-FUNDOCX TO TRUE
                       NOT AT END
                           ADD 1 TO FUN-QTDE
                           MOVE FF-FUNDO     TO TAB-FUNDO(FUN-QTDE)
                           MOVE FF-CONTA-CTB TO TAB-CONTA-CTB(FUN-QTDE)
                           MOVE FF-SITUACAO  TO TAB-SITUACAO(FUN-QTDE)
                           MOVE ZEROS TO TAB-NIVEL(FUN-QTDE)
                           MOVE ZEROS TO TAB-PCT(FUN-QTDE)
                           IF FF-NIVEL-FIXO IS NUMERIC
                              AND FF-PCT-GATILHO IS NUMERIC
                               MOVE FF-NIVEL-FIXO
                                   TO TAB-NIVEL(FUN-QTDE)
                               MOVE FF-PCT-GATILHO
                                   TO TAB-PCT(FUN-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNDOCX
           ELSE
               DISPLAY 'FUNDOCX AINDA NAO EXISTE - SERA CRIADO COM O '
                   'CAIXA GERAL'
               MOVE 1    TO FUN-QTDE
               MOVE 000  TO TAB-FUNDO(1)
               MOVE 1101 TO TAB-CONTA-CTB(1)
               MOVE 'A'  TO TAB-SITUACAO(1)
               MOVE ZEROS TO TAB-NIVEL(1)
               MOVE ZEROS TO TAB-PCT(1)
               PERFORM 1200-REGRAVA-FUNDOS
           END-IF.
       1000-CARREGA-TABELA-EXIT.
           EXIT.
      *REGRAVA O FUNDOCX A PARTIR DA TABELA
       1200-REGRAVA-FUNDOS SECTION.
           OPEN OUTPUT FUNDOCX.
           PERFORM VARYING IX-FUN FROM 1 BY 1
                   UNTIL IX-FUN > FUN-QTDE
               MOVE TAB-FUNDO(IX-FUN)     TO FF-FUNDO
               MOVE TAB-CONTA-CTB(IX-FUN) TO FF-CONTA-CTB
               MOVE TAB-SITUACAO(IX-FUN)  TO FF-SITUACAO
               MOVE TAB-NIVEL(IX-FUN)     TO FF-NIVEL-FIXO
               MOVE TAB-PCT(IX-FUN)       TO FF-PCT-GATILHO
               WRITE FUNDOCX-REC
           END-PERFORM.
           CLOSE FUNDOCX.
       1200-REGRAVA-FUNDOS-EXIT.
           EXIT.
      *PEDE O CODIGO DO FUNDO E PROCURA NA TABELA
       1300-BUSCA-FUNDO SECTION.
           PERFORM 1000-CARREGA-TABELA.
           DISPLAY 'CODIGO DO FUNDO (DEPARTAMENTO, 000 = CAIXA GERAL)'.
           ACCEPT WRK-FUNDO.
           MOVE 'N' TO WS-ACHOU.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-FUN FROM 1 BY 1
                   UNTIL IX-FUN > FUN-QTDE OR ACHOU-FUNDO
               IF TAB-FUNDO(IX-FUN) = WRK-FUNDO
                   SET ACHOU-FUNDO TO TRUE
                   MOVE IX-FUN TO IX-ACHADO
               END-IF
           END-PERFORM.
       1300-BUSCA-FUNDO-EXIT.
           EXIT.
      *O FUNDO PRECISA SER UM DEPARTAMENTO ATIVO DO DEPMSTR (O 000
      *DISPENSA)
       1400-VALIDA-DEPARTAMENTO SECTION.
           MOVE 'N' TO WS-DEP-OK.
           IF WRK-FUNDO = ZEROS
               MOVE 'CAIXA GERAL' TO WRK-NOME-DEP
               SET DEPARTAMENTO-OK TO TRUE
               GO TO 1400-VALIDA-DEPARTAMENTO-EXIT
           END-IF.
           OPEN INPUT DEPMSTR.
           IF WS-DEPMSTR-STATUS NOT = '00'
               DISPLAY 'DEPMSTR INDISPONIVEL - STATUS '
                   WS-DEPMSTR-STATUS ' - USE O DEPMAINT'
               GO TO 1400-VALIDA-DEPARTAMENTO-EXIT
           END-IF.
           MOVE WRK-FUNDO TO DEP-CODIGO.
           READ DEPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DEPMSTR-STATUS NOT = '00'
               DISPLAY 'DEPARTAMENTO NAO CADASTRADO NO DEPMSTR'
           ELSE
               IF DEP-INATIVO
                   DISPLAY 'DEPARTAMENTO INATIVO: ' DEP-NOME
               ELSE
                   MOVE DEP-NOME TO WRK-NOME-DEP
                   SET DEPARTAMENTO-OK TO TRUE
               END-IF
           END-IF.
           CLOSE DEPMSTR.
       1400-VALIDA-DEPARTAMENTO-EXIT.
           EXIT.
      *PEDE A SUBCONTA: TEM DE ESTAR NO PLANCTA COMO DEVEDORA E NAO
      *PODE SER DE OUTRO FUNDO
       1500-VALIDA-CONTA SECTION.
           MOVE 'N' TO WS-CONTA-OK.
           DISPLAY 'SUBCONTA CONTABIL DE CAIXA DO FUNDO (4 DIGITOS)'.
           ACCEPT WRK-CONTA-CTB.
           PERFORM VARYING IX-FUN FROM 1 BY 1
                   UNTIL IX-FUN > FUN-QTDE
               IF TAB-CONTA-CTB(IX-FUN) = WRK-CONTA-CTB
                  AND TAB-FUNDO(IX-FUN) NOT = WRK-FUNDO
                   DISPLAY 'SUBCONTA JA USADA PELO FUNDO '
                       TAB-FUNDO(IX-FUN)
                   GO TO 1500-VALIDA-CONTA-EXIT
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIM-PLANCTA.
           OPEN INPUT PLANCTA.
           IF WS-PLANCTA-STATUS NOT = '00'
               DISPLAY 'PLANO DE CONTAS PLANCTA INDISPONIVEL - STATUS '
                   WS-PLANCTA-STATUS ' - USE O CTAMAINT'
               GO TO 1500-VALIDA-CONTA-EXIT
           END-IF.
           PERFORM UNTIL FIM-PLANCTA OR CONTA-OK
               READ PLANCTA
                   AT END
                       SET FIM-PLANCTA TO TRUE
                   NOT AT END
                       IF PC-CONTA = WRK-CONTA-CTB
                           IF PC-NATUREZA = 'D'
                               SET CONTA-OK TO TRUE
                           ELSE
                               DISPLAY 'CONTA ' PC-CONTA
                                   ' NAO E DEVEDORA'
                               SET FIM-PLANCTA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANCTA.
           IF NOT CONTA-OK AND WS-PLANCTA-STATUS = '10'
               DISPLAY 'CONTA FORA DO PLANCTA - INCLUA NO CTAMAINT'
           END-IF.
       1500-VALIDA-CONTA-EXIT.
           EXIT.
      *LISTA OS FUNDOS NO CONSOLE
       2100-LISTA SECTION.
           PERFORM 1000-CARREGA-TABELA.
           PERFORM VARYING IX-FUN FROM 1 BY 1
                   UNTIL IX-FUN > FUN-QTDE
               DISPLAY 'FUNDO ' TAB-FUNDO(IX-FUN)
                   ' SUBCONTA ' TAB-CONTA-CTB(IX-FUN)
                   ' SITUACAO ' TAB-SITUACAO(IX-FUN)
                   ' NIVEL ' TAB-NIVEL(IX-FUN)
                   ' GATILHO ' TAB-PCT(IX-FUN) '%'
           END-PERFORM.
       2100-LISTA-EXIT.
           EXIT.
      *INCLUI UM FUNDO NOVO, JA ATIVO
       2200-INCLUI SECTION.
           PERFORM 1300-BUSCA-FUNDO.
           IF ACHOU-FUNDO
               DISPLAY 'FUNDO JA CADASTRADO'
               GO TO 2200-INCLUI-EXIT
           END-IF.
           IF FUN-QTDE >= 50
               DISPLAY 'CADASTRO DE FUNDOS CHEIO'
               GO TO 2200-INCLUI-EXIT
           END-IF.
           PERFORM 1400-VALIDA-DEPARTAMENTO.
           IF NOT DEPARTAMENTO-OK
               GO TO 2200-INCLUI-EXIT
           END-IF.
           DISPLAY 'DEPARTAMENTO: ' WRK-NOME-DEP.
           PERFORM 1500-VALIDA-CONTA.
           IF NOT CONTA-OK
               GO TO 2200-INCLUI-EXIT
           END-IF.
           ADD 1 TO FUN-QTDE.
           MOVE WRK-FUNDO     TO TAB-FUNDO(FUN-QTDE).
           MOVE WRK-CONTA-CTB TO TAB-CONTA-CTB(FUN-QTDE).
           MOVE 'A'           TO TAB-SITUACAO(FUN-QTDE).
           MOVE ZEROS         TO TAB-NIVEL(FUN-QTDE).
           MOVE ZEROS         TO TAB-PCT(FUN-QTDE).
           MOVE FUN-QTDE      TO IX-ACHADO.
           PERFORM 1200-REGRAVA-FUNDOS.
           MOVE 'I' TO AUD-ACAO.
           MOVE SPACES TO AUD-ANTES.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-DEPOIS.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'FUNDO INCLUIDO - ABRA O SALDO NO LIVRO DO CAIXA'.
           DISPLAY 'NIVEL FIXO DE REPOSICAO SE DEFINE NA OPCAO 5'.
       2200-INCLUI-EXIT.
           EXIT.
      *TROCA A SUBCONTA CONTABIL DE UM FUNDO
       2300-TROCA-CONTA SECTION.
           PERFORM 1300-BUSCA-FUNDO.
           IF NOT ACHOU-FUNDO
               DISPLAY 'FUNDO NAO CADASTRADO'
               GO TO 2300-TROCA-CONTA-EXIT
           END-IF.
           DISPLAY 'SUBCONTA ATUAL: ' TAB-CONTA-CTB(IX-ACHADO).
           PERFORM 1500-VALIDA-CONTA.
           IF NOT CONTA-OK
               GO TO 2300-TROCA-CONTA-EXIT
           END-IF.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-ANTES.
           MOVE WRK-CONTA-CTB TO TAB-CONTA-CTB(IX-ACHADO).
           PERFORM 1200-REGRAVA-FUNDOS.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-DEPOIS.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'SUBCONTA ALTERADA'.
       2300-TROCA-CONTA-EXIT.
           EXIT.
      *INATIVA UM FUNDO ATIVO OU REATIVA UM INATIVO (O CAIXA GERAL
      *NAO PODE SER INATIVADO)
       2400-INATIVA-REATIVA SECTION.
           PERFORM 1300-BUSCA-FUNDO.
           IF NOT ACHOU-FUNDO
               DISPLAY 'FUNDO NAO CADASTRADO'
               GO TO 2400-INATIVA-REATIVA-EXIT
           END-IF.
           IF WRK-FUNDO = ZEROS
               DISPLAY 'O CAIXA GERAL NAO PODE SER INATIVADO'
               GO TO 2400-INATIVA-REATIVA-EXIT
           END-IF.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-ANTES.
           IF TAB-SITUACAO(IX-ACHADO) = 'I'
               MOVE 'A' TO TAB-SITUACAO(IX-ACHADO)
               DISPLAY 'FUNDO REATIVADO'
           ELSE
               MOVE 'I' TO TAB-SITUACAO(IX-ACHADO)
               DISPLAY 'FUNDO INATIVADO'
           END-IF.
           PERFORM 1200-REGRAVA-FUNDOS.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-DEPOIS.
           PERFORM 8600-GRAVA-AUDITORIA.
       2400-INATIVA-REATIVA-EXIT.
           EXIT.
      *NIVEL FIXO DO FUNDO (VALOR DA LATA CHEIA, INTEIRO) E O
      *PERCENTUAL DELE QUE DISPARA O VALE DE REPOSICAO - NIVEL ZERO
      *TIRA O FUNDO DA REPOSICAO AUTOMATICA
       2500-NIVEL-GATILHO SECTION.
           PERFORM 1300-BUSCA-FUNDO.
           IF NOT ACHOU-FUNDO
               DISPLAY 'FUNDO NAO CADASTRADO'
               GO TO 2500-NIVEL-GATILHO-EXIT
           END-IF.
           DISPLAY 'NIVEL ATUAL: ' TAB-NIVEL(IX-ACHADO)
               ' GATILHO: ' TAB-PCT(IX-ACHADO) '%'.
           DISPLAY 'NIVEL FIXO DO FUNDO (INTEIRO, 0 = SEM REPOSICAO)'.
           ACCEPT WRK-NIVEL.
           MOVE ZEROS TO WRK-PCT-GATILHO.
           IF WRK-NIVEL > ZEROS
               DISPLAY 'PERCENTUAL DO NIVEL QUE DISPARA O VALE (1-99)'
               ACCEPT WRK-PCT-GATILHO
               IF WRK-PCT-GATILHO < 1 OR WRK-PCT-GATILHO > 99
                   DISPLAY 'PERCENTUAL FORA DE 1-99 - NADA ALTERADO'
                   GO TO 2500-NIVEL-GATILHO-EXIT
               END-IF
           END-IF.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-ANTES.
           MOVE WRK-NIVEL       TO TAB-NIVEL(IX-ACHADO).
           MOVE WRK-PCT-GATILHO TO TAB-PCT(IX-ACHADO).
           PERFORM 1200-REGRAVA-FUNDOS.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-DEPOIS.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'NIVEL E GATILHO ALTERADOS'.
       2500-NIVEL-GATILHO-EXIT.
           EXIT.
      *IMAGEM DO FUNDO IX-ACHADO PARA A TRILHA DE AUDITORIA
       8500-MONTA-IMAGEM SECTION.
           MOVE SPACES TO WRK-IMAGEM.
           MOVE TAB-FUNDO(IX-ACHADO)     TO IMG-FUNDO.
           MOVE TAB-CONTA-CTB(IX-ACHADO) TO IMG-CONTA-CTB.
           MOVE TAB-SITUACAO(IX-ACHADO)  TO IMG-SITUACAO.
           MOVE TAB-NIVEL(IX-ACHADO)     TO IMG-NIVEL.
           MOVE TAB-PCT(IX-ACHADO)       TO IMG-PCT.
       8500-MONTA-IMAGEM-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM) - QUEM
      *CHAMA JA CARREGOU ACAO E IMAGENS
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'FUNMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'FUNDOCX ' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE WRK-FUNDO TO AUD-CHAVE(1:3).
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM FUNMAINT.

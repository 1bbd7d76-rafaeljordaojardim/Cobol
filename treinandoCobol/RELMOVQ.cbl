      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MOVIMENTACAO MENSAL DO QUADRO POR DEPARTAMENTO - PARA
      *          O MES PEDIDO (AAAAMM) IMPRIME NO RELMOVQ, PARA CADA
      *          DEPARTAMENTO DO DEPMSTR, O QUADRO DE ABERTURA, AS
      *          ADMISSOES, OS DESLIGAMENTOS, AS TRANSFERENCIAS DE
      *          ENTRADA E DE SAIDA, O QUADRO DE FECHAMENTO E A
      *          ROTATIVIDADE (DESLIGAMENTOS SOBRE O QUADRO MEDIO) DO
      *          MES E DO MESMO MES DO ANO ANTERIOR, COM A LINHA DA
      *          EMPRESA NO FIM E, EM SEGUIDA, OS NOMES POR TRAS DE
      *          CADA NUMERO DO MES. ANTES O RH COMPARAVA DUAS LISTAS
      *          IMPRESSAS NO OLHO.
      *          A FONTE E A TRILHA DE AUDITORIA AUDITMST, ONDE O
      *          EMPMAINT GRAVA CADA INCLUSAO (ADMISSAO) E CADA
      *          ALTERACAO COM AS IMAGENS ANTES/DEPOIS (DEPARTAMENTO
      *          DIFERENTE = TRANSFERENCIA) E O APRMAINT GRAVA A
      *          INATIVACAO APROVADA (DESLIGAMENTO). O QUADRO DE
      *          FECHAMENTO SAI DOS ATIVOS DE HOJE NO EMPMSTR,
      *          DESFAZENDO OS MOVIMENTOS POSTERIORES AO MES; O DE
      *          ABERTURA, DESFAZENDO TAMBEM OS DO PROPRIO MES.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. O DIARIO EMPJRNL TRAZ OS MESMOS
      *                MOVIMENTOS DO EMPMAINT QUE A AUDITMST (COM ANO
      *                DE DOIS DIGITOS E SEM A INATIVACAO APROVADA),
      *                ENTAO SO A TRILHA E LIDA, SEM CONTAR DUAS VEZES.
      *                A UNIFICACAO DE IDS DO FUNDEMP NAO E
      *                DESLIGAMENTO. MOVIMENTO COM IMAGEM ILEGIVEL
      *                (ANONIMIZADA PELO ELIMDADO) E CONTADO E PULADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMOVQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMSTR-STATUS.
           SELECT DEPMSTR ASSIGN TO "DEPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPMSTR-STATUS.
           SELECT AUDITMST ASSIGN TO "AUDITMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITMST-STATUS.
           SELECT RELMOVQ ASSIGN TO "RELMOVQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVQSORT ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  DEPMSTR.
       COPY DEPREC.
       FD  AUDITMST.
       01  AUDITMST-REC.
           05 AU-DATA       PIC 9(008).
           05 AU-HORA       PIC 9(008).
           05 AU-PROGRAMA   PIC X(008).
           05 AU-OPERADOR   PIC X(006).
           05 AU-ARQUIVO    PIC X(008).
           05 AU-ACAO       PIC X(001).
           05 AU-CHAVE      PIC X(020).
           05 AU-ANTES      PIC X(060).
           05 AU-DEPOIS     PIC X(060).
       FD  RELMOVQ.
       01  REL-LINHA PIC X(100).
       SD  MOVQSORT.
       01  MOVQ-REC.
           05 MOVQ-DEPTO       PIC 9(003).
           05 MOVQ-TIPO        PIC 9(001).
           05 MOVQ-DATA        PIC 9(008).
           05 MOVQ-ID          PIC X(006).
           05 MOVQ-NOME        PIC X(020).
           05 MOVQ-OUTRO-DEPTO PIC 9(003).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-DEPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-AUDITMST-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO     PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO         VALUE 'S'.
           05 WS-FIM-SORT        PIC X(001) VALUE 'N'.
               88 FIM-SORT            VALUE 'S'.
           05 WS-MES-OK          PIC X(001) VALUE 'S'.
               88 MES-VALIDO          VALUE 'S'.
      *MES PEDIDO E A MESMA JANELA UM ANO ANTES (PERIODO 1 E 2)
       01 AREA-PERIODOS.
           05 WRK-MES-PEDIDO     PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-MES-PEDIDO.
               10 WRK-PED-AAAA   PIC 9(004).
               10 WRK-PED-MM     PIC 9(002).
           05 PER-ENTRADA OCCURS 2 TIMES.
               10 PER-INI        PIC 9(008).
               10 PER-FIM        PIC 9(008).
           05 IX-PER             PIC 9(001) VALUE ZEROS.
      *TABELA POR DEPARTAMENTO, INDEXADA PELO CODIGO + 1 (000 = SEM
      *LOTACAO); TD-QUADRO COMECA COM OS ATIVOS DE HOJE E, DESFEITOS
      *OS MOVIMENTOS POSTERIORES, VIRA O FECHAMENTO DO PERIODO
       01 AREA-DEPARTAMENTOS.
           05 TD-ENTRADA OCCURS 1000 TIMES.
               10 TD-NOME        PIC X(020).
               10 TD-CADASTRO    PIC X(001).
                   88 TD-CADASTRADO       VALUE 'S'.
               10 TD-PERIODO OCCURS 2 TIMES.
                   15 TD-QUADRO  PIC S9(005).
                   15 TD-ADM     PIC 9(005).
                   15 TD-DES     PIC 9(005).
                   15 TD-ENT     PIC 9(005).
                   15 TD-SAI     PIC 9(005).
           05 IX-DEP             PIC 9(004) VALUE ZEROS.
           05 IX-OUTRO           PIC 9(004) VALUE ZEROS.
      *MOVIMENTO LIDO DA TRILHA
       01 AREA-MOVIMENTO.
           05 WRK-TIPO           PIC 9(001) VALUE ZEROS.
               88 MOV-ADMISSAO        VALUE 1.
               88 MOV-DESLIGAMENTO    VALUE 2.
               88 MOV-TRANSFERENCIA   VALUE 3.
               88 MOV-NENHUM          VALUE 0.
           05 WRK-DEPTO-DE       PIC 9(003) VALUE ZEROS.
           05 WRK-DEPTO-PARA     PIC 9(003) VALUE ZEROS.
      *CONTAS DO RESUMO E TOTAIS DA EMPRESA
       01 AREA-CALCULO.
           05 WRK-ABERTURA       PIC S9(005) VALUE ZEROS.
           05 WRK-MEDIO          PIC S9(005)V99 VALUE ZEROS.
           05 WRK-ROTATIV        PIC 9(003)V99 VALUE ZEROS.
           05 WRK-DEPTO-QUEBRA   PIC 9(003) VALUE ZEROS.
           05 EMP-PERIODO OCCURS 2 TIMES.
               10 EP-ABERTURA    PIC S9(005).
               10 EP-QUADRO      PIC S9(005).
               10 EP-ADM         PIC 9(005).
               10 EP-DES         PIC 9(005).
               10 EP-ENT         PIC 9(005).
               10 EP-SAI         PIC 9(005).
       01 AREA-TOTAIS.
           05 CNT-MOVIMENTOS     PIC 9(005) VALUE ZEROS.
           05 CNT-ILEGIVEIS      PIC 9(005) VALUE ZEROS.
           05 CNT-NOMES          PIC 9(005) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER       PIC X(046) VALUE
               'MOVIMENTACAO DO QUADRO POR DEPARTAMENTO - MES '.
           05 CAB0-MES     PIC 9(006).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(025) VALUE 'DEPARTAMENTO'.
           05 FILLER   PIC X(007) VALUE ' ABERT'.
           05 FILLER   PIC X(007) VALUE '  ADMIS'.
           05 FILLER   PIC X(007) VALUE ' DESLIG'.
           05 FILLER   PIC X(007) VALUE ' ENTRAD'.
           05 FILLER   PIC X(007) VALUE '  SAIDA'.
           05 FILLER   PIC X(007) VALUE ' FECHAM'.
           05 FILLER   PIC X(008) VALUE ' ROTAT%'.
           05 FILLER   PIC X(008) VALUE ' ANO-1%'.
       01 REL-DETALHE.
           05 DET-DEPTO     PIC X(003).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-NOME      PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-ABERTURA  PIC -ZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-ADM       PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-DES       PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-ENT       PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SAI       PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-FECHAM    PIC -ZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-ROTATIV   PIC ZZ9.99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-ROTATIV-1 PIC ZZ9.99.
       01 REL-CABECALHO-NOMES.
           05 FILLER   PIC X(044) VALUE
               'NOMES DOS MOVIMENTOS DO MES                 '.
       01 REL-QUEBRA.
           05 FILLER        PIC X(013) VALUE 'DEPARTAMENTO '.
           05 QBR-DEPTO     PIC 9(003).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 QBR-NOME      PIC X(020).
       01 REL-NOME.
           05 FILLER        PIC X(003) VALUE SPACES.
           05 NOM-TIPO      PIC X(014).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NOM-DATA      PIC 9(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NOM-ID        PIC X(006).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NOM-NOME      PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NOM-OUTRO     PIC X(012).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE < RC-ERRO
               SORT MOVQSORT
                   ON ASCENDING KEY MOVQ-DEPTO MOVQ-TIPO MOVQ-DATA
                                    MOVQ-ID
                   INPUT PROCEDURE IS 2000-VARRE-AUDITORIA
                   OUTPUT PROCEDURE IS 3000-IMPRIME
           END-IF
           GOBACK.
      *PEDE O MES, MONTA OS DOIS PERIODOS E CARREGA DEPARTAMENTOS E
      *ATIVOS DE HOJE
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           DISPLAY 'MES DA MOVIMENTACAO DO QUADRO (AAAAMM)'.
           ACCEPT WRK-MES-PEDIDO.
           IF WRK-MES-PEDIDO NOT NUMERIC
              OR WRK-PED-MM < 01 OR WRK-PED-MM > 12
               DISPLAY 'MES INVALIDO - USE AAAAMM'
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           COMPUTE PER-INI(1) = WRK-MES-PEDIDO * 100 + 1.
           COMPUTE PER-FIM(1) = WRK-MES-PEDIDO * 100 + 31.
           COMPUTE PER-INI(2) = PER-INI(1) - 10000.
           COMPUTE PER-FIM(2) = PER-FIM(1) - 10000.
           PERFORM VARYING IX-DEP FROM 1 BY 1 UNTIL IX-DEP > 1000
               MOVE SPACES TO TD-NOME(IX-DEP)
               MOVE 'N' TO TD-CADASTRO(IX-DEP)
               PERFORM VARYING IX-PER FROM 1 BY 1 UNTIL IX-PER > 2
                   MOVE ZEROS TO TD-QUADRO(IX-DEP, IX-PER)
                   MOVE ZEROS TO TD-ADM(IX-DEP, IX-PER)
                   MOVE ZEROS TO TD-DES(IX-DEP, IX-PER)
                   MOVE ZEROS TO TD-ENT(IX-DEP, IX-PER)
                   MOVE ZEROS TO TD-SAI(IX-DEP, IX-PER)
               END-PERFORM
           END-PERFORM.
           MOVE 'SEM LOTACAO' TO TD-NOME(1).
           OPEN INPUT DEPMSTR.
           IF WS-DEPMSTR-STATUS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ DEPMSTR NEXT
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           COMPUTE IX-DEP = DEP-CODIGO + 1
                           MOVE DEP-NOME TO TD-NOME(IX-DEP)
                           MOVE 'S' TO TD-CADASTRO(IX-DEP)
                   END-READ
               END-PERFORM
               CLOSE DEPMSTR
           ELSE
               DISPLAY 'AVISO: DEPMSTR INDISPONIVEL - STATUS '
                   WS-DEPMSTR-STATUS ' - DEPARTAMENTOS SEM NOME'
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ EMPMSTR NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF EMP-ATIVO
                           COMPUTE IX-DEP = EMP-DEPTO + 1
                           ADD 1 TO TD-QUADRO(IX-DEP, 1)
                           ADD 1 TO TD-QUADRO(IX-DEP, 2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPMSTR.
       1000-INICIALIZA-EXIT.
           EXIT.
      *VARRE A TRILHA: MOVIMENTO DEPOIS DO PERIODO E DESFEITO NO
      *QUADRO, MOVIMENTO DENTRO DELE E CONTADO; OS DO MES PEDIDO VAO
      *PARA O SORT DOS NOMES
       2000-VARRE-AUDITORIA SECTION.
           OPEN INPUT AUDITMST.
           IF WS-AUDITMST-STATUS NOT = '00'
               DISPLAY 'AVISO: AUDITMST INDISPONIVEL - STATUS '
                   WS-AUDITMST-STATUS ' - QUADRO SEM MOVIMENTOS'
               MOVE RC-AVISO TO RETURN-CODE
               GO TO 2000-VARRE-AUDITORIA-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ AUDITMST
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       PERFORM 2100-CLASSIFICA
                       IF NOT MOV-NENHUM
                           ADD 1 TO CNT-MOVIMENTOS
                           PERFORM 2200-APLICA-PERIODO
                               VARYING IX-PER FROM 1 BY 1
                               UNTIL IX-PER > 2
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITMST.
       2000-VARRE-AUDITORIA-EXIT.
           EXIT.
      *DECIDE SE A LINHA DA TRILHA E ADMISSAO, DESLIGAMENTO OU
      *TRANSFERENCIA (IMAGEM DO EMPREC: SITUACAO NA POSICAO 27,
      *DEPARTAMENTO NA 31)
       2100-CLASSIFICA SECTION.
           SET MOV-NENHUM TO TRUE.
           IF AU-ARQUIVO NOT = 'EMPMSTR '
               GO TO 2100-CLASSIFICA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AU-PROGRAMA = 'EMPMAINT' AND AU-ACAO = 'I'
                   SET MOV-ADMISSAO TO TRUE
               WHEN AU-PROGRAMA = 'EMPMAINT' AND AU-ACAO = 'A'
                    AND AU-ANTES(31:3) NOT = AU-DEPOIS(31:3)
                    AND AU-DEPOIS(27:1) = 'A'
                   SET MOV-TRANSFERENCIA TO TRUE
               WHEN AU-PROGRAMA = 'APRMAINT' AND AU-ACAO = 'A'
                    AND AU-DEPOIS(27:1) = 'I'
                   SET MOV-DESLIGAMENTO TO TRUE
               WHEN OTHER
                   GO TO 2100-CLASSIFICA-EXIT
           END-EVALUATE.
           IF AU-DEPOIS(31:3) NOT NUMERIC
              OR (MOV-TRANSFERENCIA AND AU-ANTES(31:3) NOT NUMERIC)
               ADD 1 TO CNT-ILEGIVEIS
               SET MOV-NENHUM TO TRUE
               GO TO 2100-CLASSIFICA-EXIT
           END-IF.
           MOVE AU-DEPOIS(31:3) TO WRK-DEPTO-PARA.
           IF MOV-TRANSFERENCIA
               MOVE AU-ANTES(31:3) TO WRK-DEPTO-DE
           ELSE
               MOVE WRK-DEPTO-PARA TO WRK-DEPTO-DE
           END-IF.
       2100-CLASSIFICA-EXIT.
           EXIT.
      *APLICA O MOVIMENTO AO PERIODO IX-PER
       2200-APLICA-PERIODO SECTION.
           COMPUTE IX-DEP   = WRK-DEPTO-PARA + 1.
           COMPUTE IX-OUTRO = WRK-DEPTO-DE + 1.
           IF AU-DATA > PER-FIM(IX-PER)
               EVALUATE TRUE
                   WHEN MOV-ADMISSAO
                       SUBTRACT 1 FROM TD-QUADRO(IX-DEP, IX-PER)
                   WHEN MOV-DESLIGAMENTO
                       ADD 1 TO TD-QUADRO(IX-DEP, IX-PER)
                   WHEN MOV-TRANSFERENCIA
                       SUBTRACT 1 FROM TD-QUADRO(IX-DEP, IX-PER)
                       ADD 1 TO TD-QUADRO(IX-OUTRO, IX-PER)
               END-EVALUATE
               GO TO 2200-APLICA-PERIODO-EXIT
           END-IF.
           IF AU-DATA < PER-INI(IX-PER)
               GO TO 2200-APLICA-PERIODO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MOV-ADMISSAO
                   ADD 1 TO TD-ADM(IX-DEP, IX-PER)
               WHEN MOV-DESLIGAMENTO
                   ADD 1 TO TD-DES(IX-DEP, IX-PER)
               WHEN MOV-TRANSFERENCIA
                   ADD 1 TO TD-ENT(IX-DEP, IX-PER)
                   ADD 1 TO TD-SAI(IX-OUTRO, IX-PER)
           END-EVALUATE.
           IF IX-PER = 1
               MOVE AU-DATA         TO MOVQ-DATA
               MOVE AU-DEPOIS(1:6)  TO MOVQ-ID
               MOVE AU-DEPOIS(7:20) TO MOVQ-NOME
               MOVE WRK-DEPTO-PARA  TO MOVQ-DEPTO
               MOVE WRK-TIPO        TO MOVQ-TIPO
               MOVE WRK-DEPTO-DE    TO MOVQ-OUTRO-DEPTO
               IF MOV-TRANSFERENCIA
                   MOVE 3 TO MOVQ-TIPO
                   RELEASE MOVQ-REC
                   MOVE WRK-DEPTO-DE   TO MOVQ-DEPTO
                   MOVE 4              TO MOVQ-TIPO
                   MOVE WRK-DEPTO-PARA TO MOVQ-OUTRO-DEPTO
               END-IF
               RELEASE MOVQ-REC
           END-IF.
       2200-APLICA-PERIODO-EXIT.
           EXIT.
      *IMPRIME O RESUMO POR DEPARTAMENTO, A LINHA DA EMPRESA E OS
      *NOMES DO MES, EM ORDEM DE DEPARTAMENTO
       3000-IMPRIME SECTION.
           OPEN OUTPUT RELMOVQ.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-MES-PEDIDO TO CAB0-MES.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           PERFORM VARYING IX-PER FROM 1 BY 1 UNTIL IX-PER > 2
               MOVE ZEROS TO EP-ABERTURA(IX-PER)
               MOVE ZEROS TO EP-QUADRO(IX-PER)
               MOVE ZEROS TO EP-ADM(IX-PER)
               MOVE ZEROS TO EP-DES(IX-PER)
               MOVE ZEROS TO EP-ENT(IX-PER)
               MOVE ZEROS TO EP-SAI(IX-PER)
           END-PERFORM.
           PERFORM 3100-LINHA-DEPARTAMENTO
               VARYING IX-DEP FROM 1 BY 1 UNTIL IX-DEP > 1000.
           PERFORM 3300-LINHA-EMPRESA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-NOMES.
           MOVE 999 TO WRK-DEPTO-QUEBRA.
           PERFORM UNTIL FIM-SORT
               RETURN MOVQSORT
                   AT END
                       SET FIM-SORT TO TRUE
                   NOT AT END
                       PERFORM 3400-LINHA-NOME
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MOVIMENTOS NA TRILHA.......: ' CNT-MOVIMENTOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'NOMES LISTADOS NO MES......: ' CNT-NOMES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MOVIMENTOS ILEGIVEIS.......: ' CNT-ILEGIVEIS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELMOVQ.
           IF CNT-ILEGIVEIS > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           END-IF.
       3000-IMPRIME-EXIT.
           EXIT.
      *LINHA DE UM DEPARTAMENTO: ABERTURA = FECHAMENTO DESFEITOS OS
      *MOVIMENTOS DO MES; SO SAI DEPARTAMENTO CADASTRADO OU COM QUADRO
      *OU MOVIMENTO EM ALGUM DOS DOIS PERIODOS
       3100-LINHA-DEPARTAMENTO SECTION.
           IF NOT TD-CADASTRADO(IX-DEP)
              AND TD-QUADRO(IX-DEP, 1) = ZEROS
              AND TD-QUADRO(IX-DEP, 2) = ZEROS
              AND TD-ADM(IX-DEP, 1) + TD-DES(IX-DEP, 1)
                + TD-ENT(IX-DEP, 1) + TD-SAI(IX-DEP, 1) = ZEROS
              AND TD-ADM(IX-DEP, 2) + TD-DES(IX-DEP, 2)
                + TD-ENT(IX-DEP, 2) + TD-SAI(IX-DEP, 2) = ZEROS
               GO TO 3100-LINHA-DEPARTAMENTO-EXIT
           END-IF.
           PERFORM VARYING IX-PER FROM 1 BY 1 UNTIL IX-PER > 2
               COMPUTE WRK-ABERTURA = TD-QUADRO(IX-DEP, IX-PER)
                   - TD-ADM(IX-DEP, IX-PER) + TD-DES(IX-DEP, IX-PER)
                   - TD-ENT(IX-DEP, IX-PER) + TD-SAI(IX-DEP, IX-PER)
               ADD WRK-ABERTURA TO EP-ABERTURA(IX-PER)
               ADD TD-QUADRO(IX-DEP, IX-PER) TO EP-QUADRO(IX-PER)
               ADD TD-ADM(IX-DEP, IX-PER) TO EP-ADM(IX-PER)
               ADD TD-DES(IX-DEP, IX-PER) TO EP-DES(IX-PER)
               ADD TD-ENT(IX-DEP, IX-PER) TO EP-ENT(IX-PER)
               ADD TD-SAI(IX-DEP, IX-PER) TO EP-SAI(IX-PER)
               PERFORM 3200-ROTATIVIDADE
               IF IX-PER = 1
                   MOVE WRK-ABERTURA TO DET-ABERTURA
                   MOVE WRK-ROTATIV  TO DET-ROTATIV
               ELSE
                   MOVE WRK-ROTATIV  TO DET-ROTATIV-1
               END-IF
           END-PERFORM.
           COMPUTE WRK-DEPTO-QUEBRA = IX-DEP - 1.
           MOVE WRK-DEPTO-QUEBRA    TO DET-DEPTO.
           MOVE TD-NOME(IX-DEP)     TO DET-NOME.
           MOVE TD-ADM(IX-DEP, 1)   TO DET-ADM.
           MOVE TD-DES(IX-DEP, 1)   TO DET-DES.
           MOVE TD-ENT(IX-DEP, 1)   TO DET-ENT.
           MOVE TD-SAI(IX-DEP, 1)   TO DET-SAI.
           MOVE TD-QUADRO(IX-DEP, 1) TO DET-FECHAM.
           WRITE REL-LINHA FROM REL-DETALHE.
       3100-LINHA-DEPARTAMENTO-EXIT.
           EXIT.
      *ROTATIVIDADE = DESLIGAMENTOS / QUADRO MEDIO ((ABERTURA +
      *FECHAMENTO) / 2) * 100, DO DEPARTAMENTO IX-DEP NO PERIODO IX-PER
       3200-ROTATIVIDADE SECTION.
           MOVE ZEROS TO WRK-ROTATIV.
           COMPUTE WRK-MEDIO =
               (WRK-ABERTURA + TD-QUADRO(IX-DEP, IX-PER)) / 2.
           IF WRK-MEDIO > ZEROS
               COMPUTE WRK-ROTATIV ROUNDED =
                   TD-DES(IX-DEP, IX-PER) * 100 / WRK-MEDIO
                   ON SIZE ERROR
                       MOVE 999.99 TO WRK-ROTATIV
               END-COMPUTE
           END-IF.
       3200-ROTATIVIDADE-EXIT.
           EXIT.
      *LINHA DA EMPRESA - AS TRANSFERENCIAS SE ANULAM NO TOTAL
       3300-LINHA-EMPRESA SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IX-PER FROM 1 BY 1 UNTIL IX-PER > 2
               MOVE ZEROS TO WRK-ROTATIV
               COMPUTE WRK-MEDIO =
                   (EP-ABERTURA(IX-PER) + EP-QUADRO(IX-PER)) / 2
               IF WRK-MEDIO > ZEROS
                   COMPUTE WRK-ROTATIV ROUNDED =
                       EP-DES(IX-PER) * 100 / WRK-MEDIO
                       ON SIZE ERROR
                           MOVE 999.99 TO WRK-ROTATIV
                   END-COMPUTE
               END-IF
               IF IX-PER = 1
                   MOVE WRK-ROTATIV TO DET-ROTATIV
               ELSE
                   MOVE WRK-ROTATIV TO DET-ROTATIV-1
               END-IF
           END-PERFORM.
           MOVE 'TOT'              TO DET-DEPTO.
           MOVE 'EMPRESA'          TO DET-NOME.
           MOVE EP-ABERTURA(1)     TO DET-ABERTURA.
           MOVE EP-ADM(1)          TO DET-ADM.
           MOVE EP-DES(1)          TO DET-DES.
           MOVE EP-ENT(1)          TO DET-ENT.
           MOVE EP-SAI(1)          TO DET-SAI.
           MOVE EP-QUADRO(1)       TO DET-FECHAM.
           WRITE REL-LINHA FROM REL-DETALHE.
       3300-LINHA-EMPRESA-EXIT.
           EXIT.
      *UM NOME DO MES, COM A QUEBRA POR DEPARTAMENTO
       3400-LINHA-NOME SECTION.
           ADD 1 TO CNT-NOMES.
           IF MOVQ-DEPTO NOT = WRK-DEPTO-QUEBRA OR CNT-NOMES = 1
               MOVE MOVQ-DEPTO TO WRK-DEPTO-QUEBRA
               COMPUTE IX-DEP = MOVQ-DEPTO + 1
               MOVE MOVQ-DEPTO      TO QBR-DEPTO
               MOVE TD-NOME(IX-DEP) TO QBR-NOME
               WRITE REL-LINHA FROM REL-QUEBRA
           END-IF.
           MOVE SPACES TO NOM-OUTRO.
           EVALUATE MOVQ-TIPO
               WHEN 1
                   MOVE 'ADMISSAO'      TO NOM-TIPO
               WHEN 2
                   MOVE 'DESLIGAMENTO'  TO NOM-TIPO
               WHEN 3
                   MOVE 'TRANSF ENTRADA' TO NOM-TIPO
                   STRING 'VEIO DO ' MOVQ-OUTRO-DEPTO
                       DELIMITED BY SIZE INTO NOM-OUTRO
               WHEN 4
                   MOVE 'TRANSF SAIDA'  TO NOM-TIPO
                   STRING 'FOI PARA ' MOVQ-OUTRO-DEPTO
                       DELIMITED BY SIZE INTO NOM-OUTRO
           END-EVALUATE.
           MOVE MOVQ-DATA TO NOM-DATA.
           MOVE MOVQ-ID   TO NOM-ID.
           MOVE MOVQ-NOME TO NOM-NOME.
           WRITE REL-LINHA FROM REL-NOME.
       3400-LINHA-NOME-EXIT.
           EXIT.
       END PROGRAM RELMOVQ.

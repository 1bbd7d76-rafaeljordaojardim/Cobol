      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: ORCADO X REALIZADO DO CAIXA PEQUENO POR CATEGORIA -
      *          PARA O MES PEDIDO (AAAAMM) LE O ORCAMENTO ORCCAIXA
      *          (MANTIDO PELO ORCMAINT), A TABELA CATCAIXA E OS
      *          PAGAMENTOS DO CAIXAMOV DE TODOS OS FUNDOS, E IMPRIME
      *          NO RELORC, PARA CADA CATEGORIA, O ORCADO, O REALIZADO,
      *          A VARIACAO EM DINHEIRO E EM PERCENTUAL DO MES E DO
      *          ACUMULADO DO ANO (JANEIRO ATE O MES PEDIDO), COM A
      *          MARCA ESTOURO ONDE O REALIZADO PASSOU DO ORCADO. SO
      *          PAGAMENTO (VALOR NEGATIVO NO CAIXAMOV) CONTA COMO
      *          REALIZADO. CATEGORIA ESTOURADA NO MES SINALIZA
      *          RC-AVISO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. GASTO SEM ORCAMENTO SAI MARCADO
      *                SEM ORC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATCAIXA ASSIGN TO "CATCAIXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCAIXA-STATUS.
           SELECT ORCCAIXA ASSIGN TO "ORCCAIXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCCAIXA-STATUS.
           SELECT CAIXAMOV ASSIGN TO "CAIXAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAIXAMOV-STATUS.
           SELECT RELORC ASSIGN TO "RELORC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CATCAIXA.
       01  CATCAIXA-REC.
           05 CC-COD         PIC 9(002).
           05 CC-DESC        PIC X(020).
       FD  ORCCAIXA.
       COPY ORCREC.
       FD  CAIXAMOV.
       01  CAIXAMOV-REC.
           05 CM-DATA        PIC 9(008).
           05 CM-CATEGORIA   PIC 9(002).
           05 CM-VALOR       PIC S9(009)V99.
           05 CM-DESCRICAO   PIC X(030).
           05 CM-FUNDO       PIC 9(003).
       FD  RELORC.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 WRK-MES-PEDIDO    PIC 9(006) VALUE ZEROS.
       01 FILLER REDEFINES WRK-MES-PEDIDO.
           05 WRK-PED-AAAA  PIC 9(004).
           05 WRK-PED-MM    PIC 9(002).
       01 WRK-MES-JANEIRO   PIC 9(006) VALUE ZEROS.
       01 WRK-MES-MOV       PIC 9(006) VALUE ZEROS.
       01 WRK-CODIGO-BUSCA  PIC 9(002) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-CATCAIXA-STATUS PIC X(002) VALUE '00'.
           05 WS-ORCCAIXA-STATUS PIC X(002) VALUE '00'.
           05 WS-CAIXAMOV-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO     PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO         VALUE 'S'.
           05 WS-FIM-CAIXAMOV    PIC X(001) VALUE 'N'.
               88 FIM-CAIXAMOV        VALUE 'S'.
           05 WS-CAT-ACHADA      PIC X(001) VALUE 'N'.
               88 CATEGORIA-ACHADA    VALUE 'S'.
       01 AREA-TABELA.
           05 CAT-QTDE           PIC 9(003) VALUE ZEROS.
           05 CAT-ENTRADA OCCURS 100 TIMES.
               10 TAB-CAT-COD    PIC 9(002).
               10 TAB-CAT-DESC   PIC X(020).
               10 TAB-ORC-MES    PIC S9(011)V99.
               10 TAB-REAL-MES   PIC S9(011)V99.
               10 TAB-ORC-ANO    PIC S9(011)V99.
               10 TAB-REAL-ANO   PIC S9(011)V99.
           05 IX-CAT             PIC 9(003) VALUE ZEROS.
       01 AREA-CALCULO.
           05 WRK-ORCADO         PIC S9(011)V99 VALUE ZEROS.
           05 WRK-REALIZADO      PIC S9(011)V99 VALUE ZEROS.
           05 WRK-VARIACAO       PIC S9(011)V99 VALUE ZEROS.
           05 WRK-PERCENTUAL     PIC S9(005)V9 VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-MOVIMENTOS     PIC 9(007) VALUE ZEROS.
           05 CNT-ESTOURO-MES    PIC 9(003) VALUE ZEROS.
           05 CNT-ESTOURO-ANO    PIC 9(003) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER     PIC X(042) VALUE
               'ORCADO X REALIZADO DO CAIXA PEQUENO - MES '.
           05 CAB0-MES   PIC 9(006).
       01 REL-CABECALHO-2.
           05 FILLER     PIC X(024) VALUE 'CAT DESCRICAO'.
           05 FILLER     PIC X(005) VALUE 'PER'.
           05 FILLER     PIC X(013) VALUE '      ORCADO'.
           05 FILLER     PIC X(013) VALUE '   REALIZADO'.
           05 FILLER     PIC X(014) VALUE '     VARIACAO'.
           05 FILLER     PIC X(008) VALUE '  VAR %'.
       01 REL-DETALHE.
           05 DET-COD       PIC X(002).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-DESC      PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-PERIODO   PIC X(004).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-ORCADO    PIC Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-REALIZADO PIC Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-VARIACAO  PIC -Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-PERCENT   PIC -ZZZ9.9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-MARCA     PIC X(007).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-CAIXAMOV
           PERFORM 3000-FINALIZA
           GOBACK.
      *PEDE O MES, CARREGA CATEGORIAS E ORCAMENTO DO ANO
       1000-INICIALIZA SECTION.
           DISPLAY 'MES DO ORCADO X REALIZADO (AAAAMM)'.
           ACCEPT WRK-MES-PEDIDO.
           COMPUTE WRK-MES-JANEIRO = WRK-PED-AAAA * 100 + 1.
           OPEN INPUT CATCAIXA.
           IF WS-CATCAIXA-STATUS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ CATCAIXA
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE CC-COD TO WRK-CODIGO-BUSCA
                           PERFORM 2100-PROCURA-CATEGORIA
                           MOVE CC-DESC TO TAB-CAT-DESC(IX-CAT)
                   END-READ
               END-PERFORM
               CLOSE CATCAIXA
           ELSE
               DISPLAY 'TABELA CATCAIXA INDISPONIVEL - STATUS '
                   WS-CATCAIXA-STATUS
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           OPEN INPUT ORCCAIXA.
           IF WS-ORCCAIXA-STATUS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ORCCAIXA
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           IF OR-MES >= WRK-MES-JANEIRO
                              AND OR-MES <= WRK-MES-PEDIDO
                               MOVE OR-CATEGORIA TO WRK-CODIGO-BUSCA
                               PERFORM 2100-PROCURA-CATEGORIA
                               ADD OR-VALOR TO TAB-ORC-ANO(IX-CAT)
                               IF OR-MES = WRK-MES-PEDIDO
                                   ADD OR-VALOR TO TAB-ORC-MES(IX-CAT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCCAIXA
           ELSE
               DISPLAY 'ORCAMENTO ORCCAIXA INDISPONIVEL - STATUS '
                   WS-ORCCAIXA-STATUS ' - USE O ORCMAINT'
           END-IF.
           OPEN INPUT CAIXAMOV.
           IF WS-CAIXAMOV-STATUS NOT = '00'
               DISPLAY 'CAIXAMOV SEM MOVIMENTOS - STATUS '
                   WS-CAIXAMOV-STATUS
               SET FIM-CAIXAMOV TO TRUE
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *ACUMULA UM PAGAMENTO DO ANO NA CATEGORIA
       2000-PROCESSA SECTION.
           READ CAIXAMOV
               AT END
                   SET FIM-CAIXAMOV TO TRUE
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           IF CM-VALOR NOT < ZEROS
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           COMPUTE WRK-MES-MOV = CM-DATA / 100.
           IF WRK-MES-MOV < WRK-MES-JANEIRO
              OR WRK-MES-MOV > WRK-MES-PEDIDO
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           ADD 1 TO CNT-MOVIMENTOS.
           MOVE CM-CATEGORIA TO WRK-CODIGO-BUSCA.
           PERFORM 2100-PROCURA-CATEGORIA.
           SUBTRACT CM-VALOR FROM TAB-REAL-ANO(IX-CAT).
           IF WRK-MES-MOV = WRK-MES-PEDIDO
               SUBTRACT CM-VALOR FROM TAB-REAL-MES(IX-CAT)
           END-IF.
       2000-PROCESSA-EXIT.
           EXIT.
      *PROCURA WRK-CODIGO-BUSCA NA TABELA - FORA DELA, ABRE A LINHA
      *'SEM CADASTRO' NA HORA
       2100-PROCURA-CATEGORIA SECTION.
           MOVE 'N' TO WS-CAT-ACHADA.
           PERFORM VARYING IX-CAT FROM 1 BY 1
                   UNTIL IX-CAT > CAT-QTDE OR CATEGORIA-ACHADA
               IF TAB-CAT-COD(IX-CAT) = WRK-CODIGO-BUSCA
                   SET CATEGORIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF CATEGORIA-ACHADA
               SUBTRACT 1 FROM IX-CAT
           ELSE
               ADD 1 TO CAT-QTDE
               MOVE CAT-QTDE TO IX-CAT
               MOVE WRK-CODIGO-BUSCA TO TAB-CAT-COD(IX-CAT)
               MOVE 'SEM CADASTRO' TO TAB-CAT-DESC(IX-CAT)
               MOVE ZEROS TO TAB-ORC-MES(IX-CAT)
               MOVE ZEROS TO TAB-REAL-MES(IX-CAT)
               MOVE ZEROS TO TAB-ORC-ANO(IX-CAT)
               MOVE ZEROS TO TAB-REAL-ANO(IX-CAT)
           END-IF.
       2100-PROCURA-CATEGORIA-EXIT.
           EXIT.
      *IMPRIME AS DUAS LINHAS (MES E ANO) DE CADA CATEGORIA E FECHA
       3000-FINALIZA SECTION.
           OPEN OUTPUT RELORC.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-MES-PEDIDO TO CAB0-MES.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           PERFORM VARYING IX-CAT FROM 1 BY 1
                   UNTIL IX-CAT > CAT-QTDE
               IF TAB-ORC-ANO(IX-CAT) NOT = ZEROS
                  OR TAB-REAL-ANO(IX-CAT) NOT = ZEROS
                   MOVE TAB-CAT-COD(IX-CAT)  TO DET-COD
                   MOVE TAB-CAT-DESC(IX-CAT) TO DET-DESC
                   MOVE 'MES'                TO DET-PERIODO
                   MOVE TAB-ORC-MES(IX-CAT)  TO WRK-ORCADO
                   MOVE TAB-REAL-MES(IX-CAT) TO WRK-REALIZADO
                   PERFORM 3100-LINHA-VARIACAO
                   IF WRK-VARIACAO > ZEROS
                       ADD 1 TO CNT-ESTOURO-MES
                   END-IF
                   MOVE SPACES               TO DET-COD
                   MOVE SPACES               TO DET-DESC
                   MOVE 'ANO'                TO DET-PERIODO
                   MOVE TAB-ORC-ANO(IX-CAT)  TO WRK-ORCADO
                   MOVE TAB-REAL-ANO(IX-CAT) TO WRK-REALIZADO
                   PERFORM 3100-LINHA-VARIACAO
                   IF WRK-VARIACAO > ZEROS
                       ADD 1 TO CNT-ESTOURO-ANO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CATEGORIAS ESTOURADAS NO MES....: ' CNT-ESTOURO-MES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CATEGORIAS ESTOURADAS NO ANO....: ' CNT-ESTOURO-ANO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELORC.
           IF WS-CAIXAMOV-STATUS NOT = '35'
              AND WS-CAIXAMOV-STATUS NOT = '91'
               CLOSE CAIXAMOV
           END-IF.
           DISPLAY 'PAGAMENTOS DO ANO ACUMULADOS: ' CNT-MOVIMENTOS.
           IF CNT-ESTOURO-MES > ZEROS
               DISPLAY 'AVISO: ' CNT-ESTOURO-MES
                   ' CATEGORIAS ACIMA DO ORCAMENTO NO MES'
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *VARIACAO = REALIZADO - ORCADO (POSITIVA = ACIMA DO ORCAMENTO),
      *EM DINHEIRO E EM PERCENTUAL DO ORCADO; SEM ORCADO NAO HA
      *PERCENTUAL E O GASTO SAI MARCADO SEM ORC.
       3100-LINHA-VARIACAO SECTION.
           COMPUTE WRK-VARIACAO = WRK-REALIZADO - WRK-ORCADO.
           MOVE SPACES TO DET-MARCA.
           IF WRK-ORCADO = ZEROS
               MOVE ZEROS TO WRK-PERCENTUAL
               IF WRK-REALIZADO > ZEROS
                   MOVE 'SEM ORC' TO DET-MARCA
               END-IF
           ELSE
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-VARIACAO * 100 / WRK-ORCADO
                   ON SIZE ERROR
                       MOVE 9999.9 TO WRK-PERCENTUAL
               END-COMPUTE
               IF WRK-VARIACAO > ZEROS
                   MOVE 'ESTOURO' TO DET-MARCA
               END-IF
           END-IF.
           MOVE WRK-ORCADO     TO DET-ORCADO.
           MOVE WRK-REALIZADO  TO DET-REALIZADO.
           MOVE WRK-VARIACAO   TO DET-VARIACAO.
           MOVE WRK-PERCENTUAL TO DET-PERCENT.
           WRITE REL-LINHA FROM REL-DETALHE.
       3100-LINHA-VARIACAO-EXIT.
           EXIT.
       END PROGRAM RELORC.

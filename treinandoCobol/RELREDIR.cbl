      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: RELATORIO DOS LANCAMENTOS REDIRECIONADOS DE PERIODO
      *          CONTABIL FECHADO - LE O REGISTRO LANREDIR QUE A TRAVA
      *          PERCHK ANEXA A CADA LANCAMENTO TIRADO DE UM MES JA
      *          FECHADO NO PERCTB E LISTA, UM POR LINHA, QUANDO FOI
      *          REDIRECIONADO, QUEM LANCOU, O PERIODO FECHADO, A DATA
      *          PEDIDA E A DATA NOVA, CONTA, DEBITO/CREDITO, VALOR E
      *          HISTORICO, COM OS TOTAIS DE DEBITOS E CREDITOS
      *          AJUSTADOS - A CONTABILIDADE VE O QUE CHEGOU ATRASADO
      *          E ONDE FOI PARAR. PERIODO OPCIONAL NO SYSIN (AAAAMM DO
      *          PERIODO FECHADO; EM BRANCO = TODOS). HAVENDO
      *          REDIRECIONAMENTO LISTADO O STEP SAI COM RC-AVISO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREDIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANREDIR ASSIGN TO "LANREDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANREDIR-STATUS.
           SELECT RELREDIR ASSIGN TO "RELREDIR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LANREDIR.
       COPY LRDREC.
       FD  RELREDIR.
       01  REL-LINHA PIC X(120).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY LANREC.
       01 WRK-PERIODO           PIC X(006) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-LANREDIR-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-LANREDIR    PIC X(001) VALUE 'N'.
               88 FIM-LANREDIR       VALUE 'S'.
       01 AREA-TOTAIS.
           05 CNT-LIDOS          PIC 9(007) VALUE ZEROS.
           05 CNT-LISTADOS       PIC 9(007) VALUE ZEROS.
           05 TOT-DEBITOS        PIC S9(013)V99 VALUE ZEROS.
           05 TOT-CREDITOS       PIC S9(013)V99 VALUE ZEROS.
       01 WRK-CONT-EDT          PIC Z(6)9.
       01 WRK-VALOR-EDT         PIC -Z(12)9.99.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(048) VALUE
               'LANCAMENTOS REDIRECIONADOS DE PERIODO FECHADO'.
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(009) VALUE 'REDIR EM '.
           05 FILLER   PIC X(009) VALUE 'PROGRAMA '.
           05 FILLER   PIC X(007) VALUE 'FECHOU '.
           05 FILLER   PIC X(009) VALUE 'DATA ORIG'.
           05 FILLER   PIC X(010) VALUE '  DATA NOV'.
           05 FILLER   PIC X(007) VALUE 'A CONTA'.
           05 FILLER   PIC X(020) VALUE ' D/C          VALOR '.
           05 FILLER   PIC X(009) VALUE 'HISTORICO'.
       01 REL-DETALHE.
           05 DET-DATA-REDIR PIC 9(008).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-PROGRAMA   PIC X(008).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-PERIODO    PIC 9(006).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-DATA-ORIG  PIC 9(008).
           05 FILLER         PIC X(002) VALUE SPACES.
           05 DET-DATA-NOVA  PIC 9(008).
           05 FILLER         PIC X(003) VALUE SPACES.
           05 DET-CONTA      PIC 9(004).
           05 FILLER         PIC X(002) VALUE SPACES.
           05 DET-TIPO       PIC X(001).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-VALOR      PIC -Z(12)9.99.
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-HISTORICO  PIC X(030).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-LANREDIR
           PERFORM 3000-FINALIZA
           GOBACK.
      *LE O PERIODO DO SYSIN, ABRE O REGISTRO E O RELATORIO
       1000-INICIALIZA SECTION.
           ACCEPT WRK-PERIODO.
           IF WRK-PERIODO NOT = SPACES AND WRK-PERIODO NOT NUMERIC
               DISPLAY 'PERIODO INVALIDO NO SYSIN: ' WRK-PERIODO
                   ' - LISTANDO TODOS'
               MOVE SPACES TO WRK-PERIODO
           END-IF.
           OPEN INPUT LANREDIR.
           IF WS-LANREDIR-STATUS NOT = '00'
               DISPLAY 'LANREDIR VAZIO - STATUS ' WS-LANREDIR-STATUS
               SET FIM-LANREDIR TO TRUE
           END-IF.
           OPEN OUTPUT RELREDIR.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           IF WRK-PERIODO NOT = SPACES
               MOVE SPACES TO REL-LINHA
               STRING 'PERIODO FECHADO: ' WRK-PERIODO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
       1000-INICIALIZA-EXIT.
           EXIT.
      *LISTA UM REDIRECIONAMENTO (DO PERIODO PEDIDO, SE HOUVER)
       2000-PROCESSA SECTION.
           READ LANREDIR
               AT END
                   SET FIM-LANREDIR TO TRUE
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           ADD 1 TO CNT-LIDOS.
           IF WRK-PERIODO NOT = SPACES
              AND LR-PERIODO-FECHADO NOT = WRK-PERIODO
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           MOVE LR-LANCTO TO LANCTO-REC.
           ADD 1 TO CNT-LISTADOS.
           MOVE LR-DATA-REDIR      TO DET-DATA-REDIR.
           MOVE LR-PROGRAMA        TO DET-PROGRAMA.
           MOVE LR-PERIODO-FECHADO TO DET-PERIODO.
           MOVE LN-DATA-ORIGINAL   TO DET-DATA-ORIG.
           MOVE LN-DATA            TO DET-DATA-NOVA.
           MOVE LN-CONTA-CTB       TO DET-CONTA.
           MOVE LN-TIPO            TO DET-TIPO.
           MOVE LN-VALOR           TO DET-VALOR.
           MOVE LN-HISTORICO       TO DET-HISTORICO.
           WRITE REL-LINHA FROM REL-DETALHE.
           IF LN-DEBITO
               ADD LN-VALOR TO TOT-DEBITOS
           ELSE
               ADD LN-VALOR TO TOT-CREDITOS
           END-IF.
       2000-PROCESSA-EXIT.
           EXIT.
      *TOTAIS E RETORNO AO STEP
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-LISTADOS TO WRK-CONT-EDT.
           MOVE SPACES TO REL-LINHA.
           STRING 'LANCAMENTOS REDIRECIONADOS: ' WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE TOT-DEBITOS TO WRK-VALOR-EDT.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEBITOS AJUSTADOS.........: ' WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE TOT-CREDITOS TO WRK-VALOR-EDT.
           MOVE SPACES TO REL-LINHA.
           STRING 'CREDITOS AJUSTADOS........: ' WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELREDIR.
           IF WS-LANREDIR-STATUS NOT = '35'
               CLOSE LANREDIR
           END-IF.
           IF CNT-LISTADOS > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM RELREDIR.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: INFORME ANUAL DE RENDIMENTOS POR CONTA - TODO
      *          FEVEREIRO ALGUEM REMONTAVA, CONTA POR CONTA, OS JUROS
      *          DO ANO PARA A DECLARACAO DOS CLIENTES. ESTE PROGRAMA
      *          LE O MOVCONTA DE UM ANO INFORMADO (AAAA) E IMPRIME NO
      *          RELINFR UM INFORME POR CONTA, CADA UM EM PAGINA
      *          PROPRIA COM O TIMBRE REPHDR: TITULAR (CONTMSTR) E CPF
      *          (CLIMSTR), SALDO EM 01/01, JUROS CREDITADOS EM CADA
      *          MES, TOTAL DO ANO E SALDO EM 31/12. OS MESMOS TOTAIS
      *          SAEM NO EXTRATO DE LAYOUT FIXO INFEXTR (INFREC) PARA A
      *          INTERFACE DE DECLARACAO FISCAL.
      *
      *          O SALDO EM 01/01 E O SALDO ANTES DO PRIMEIRO MOVIMENTO
      *          DO ANO (OU O SALDO APOS O ULTIMO MOVIMENTO ANTERIOR,
      *          QUANDO A CONTA NAO SE MEXEU NO ANO); O SALDO EM 31/12
      *          E O SALDO APOS O ULTIMO MOVIMENTO DO ANO. CONTA SEM
      *          MOVIMENTO NO ANO E COM SALDO ZERO NAO TEM INFORME.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMA QUEBRA POR CONTA DO
      *                EXTRATO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCONTA ASSIGN TO "MOVCONTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-MOVCONTA-STATUS.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTMSTR-STATUS.
           SELECT CLIMSTR ASSIGN TO "CLIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WS-CLIMSTR-STATUS.
           SELECT RELINFR ASSIGN TO "RELINFR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INFEXTR ASSIGN TO "INFEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVCONTA.
       COPY MOVREC.
       FD  CONTMSTR.
       COPY CONTREC.
       FD  CLIMSTR.
       COPY CLIREC.
       FD  RELINFR.
       01  REL-LINHA PIC X(090).
       FD  INFEXTR.
       COPY INFREC.
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY GERCOM.
       01 WRK-ANO-PEDIDO    PIC 9(004) VALUE ZEROS.
       01 WRK-DATA-MOV      PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-MOV.
           05 WRK-ANO-MOV   PIC 9(004).
           05 WRK-MES-MOV   PIC 9(002).
           05 WRK-DIA-MOV   PIC 9(002).
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-MOVCONTA-STATUS PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-CLIMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 CONTMSTR-NO-AR      VALUE 'S'.
           05 WS-CLIMSTR-NO-AR   PIC X(001) VALUE 'N'.
               88 CLIMSTR-NO-AR       VALUE 'S'.
           05 WS-FIM-MOVCONTA    PIC X(001) VALUE 'N'.
               88 FIM-MOVCONTA        VALUE 'S'.
      *ACUMULADORES DA CONTA EM QUEBRA
       01 AREA-QUEBRA.
           05 WRK-CONTA-ATUAL    PIC 9(009) VALUE ZEROS.
           05 WS-PRIMEIRA-CONTA  PIC X(001) VALUE 'S'.
               88 PRIMEIRA-CONTA      VALUE 'S'.
           05 WS-MOVEU-NO-ANO    PIC X(001) VALUE 'N'.
               88 MOVEU-NO-ANO        VALUE 'S'.
           05 WRK-SALDO-ANTERIOR PIC S9(011)V99 VALUE ZEROS.
           05 WRK-SALDO-INICIAL  PIC S9(011)V99 VALUE ZEROS.
           05 WRK-SALDO-FINAL    PIC S9(011)V99 VALUE ZEROS.
           05 WRK-JUROS-MES      PIC S9(011)V99 OCCURS 12 TIMES.
           05 WRK-JUROS-ANO      PIC S9(011)V99 VALUE ZEROS.
           05 IX-MES             PIC 9(002) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-INFORMES       PIC 9(007) VALUE ZEROS.
           05 CNT-PAGINA         PIC 9(003) VALUE ZEROS.
           05 TOT-JUROS-GERAL    PIC S9(013)V99 VALUE ZEROS.
       01 TAB-NOMES-MESES.
           05 FILLER PIC X(036) VALUE
               'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01 FILLER REDEFINES TAB-NOMES-MESES.
           05 NOME-MES           PIC X(003) OCCURS 12 TIMES.
       01 REL-CABECALHO-0.
           05 FILLER     PIC X(039) VALUE
               'INFORME DE RENDIMENTOS - ANO-CALENDARIO'.
           05 FILLER     PIC X(001) VALUE SPACE.
           05 CAB0-ANO   PIC 9(004).
       01 REL-CAB-CONTA.
           05 FILLER     PIC X(009) VALUE 'CONTA..: '.
           05 CABCT-NUM  PIC 9(009).
           05 FILLER     PIC X(002) VALUE SPACES.
           05 CABCT-NOME PIC X(030).
       01 REL-CAB-CPF.
           05 FILLER     PIC X(009) VALUE 'CPF....: '.
           05 CABCT-CPF  PIC 9(011).
       01 REL-SALDO-LINHA.
           05 SLD-ROTULO PIC X(025).
           05 SLD-VALOR  PIC -Z(10)9.99.
       01 REL-MES-LINHA.
           05 FILLER     PIC X(004) VALUE SPACES.
           05 DET-MES    PIC X(003).
           05 FILLER     PIC X(001) VALUE '/'.
           05 DET-ANO    PIC 9(004).
           05 FILLER     PIC X(013) VALUE SPACES.
           05 DET-JUROS  PIC -Z(10)9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-MOVCONTA
           PERFORM 3000-FINALIZA
           GOBACK.
      *PEDE O ANO, ABRE OS ARQUIVOS
       1000-INICIALIZA SECTION.
           DISPLAY 'ANO DO INFORME DE RENDIMENTOS (AAAA)'.
           ACCEPT WRK-ANO-PEDIDO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT MOVCONTA.
           IF WS-MOVCONTA-STATUS NOT = '00'
               DISPLAY 'MOVCONTA INDISPONIVEL - STATUS '
                   WS-MOVCONTA-STATUS
               SET FIM-MOVCONTA TO TRUE
           END-IF.
           OPEN INPUT CONTMSTR.
           IF WS-CONTMSTR-STATUS = '00'
               SET CONTMSTR-NO-AR TO TRUE
           END-IF.
           OPEN INPUT CLIMSTR.
           IF WS-CLIMSTR-STATUS = '00'
               SET CLIMSTR-NO-AR TO TRUE
           END-IF.
           OPEN OUTPUT RELINFR.
           OPEN OUTPUT INFEXTR.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE WRK-ANO-PEDIDO TO CAB0-ANO.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PERCORRE O HISTORICO COM QUEBRA POR CONTA - ANTES DO ANO SO
      *GUARDA O SALDO, DENTRO DO ANO ACUMULA, DEPOIS DO ANO IGNORA
       2000-PROCESSA SECTION.
           READ MOVCONTA NEXT
               AT END
                   SET FIM-MOVCONTA TO TRUE
                   IF NOT PRIMEIRA-CONTA
                       PERFORM 2900-FECHA-CONTA
                   END-IF
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           IF PRIMEIRA-CONTA OR MV-CONTA NOT = WRK-CONTA-ATUAL
               IF NOT PRIMEIRA-CONTA
                   PERFORM 2900-FECHA-CONTA
               END-IF
               MOVE 'N' TO WS-PRIMEIRA-CONTA
               PERFORM 2200-ABRE-CONTA
           END-IF.
           MOVE MV-DATA TO WRK-DATA-MOV.
           EVALUATE TRUE
               WHEN WRK-ANO-MOV < WRK-ANO-PEDIDO
                   MOVE MV-SALDO-APOS TO WRK-SALDO-ANTERIOR
               WHEN WRK-ANO-MOV = WRK-ANO-PEDIDO
                   PERFORM 2100-MOVIMENTO-NO-ANO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-PROCESSA-EXIT.
           EXIT.
      *UM MOVIMENTO DO ANO: O PRIMEIRO DA O SALDO DE 01/01, OS JUROS
      *SOMAM NO MES, O ULTIMO DA O SALDO DE 31/12
       2100-MOVIMENTO-NO-ANO SECTION.
           IF NOT MOVEU-NO-ANO
               SET MOVEU-NO-ANO TO TRUE
               MOVE MV-SALDO-ANTES TO WRK-SALDO-INICIAL
           END-IF.
           IF MV-JUROS
               ADD MV-VALOR TO WRK-JUROS-MES(WRK-MES-MOV)
               ADD MV-VALOR TO WRK-JUROS-ANO
           END-IF.
           MOVE MV-SALDO-APOS TO WRK-SALDO-FINAL.
       2100-MOVIMENTO-NO-ANO-EXIT.
           EXIT.
      *ZERA OS ACUMULADORES DA CONTA NOVA
       2200-ABRE-CONTA SECTION.
           MOVE MV-CONTA TO WRK-CONTA-ATUAL.
           MOVE 'N' TO WS-MOVEU-NO-ANO.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-SALDO-INICIAL.
           MOVE ZEROS TO WRK-SALDO-FINAL.
           MOVE ZEROS TO WRK-JUROS-ANO.
           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12
               MOVE ZEROS TO WRK-JUROS-MES(IX-MES)
           END-PERFORM.
       2200-ABRE-CONTA-EXIT.
           EXIT.
      *FECHOU A CONTA: IMPRIME O INFORME E GRAVA O EXTRATO FISCAL
       2900-FECHA-CONTA SECTION.
           IF NOT MOVEU-NO-ANO
               MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-INICIAL
               MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-FINAL
           END-IF.
           IF NOT MOVEU-NO-ANO AND WRK-SALDO-ANTERIOR = ZEROS
               GO TO 2900-FECHA-CONTA-EXIT
           END-IF.
           ADD 1 TO CNT-INFORMES.
           ADD WRK-JUROS-ANO TO TOT-JUROS-GERAL.
           PERFORM 2950-IDENTIFICA-TITULAR.
           ADD 1 TO CNT-PAGINA.
           MOVE CNT-PAGINA TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CAB-CONTA.
           WRITE REL-LINHA FROM REL-CAB-CPF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'SALDO EM 01/01..........:' TO SLD-ROTULO.
           MOVE WRK-SALDO-INICIAL TO SLD-VALOR.
           WRITE REL-LINHA FROM REL-SALDO-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'JUROS CREDITADOS NO MES:' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12
               MOVE NOME-MES(IX-MES) TO DET-MES
               MOVE WRK-ANO-PEDIDO TO DET-ANO
               MOVE WRK-JUROS-MES(IX-MES) TO DET-JUROS
               WRITE REL-LINHA FROM REL-MES-LINHA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL DE JUROS NO ANO...:' TO SLD-ROTULO.
           MOVE WRK-JUROS-ANO TO SLD-VALOR.
           WRITE REL-LINHA FROM REL-SALDO-LINHA.
           MOVE 'SALDO EM 31/12..........:' TO SLD-ROTULO.
           MOVE WRK-SALDO-FINAL TO SLD-VALOR.
           WRITE REL-LINHA FROM REL-SALDO-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-ANO-PEDIDO     TO INF-ANO.
           MOVE WRK-CONTA-ATUAL    TO INF-CONTA.
           MOVE CABCT-CPF          TO INF-CPF.
           MOVE WRK-SALDO-INICIAL  TO INF-SALDO-INICIAL.
           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12
               MOVE WRK-JUROS-MES(IX-MES) TO INF-JUROS-MES(IX-MES)
           END-PERFORM.
           MOVE WRK-JUROS-ANO      TO INF-JUROS-ANO.
           MOVE WRK-SALDO-FINAL    TO INF-SALDO-FINAL.
           WRITE INFEXTR-REC.
       2900-FECHA-CONTA-EXIT.
           EXIT.
      *NOME DO TITULAR (CONTMSTR) E CPF DO CLIENTE (CLIMSTR)
       2950-IDENTIFICA-TITULAR SECTION.
           MOVE WRK-CONTA-ATUAL TO CABCT-NUM.
           MOVE SPACES TO CABCT-NOME.
           MOVE ZEROS TO CABCT-CPF.
           IF NOT CONTMSTR-NO-AR
               GO TO 2950-IDENTIFICA-TITULAR-EXIT
           END-IF.
           MOVE WRK-CONTA-ATUAL TO CT-CONTA.
           READ CONTMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CONTMSTR-STATUS NOT = '00'
               MOVE '*** SEM CADASTRO ***' TO CABCT-NOME
               GO TO 2950-IDENTIFICA-TITULAR-EXIT
           END-IF.
           MOVE CT-NOME TO CABCT-NOME.
           IF CLIMSTR-NO-AR AND CT-CLIENTE NOT = ZEROS
               MOVE CT-CLIENTE TO CLI-CODIGO
               READ CLIMSTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIMSTR-STATUS = '00'
                   MOVE CLI-NOME TO CABCT-NOME
                   MOVE CLI-CPF TO CABCT-CPF
               END-IF
           END-IF.
       2950-IDENTIFICA-TITULAR-EXIT.
           EXIT.
      *FECHA OS ARQUIVOS, RESUME E CATALOGA O RELATORIO
       3000-FINALIZA SECTION.
           IF CNT-INFORMES = ZEROS
               MOVE 1 TO CAB-REL-PAGINA
               WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO
               WRITE REL-LINHA FROM REL-CABECALHO-0
               MOVE 'NENHUMA CONTA COM SALDO OU MOVIMENTO NO ANO'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF WS-MOVCONTA-STATUS NOT = '35'
              AND WS-MOVCONTA-STATUS NOT = '91'
               CLOSE MOVCONTA
           END-IF.
           IF CONTMSTR-NO-AR
               CLOSE CONTMSTR
           END-IF.
           IF CLIMSTR-NO-AR
               CLOSE CLIMSTR
           END-IF.
           CLOSE RELINFR.
           CLOSE INFEXTR.
           DISPLAY 'INFORMES EMITIDOS: ' CNT-INFORMES.
           DISPLAY 'JUROS DO ANO.....: ' TOT-JUROS-GERAL.
           MOVE RC-SUCESSO TO RETURN-CODE.
           MOVE 'RELINFR ' TO GER-ORIGEM.
           MOVE WRK-DATA-HOJE TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM INFREND.

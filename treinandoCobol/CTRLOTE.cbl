      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LIBERACAO DOS CONTRATOS DE EMPRESTIMO E COBRANCA DAS
      *          PRESTACOES - O CICLO DO CONTRATO E:
      *            1. INCLUSAO NO CTRINCL (OPCAO 7 DO calcSimples):
      *               CONTRATO NO CTRMSTR A LIBERAR ('P') E PRESTACOES
      *               EM ABERTO NO PARCMST. NENHUM DINHEIRO SE MEXE.
      *            2. LIBERACAO AQUI, NA PRIMEIRA NOITE: O PRINCIPAL E
      *               CREDITADO NO SALDO EM MEMORIA DA CONTA DO
      *               CONTRATO COM UM MOVIMENTO 'L' NO MOVCONTA E O
      *               CONTRATO FICA ATIVO ('A'). CONTA FORA DO SALDOS
      *               DEIXA O CONTRATO A LIBERAR PARA A NOITE SEGUINTE.
      *            3. COBRANCA AQUI: CADA PRESTACAO EM ABERTO OU EM
      *               ATRASO COM VENCIMENTO ATE A DATA DA COBRANCA, DE
      *               CONTRATO ATIVO, E DEBITADA NO SALDO EM MEMORIA COM
      *               UM MOVIMENTO 'E' NO MOVCONTA E FICA PAGA; NA
      *               ULTIMA O CONTRATO FICA LIQUIDADO ('L'). PRESTACAO
      *               QUE O SALDO NAO COBRE (OU DE CONTA FORA DO SALDOS)
      *               E MARCADA EM ATRASO E VOLTA A SER TENTADA NA
      *               RODADA SEGUINTE - AS MAIS ANTIGAS PRIMEIRO, PELA
      *               ORDEM DA CHAVE.
      *          O SALDONOV SAI PARA COLETA NA MESMA LITURGIA DO
      *          TARLOTE E O RELCTR LISTA OS CONTRATOS LIBERADOS E AS
      *          PRESTACOES COBRADAS E EM ATRASO.
      *
      *          LANCAMENTO CONTABIL (TOTAL DA RODADA):
      *            LIBERACAO     D 1301 EMPRESTIMOS A RECEBER
      *                                           / C 2101 DEPOSITOS
      *            PRINCIPAL     D 2101 DEPOSITOS / C 1301 EMPRESTIMOS
      *                                             A RECEBER
      *            JUROS         D 2101 DEPOSITOS / C 4103 RECEITA DE
      *                                             JUROS DE EMPRESTIMOS
      *
      *          RODA TODA NOITE NO PLANJOB (PASSO CTRLOTE, DEPOIS DO
      *          COLJUR E DO COLTAR), COM O SALDONOV COLETADO PELO
      *          PASSO COLCTR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ CADA LINHA DO LANCTOS AGORA PASSA PELA TRAVA DE
      *                PERIODO CONTABIL FECHADO (CALL 'PERCHK', VEJA
      *                PCKCOM) ANTES DO WRITE: DATA EM MES JA FECHADO
      *                NO PERCTB VAI PARA O PRIMEIRO PERIODO ABERTO
      *                COM A MARCA DE AJUSTE E SAI NO RELREDIR.
      * 15/10/2026 RJJ LIBERACAO DOS CONTRATOS (1500-LIBERA-CONTRATOS):
      *                O PRINCIPAL DO CONTRATO NUNCA ERA CREDITADO AO
      *                CLIENTE NEM DEBITADO NA 1301, QUE SO RECEBIA OS
      *                CREDITOS DA AMORTIZACAO. O CONTRATO A LIBERAR
      *                GRAVADO PELO CTRINCL E CREDITADO NA CONTA
      *                (MOVIMENTO 'L') E LANCADO D 1301 / C 2101. PASSA
      *                A RODAR TODA NOITE NO PLANJOB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT SALDONOV ASSIGN TO "SALDONOV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DATAPROC ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.
           SELECT RELCTR ASSIGN TO "RELCTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LANCTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCTOS-STATUS.
           SELECT CTRMSTR ASSIGN TO "CTRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CONTRATO
               FILE STATUS IS WS-CTRMSTR-STATUS.
           SELECT PARCMST ASSIGN TO "PARCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-PARCMST-STATUS.
           SELECT MOVCONTA ASSIGN TO "MOVCONTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-MOVCONTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS.
       01  SALDOS-REC.
           05 SL-CONTA     PIC 9(009).
           05 SL-SALDO     PIC S9(011)V99.
           05 SL-TAXA-COD  PIC X(001).
       FD  SALDONOV.
       01  SALDONOV-REC.
           05 SN-CONTA     PIC 9(009).
           05 SN-SALDO     PIC S9(011)V99.
           05 SN-TAXA-COD  PIC X(001).
       FD  DATAPROC.
       01  DATAPROC-REC.
           05 DP-DATA       PIC 9(008).
       FD  RELCTR.
       01  REL-LINHA PIC X(100).
       FD  LANCTOS.
       COPY LANREC.
       FD  CTRMSTR.
       COPY CTRREC.
       FD  PARCMST.
       COPY PRCREC.
       FD  MOVCONTA.
       COPY MOVREC.
       WORKING-STORAGE SECTION.
       COPY PCKCOM.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY STATCOM.
       COPY GERCOM.
       COPY REGCOM.
       01 AREA-CONTROLE.
           05 WS-SALDOS-STATUS   PIC X(002) VALUE '00'.
           05 WS-DATAPROC-STATUS PIC X(002) VALUE '00'.
           05 WS-LANCTOS-STATUS  PIC X(002) VALUE '00'.
           05 WS-CTRMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-PARCMST-STATUS  PIC X(002) VALUE '00'.
           05 WS-MOVCONTA-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-SALDOS      PIC X(001) VALUE 'N'.
               88 FIM-SALDOS          VALUE 'S'.
           05 WS-FIM-PARCMST     PIC X(001) VALUE 'N'.
               88 FIM-PARCMST         VALUE 'S'.
           05 WS-FIM-CTRMSTR     PIC X(001) VALUE 'N'.
               88 FIM-CTRMSTR         VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA     VALUE 'S'.
           05 WS-MOV-GRAVADO     PIC X(001) VALUE 'N'.
               88 MOV-GRAVADO         VALUE 'S'.
      *DATA DA COBRANCA
       01 AREA-DATA.
           05 WRK-DATA-MOV       PIC 9(008) VALUE ZEROS.
      *SALDOS CARREGADO EM MEMORIA - DEBITADO PRESTACAO A PRESTACAO E
      *DESCARREGADO NO SALDONOV NA MESMA ORDEM DE ENTRADA
       01 AREA-SALDOS.
           05 SAL-QTDE           PIC 9(004) VALUE ZEROS.
           05 SAL-ENTRADA OCCURS 5000 TIMES.
               10 SAL-CONTA      PIC 9(009).
               10 SAL-SALDO      PIC S9(011)V99.
               10 SAL-TAXA-COD   PIC X(001).
           05 IX-SAL             PIC 9(004) VALUE ZEROS.
           05 IX-ACHADO          PIC 9(004) VALUE ZEROS.
       01 AREA-PRESTACAO.
           05 WRK-SALDO-ANTES    PIC S9(011)V99 VALUE ZEROS.
           05 WRK-SALDO-APOS     PIC S9(011)V99 VALUE ZEROS.
           05 WRK-SITUACAO       PIC X(009) VALUE SPACES.
           05 WRK-MOTIVO         PIC X(020) VALUE SPACES.
       01 AREA-TOTAIS.
           05 CNT-VENCIDAS       PIC 9(007) VALUE ZEROS.
           05 CNT-COBRADAS       PIC 9(007) VALUE ZEROS.
           05 CNT-ATRASO         PIC 9(007) VALUE ZEROS.
           05 CNT-LIQUIDADOS     PIC 9(007) VALUE ZEROS.
           05 CNT-LIBERADOS      PIC 9(007) VALUE ZEROS.
           05 CNT-NAO-LIBERADOS  PIC 9(007) VALUE ZEROS.
           05 TOT-LIBERADO       PIC S9(013)V99 VALUE ZEROS.
           05 TOT-PRINCIPAL      PIC S9(013)V99 VALUE ZEROS.
           05 TOT-JUROS          PIC S9(013)V99 VALUE ZEROS.
           05 TOT-ATRASO         PIC S9(013)V99 VALUE ZEROS.
       01 WRK-CONT-EDT           PIC Z(6)9.
       01 WRK-VALOR-EDT          PIC -Z(12)9.99.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(037) VALUE
               "LIBERACAO E COBRANCA - VENCIDAS ATE  ".
           05 FILLER   PIC X(001) VALUE SPACE.
           05 CAB1-DATA PIC 9(008).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(012) VALUE "CONTRATO PAR".
           05 FILLER   PIC X(010) VALUE "   CONTA".
           05 FILLER   PIC X(009) VALUE "VENCTO".
           05 FILLER   PIC X(013) VALUE "       VALOR".
           05 FILLER   PIC X(013) VALUE "       JUROS".
           05 FILLER   PIC X(013) VALUE " AMORTIZACAO".
           05 FILLER   PIC X(010) VALUE "SITUACAO".
           05 FILLER   PIC X(020) VALUE "MOTIVO".
       01 REL-DETALHE.
           05 DET-CONTRATO  PIC 9(007).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-PARCELA   PIC 9(003).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-CONTA     PIC 9(009).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-VENCTO    PIC 9(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-VALOR     PIC Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-JUROS     PIC Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-AMORTIZA  PIC Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SITUACAO  PIC X(009).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-MOTIVO    PIC X(020).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-VERIFICA-RERUN
           IF EXECUCAO-JA-FEITA
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZA
               IF NOT RODADA-ABORTADA
                   PERFORM 2000-PROCESSA UNTIL FIM-PARCMST
               END-IF
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *DATA, SALDOS EM TABELA E ABERTURA DOS ARQUIVOS
       1000-INICIALIZA SECTION.
           MOVE 'CTRLOTE ' TO EST-PROGRAMA.
           ACCEPT EST-DATA FROM DATE YYYYMMDD.
           ACCEPT EST-HORA-INICIO FROM TIME.
           PERFORM 1300-DEFINE-DATA-MOV.
           PERFORM 1400-CARREGA-SALDOS.
           IF RODADA-ABORTADA
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN I-O CTRMSTR.
           IF WS-CTRMSTR-STATUS NOT = '00'
               DISPLAY 'CTRLOTE: CTRMSTR INDISPONIVEL - STATUS '
                   WS-CTRMSTR-STATUS ' - NADA FOI COBRADO'
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN I-O PARCMST.
           IF WS-PARCMST-STATUS NOT = '00'
               DISPLAY 'CTRLOTE: PARCMST INDISPONIVEL - STATUS '
                   WS-PARCMST-STATUS ' - NADA FOI COBRADO'
               CLOSE CTRMSTR
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN I-O MOVCONTA.
           IF WS-MOVCONTA-STATUS = '35'
               OPEN OUTPUT MOVCONTA
               CLOSE MOVCONTA
               OPEN I-O MOVCONTA
           END-IF.
           IF WS-MOVCONTA-STATUS NOT = '00'
               DISPLAY 'CTRLOTE: MOVCONTA INDISPONIVEL - STATUS '
                   WS-MOVCONTA-STATUS ' - NADA FOI COBRADO'
               CLOSE CTRMSTR
               CLOSE PARCMST
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN OUTPUT RELCTR.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-DATA-MOV TO CAB1-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           PERFORM 1500-LIBERA-CONTRATOS.
           MOVE ZEROS TO PA-CHAVE.
           START PARCMST KEY >= PA-CHAVE
               INVALID KEY
                   SET FIM-PARCMST TO TRUE
           END-START.
       1000-INICIALIZA-EXIT.
           EXIT.
      *DATA DA COBRANCA: VEM DO ARQUIVO DE PARAMETRO DATAPROC
      *QUANDO PRESENTE (REEXECUCAO PARA DATA PASSADA), SENAO E HOJE
       1300-DEFINE-DATA-MOV SECTION.
           ACCEPT WRK-DATA-MOV FROM DATE YYYYMMDD.
           OPEN INPUT DATAPROC.
           IF WS-DATAPROC-STATUS = '00'
               READ DATAPROC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-DATA NUMERIC AND DP-DATA > ZEROS
                           MOVE DP-DATA TO WRK-DATA-MOV
                           DISPLAY 'COBRANCA PARA A DATA '
                               WRK-DATA-MOV ' (DATAPROC)'
                       END-IF
               END-READ
               CLOSE DATAPROC
           END-IF.
       1300-DEFINE-DATA-MOV-EXIT.
           EXIT.
      *CARREGA O SALDOS EM TABELA - ESTOURO DA TABELA ABORTA A
      *RODADA EM VEZ DE PERDER CONTAS NO SALDONOV
       1400-CARREGA-SALDOS SECTION.
           OPEN INPUT SALDOS.
           IF WS-SALDOS-STATUS NOT = '00'
               DISPLAY 'CTRLOTE: SALDOS INDISPONIVEL - STATUS '
                   WS-SALDOS-STATUS ' - NADA FOI COBRADO'
               SET RODADA-ABORTADA TO TRUE
               GO TO 1400-CARREGA-SALDOS-EXIT
           END-IF.
           PERFORM UNTIL FIM-SALDOS OR RODADA-ABORTADA
               READ SALDOS
                   AT END
                       SET FIM-SALDOS TO TRUE
                   NOT AT END
                       IF SAL-QTDE >= 5000
                           DISPLAY 'CTRLOTE: SALDOS COM MAIS DE 5000 '
                               'CONTAS - NADA FOI COBRADO'
                           SET RODADA-ABORTADA TO TRUE
                       ELSE
                           ADD 1 TO SAL-QTDE
                           MOVE SL-CONTA    TO SAL-CONTA(SAL-QTDE)
                           MOVE SL-SALDO    TO SAL-SALDO(SAL-QTDE)
                           MOVE SL-TAXA-COD TO SAL-TAXA-COD(SAL-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALDOS.
       1400-CARREGA-SALDOS-EXIT.
           EXIT.
      *VARRE O CTRMSTR (PULANDO O REGISTRO DE CONTROLE, CHAVE ZERO)
      *E LIBERA OS CONTRATOS GRAVADOS A LIBERAR PELO CTRINCL
       1500-LIBERA-CONTRATOS SECTION.
           MOVE ZEROS TO CR-CONTRATO.
           START CTRMSTR KEY > CR-CONTRATO
               INVALID KEY
                   SET FIM-CTRMSTR TO TRUE
           END-START.
           PERFORM 1550-LIBERA-CONTRATO UNTIL FIM-CTRMSTR.
       1500-LIBERA-CONTRATOS-EXIT.
           EXIT.
      *UM CONTRATO DO CTRMSTR: O A LIBERAR TEM O PRINCIPAL CREDITADO
      *NO SALDO EM MEMORIA, UM MOVIMENTO 'L' NA PRIMEIRA SEQUENCIA
      *LIVRE DA CONTA NA DATA E FICA ATIVO. SEM A CONTA NO SALDOS OU
      *SEM SEQUENCIA LIVRE CONTINUA A LIBERAR PARA A PROXIMA NOITE
       1550-LIBERA-CONTRATO SECTION.
           READ CTRMSTR NEXT
               AT END
                   SET FIM-CTRMSTR TO TRUE
                   GO TO 1550-LIBERA-CONTRATO-EXIT
           END-READ.
           IF NOT CR-A-LIBERAR
               GO TO 1550-LIBERA-CONTRATO-EXIT
           END-IF.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-SAL FROM 1 BY 1
                   UNTIL IX-SAL > SAL-QTDE OR IX-ACHADO > ZEROS
               IF SAL-CONTA(IX-SAL) = CR-CONTA
                   MOVE IX-SAL TO IX-ACHADO
               END-IF
           END-PERFORM.
           IF IX-ACHADO = ZEROS
               MOVE 'CONTA FORA DO SALDOS' TO WRK-MOTIVO
               PERFORM 1580-NAO-LIBERADO
               GO TO 1550-LIBERA-CONTRATO-EXIT
           END-IF.
           MOVE SAL-SALDO(IX-ACHADO) TO WRK-SALDO-ANTES.
           ADD CR-PRINCIPAL TO SAL-SALDO(IX-ACHADO).
           MOVE SAL-SALDO(IX-ACHADO) TO WRK-SALDO-APOS.
           MOVE CR-CONTA        TO MV-CONTA.
           MOVE WRK-DATA-MOV    TO MV-DATA.
           SET MV-LIBERACAO     TO TRUE.
           MOVE SPACES          TO MV-HISTORICO.
           STRING 'LIBER ' CR-CONTRATO
               DELIMITED BY SIZE INTO MV-HISTORICO.
           MOVE CR-PRINCIPAL    TO MV-VALOR.
           MOVE WRK-SALDO-ANTES TO MV-SALDO-ANTES.
           MOVE WRK-SALDO-APOS  TO MV-SALDO-APOS.
           MOVE 'N' TO WS-MOV-GRAVADO.
           MOVE 1 TO MV-SEQ.
           PERFORM UNTIL MOV-GRAVADO OR MV-SEQ = 999
               WRITE MOVCONTA-REC
                   INVALID KEY
                       ADD 1 TO MV-SEQ
                   NOT INVALID KEY
                       SET MOV-GRAVADO TO TRUE
               END-WRITE
           END-PERFORM.
           IF NOT MOV-GRAVADO
               DISPLAY 'CTRLOTE: CONTA ' CR-CONTA
                   ' SEM SEQUENCIA LIVRE NO MOVCONTA EM ' WRK-DATA-MOV
               SUBTRACT CR-PRINCIPAL FROM SAL-SALDO(IX-ACHADO)
               MOVE 'SEM SEQUENCIA LIVRE' TO WRK-MOTIVO
               PERFORM 1580-NAO-LIBERADO
               GO TO 1550-LIBERA-CONTRATO-EXIT
           END-IF.
           SET CR-ATIVO TO TRUE.
           REWRITE CTRMSTR-REC
               INVALID KEY
                   DISPLAY 'CTRLOTE: ERRO AO LIBERAR O CONTRATO '
                       CR-CONTRATO ' - STATUS ' WS-CTRMSTR-STATUS
           END-REWRITE.
           ADD 1 TO CNT-LIBERADOS.
           ADD CR-PRINCIPAL TO TOT-LIBERADO.
           MOVE 'LIBERADO' TO WRK-SITUACAO.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 1570-LISTA-LIBERACAO.
       1550-LIBERA-CONTRATO-EXIT.
           EXIT.
      *LINHA DO CONTRATO NO RELCTR (PARCELA 000, VALOR = PRINCIPAL)
       1570-LISTA-LIBERACAO SECTION.
           MOVE CR-CONTRATO     TO DET-CONTRATO.
           MOVE ZEROS           TO DET-PARCELA.
           MOVE CR-CONTA        TO DET-CONTA.
           MOVE WRK-DATA-MOV    TO DET-VENCTO.
           MOVE CR-PRINCIPAL    TO DET-VALOR.
           MOVE ZEROS           TO DET-JUROS.
           MOVE ZEROS           TO DET-AMORTIZA.
           MOVE WRK-SITUACAO    TO DET-SITUACAO.
           MOVE WRK-MOTIVO      TO DET-MOTIVO.
           WRITE REL-LINHA FROM REL-DETALHE.
       1570-LISTA-LIBERACAO-EXIT.
           EXIT.
      *CONTRATO NAO LIBERADO NESTA NOITE - FICA A LIBERAR, COM O
      *MOTIVO NO RELCTR
       1580-NAO-LIBERADO SECTION.
           ADD 1 TO CNT-NAO-LIBERADOS.
           MOVE 'A LIBERAR' TO WRK-SITUACAO.
           PERFORM 1570-LISTA-LIBERACAO.
       1580-NAO-LIBERADO-EXIT.
           EXIT.
      *UMA PRESTACAO DO PARCMST: SO AS NAO PAGAS, VENCIDAS ATE A DATA
      *DA COBRANCA E DE CONTRATO ATIVO SAO COBRADAS - OU FICAM EM
      *ATRASO, SEMPRE COM UMA LINHA NO RELCTR
       2000-PROCESSA SECTION.
           READ PARCMST NEXT
               AT END
                   SET FIM-PARCMST TO TRUE
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           IF PA-PAGA OR PA-VENCIMENTO > WRK-DATA-MOV
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           MOVE PA-CONTRATO TO CR-CONTRATO.
           READ CTRMSTR
               INVALID KEY
                   DISPLAY 'CTRLOTE: PRESTACAO ' PA-CHAVE
                       ' SEM CONTRATO NO CTRMSTR'
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           IF NOT CR-ATIVO
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           ADD 1 TO CNT-VENCIDAS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-SALDO-ANTES.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-SAL FROM 1 BY 1
                   UNTIL IX-SAL > SAL-QTDE OR IX-ACHADO > ZEROS
               IF SAL-CONTA(IX-SAL) = CR-CONTA
                   MOVE IX-SAL TO IX-ACHADO
               END-IF
           END-PERFORM.
           IF IX-ACHADO = ZEROS
               MOVE 'CONTA FORA DO SALDOS' TO WRK-MOTIVO
               PERFORM 2900-MARCA-ATRASO
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           MOVE SAL-SALDO(IX-ACHADO) TO WRK-SALDO-ANTES.
           IF WRK-SALDO-ANTES < PA-VALOR
               MOVE 'SALDO INSUFICIENTE' TO WRK-MOTIVO
               PERFORM 2900-MARCA-ATRASO
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           PERFORM 2800-COBRA-PRESTACAO.
       2000-PROCESSA-EXIT.
           EXIT.
      *LINHA DA PRESTACAO NO RELCTR
       2700-LISTA-PRESTACAO SECTION.
           MOVE PA-CONTRATO     TO DET-CONTRATO.
           MOVE PA-NUMERO       TO DET-PARCELA.
           MOVE CR-CONTA        TO DET-CONTA.
           MOVE PA-VENCIMENTO   TO DET-VENCTO.
           MOVE PA-VALOR        TO DET-VALOR.
           MOVE PA-JUROS        TO DET-JUROS.
           MOVE PA-AMORTIZA     TO DET-AMORTIZA.
           MOVE WRK-SITUACAO    TO DET-SITUACAO.
           MOVE WRK-MOTIVO      TO DET-MOTIVO.
           WRITE REL-LINHA FROM REL-DETALHE.
       2700-LISTA-PRESTACAO-EXIT.
           EXIT.
      *DEBITA A PRESTACAO NO SALDO EM MEMORIA, POSTA O MOVIMENTO 'E'
      *NA PRIMEIRA SEQUENCIA LIVRE DA CONTA NA DATA (A 000 E DO
      *JUROLOTE), DA BAIXA NA PRESTACAO E CONTA A PAGA NO CONTRATO
       2800-COBRA-PRESTACAO SECTION.
           SUBTRACT PA-VALOR FROM SAL-SALDO(IX-ACHADO).
           MOVE SAL-SALDO(IX-ACHADO) TO WRK-SALDO-APOS.
           MOVE CR-CONTA        TO MV-CONTA.
           MOVE WRK-DATA-MOV    TO MV-DATA.
           SET MV-PRESTACAO     TO TRUE.
           MOVE SPACES          TO MV-HISTORICO.
           STRING 'PREST ' PA-CONTRATO '/' PA-NUMERO
               DELIMITED BY SIZE INTO MV-HISTORICO.
           COMPUTE MV-VALOR = ZEROS - PA-VALOR.
           MOVE WRK-SALDO-ANTES TO MV-SALDO-ANTES.
           MOVE WRK-SALDO-APOS  TO MV-SALDO-APOS.
           MOVE 'N' TO WS-MOV-GRAVADO.
           MOVE 1 TO MV-SEQ.
           PERFORM UNTIL MOV-GRAVADO OR MV-SEQ = 999
               WRITE MOVCONTA-REC
                   INVALID KEY
                       ADD 1 TO MV-SEQ
                   NOT INVALID KEY
                       SET MOV-GRAVADO TO TRUE
               END-WRITE
           END-PERFORM.
           IF NOT MOV-GRAVADO
               DISPLAY 'CTRLOTE: CONTA ' CR-CONTA
                   ' SEM SEQUENCIA LIVRE NO MOVCONTA EM ' WRK-DATA-MOV
               ADD PA-VALOR TO SAL-SALDO(IX-ACHADO)
               MOVE 'SEM SEQUENCIA LIVRE' TO WRK-MOTIVO
               PERFORM 2900-MARCA-ATRASO
               GO TO 2800-COBRA-PRESTACAO-EXIT
           END-IF.
           SET PA-PAGA TO TRUE.
           MOVE WRK-DATA-MOV TO PA-DATA-PAGTO.
           REWRITE PARCMST-REC
               INVALID KEY
                   DISPLAY 'CTRLOTE: ERRO AO BAIXAR A PRESTACAO '
                       PA-CHAVE ' - STATUS ' WS-PARCMST-STATUS
           END-REWRITE.
           ADD 1 TO CR-PARC-PAGAS.
           IF CR-PARC-PAGAS >= CR-PRAZO
               SET CR-LIQUIDADO TO TRUE
               MOVE WRK-DATA-MOV TO CR-DATA-LIQUIDA
               ADD 1 TO CNT-LIQUIDADOS
           END-IF.
           REWRITE CTRMSTR-REC
               INVALID KEY
                   DISPLAY 'CTRLOTE: ERRO AO ATUALIZAR O CONTRATO '
                       CR-CONTRATO ' - STATUS ' WS-CTRMSTR-STATUS
           END-REWRITE.
           ADD 1 TO CNT-COBRADAS.
           ADD PA-AMORTIZA TO TOT-PRINCIPAL.
           ADD PA-JUROS    TO TOT-JUROS.
           MOVE 'COBRADA' TO WRK-SITUACAO.
           IF CR-LIQUIDADO
               MOVE 'CONTRATO LIQUIDADO' TO WRK-MOTIVO
           ELSE
               MOVE SPACES TO WRK-MOTIVO
           END-IF.
           PERFORM 2700-LISTA-PRESTACAO.
       2800-COBRA-PRESTACAO-EXIT.
           EXIT.
      *PRESTACAO NAO COBRADA - FICA EM ATRASO PARA A PROXIMA RODADA,
      *COM O MOTIVO NO RELCTR
       2900-MARCA-ATRASO SECTION.
           SET PA-EM-ATRASO TO TRUE.
           REWRITE PARCMST-REC
               INVALID KEY
                   DISPLAY 'CTRLOTE: ERRO AO MARCAR ATRASO NA '
                       'PRESTACAO ' PA-CHAVE ' - STATUS '
                       WS-PARCMST-STATUS
           END-REWRITE.
           ADD 1 TO CNT-ATRASO.
           ADD PA-VALOR TO TOT-ATRASO.
           MOVE 'EM ATRASO' TO WRK-SITUACAO.
           PERFORM 2700-LISTA-PRESTACAO.
       2900-MARCA-ATRASO-EXIT.
           EXIT.
      *TOTAIS, SALDONOV, CONTABILIDADE E RETORNO AO STEP
       3000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 3000-FINALIZA-GRAVA-ESTAT
           END-IF.
           PERFORM 3050-GRAVA-SALDONOV.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-LIBERADOS TO WRK-CONT-EDT.
           STRING "CONTRATOS LIBERADOS...: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-NAO-LIBERADOS TO WRK-CONT-EDT.
           STRING "CONTRATOS A LIBERAR...: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-LIBERADO TO WRK-VALOR-EDT.
           STRING "PRINCIPAL LIBERADO....: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-VENCIDAS TO WRK-CONT-EDT.
           STRING "PRESTACOES VENCIDAS...: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-COBRADAS TO WRK-CONT-EDT.
           STRING "PRESTACOES COBRADAS...: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-ATRASO TO WRK-CONT-EDT.
           STRING "PRESTACOES EM ATRASO..: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-LIQUIDADOS TO WRK-CONT-EDT.
           STRING "CONTRATOS LIQUIDADOS..: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-PRINCIPAL TO WRK-VALOR-EDT.
           STRING "PRINCIPAL COBRADO.....: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-JUROS TO WRK-VALOR-EDT.
           STRING "JUROS COBRADOS........: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-ATRASO TO WRK-VALOR-EDT.
           STRING "VALOR EM ATRASO.......: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELCTR.
           CLOSE CTRMSTR.
           CLOSE PARCMST.
           CLOSE MOVCONTA.
           PERFORM 3100-LANCA-CONTABIL.
           IF CNT-ATRASO > ZEROS OR CNT-NAO-LIBERADOS > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           MOVE 'RELCTR  ' TO GER-ORIGEM.
           MOVE EST-DATA TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
       3000-FINALIZA-GRAVA-ESTAT.
           MOVE CNT-VENCIDAS TO EST-LIDOS.
           MOVE CNT-COBRADAS TO EST-GRAVADOS.
           MOVE CNT-ATRASO   TO EST-REJEITADOS.
           MOVE RETURN-CODE  TO EST-RC.
           CALL 'GRVSTAT' USING AREA-ESTAT-EXEC.
           DISPLAY 'CTRLOTE: ' CNT-LIBERADOS ' CONTRATOS LIBERADOS, '
               CNT-NAO-LIBERADOS ' A LIBERAR'.
           DISPLAY 'CTRLOTE: ' CNT-COBRADAS ' COBRADAS, '
               CNT-ATRASO ' EM ATRASO, ' CNT-LIQUIDADOS
               ' CONTRATOS LIQUIDADOS'.
           MOVE 'G' TO REG-FUNCAO.
           IF RETURN-CODE < RC-ERRO
               MOVE RETURN-CODE TO REG-RC
               CALL 'REGEXEC' USING AREA-REGEXEC
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *DESCARREGA A TABELA DEBITADA NO SALDONOV PARA COLETA
       3050-GRAVA-SALDONOV SECTION.
           OPEN OUTPUT SALDONOV.
           PERFORM VARYING IX-SAL FROM 1 BY 1 UNTIL IX-SAL > SAL-QTDE
               MOVE SAL-CONTA(IX-SAL)    TO SN-CONTA
               MOVE SAL-SALDO(IX-SAL)    TO SN-SALDO
               MOVE SAL-TAXA-COD(IX-SAL) TO SN-TAXA-COD
               WRITE SALDONOV-REC
           END-PERFORM.
           CLOSE SALDONOV.
       3050-GRAVA-SALDONOV-EXIT.
           EXIT.
      *ANEXA AO LANCTOS UM PAR DE PARTIDA DOBRADA PARA O PRINCIPAL
      *LIBERADO, UM PARA O PRINCIPAL E OUTRO PARA OS JUROS COBRADOS
      *NA RODADA
       3100-LANCA-CONTABIL SECTION.
           IF TOT-LIBERADO = ZEROS AND TOT-PRINCIPAL = ZEROS
              AND TOT-JUROS = ZEROS
               GO TO 3100-LANCA-CONTABIL-EXIT
           END-IF.
           OPEN EXTEND LANCTOS.
           IF WS-LANCTOS-STATUS = '35'
               OPEN OUTPUT LANCTOS
           END-IF.
           IF WS-LANCTOS-STATUS NOT = '00'
               DISPLAY 'LANCTOS INDISPONIVEL - STATUS '
                   WS-LANCTOS-STATUS ' - LANCAMENTO NAO GRAVADO'
               GO TO 3100-LANCA-CONTABIL-EXIT
           END-IF.
           MOVE WRK-DATA-MOV TO LN-DATA.
           MOVE 'CTRLOTE ' TO LN-ORIGEM.
           IF TOT-LIBERADO > ZEROS
               MOVE TOT-LIBERADO TO LN-VALOR
               MOVE 'LIBERACAO DE EMPRESTIMOS' TO LN-HISTORICO
               MOVE 1301 TO LN-CONTA-CTB
               MOVE 'D'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
               MOVE 2101 TO LN-CONTA-CTB
               MOVE 'C'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
           END-IF.
           IF TOT-PRINCIPAL > ZEROS
               MOVE TOT-PRINCIPAL TO LN-VALOR
               MOVE 'PRINCIPAL DE EMPRESTIMOS' TO LN-HISTORICO
               MOVE 2101 TO LN-CONTA-CTB
               MOVE 'D'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
               MOVE 1301 TO LN-CONTA-CTB
               MOVE 'C'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
           END-IF.
           IF TOT-JUROS > ZEROS
               MOVE TOT-JUROS TO LN-VALOR
               MOVE 'JUROS DE EMPRESTIMOS' TO LN-HISTORICO
               MOVE 2101 TO LN-CONTA-CTB
               MOVE 'D'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
               MOVE 4103 TO LN-CONTA-CTB
               MOVE 'C'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
           END-IF.
           CLOSE LANCTOS.
       3100-LANCA-CONTABIL-EXIT.
           EXIT.
      *PASSA A LINHA MONTADA EM LANCTO-REC PELA TRAVA DE PERIODO
      *FECHADO E GRAVA; A DATA PEDIDA VOLTA PARA A PROXIMA LINHA
       3110-GRAVA-LANCTO SECTION.
           MOVE 'CTRLOTE ' TO PCK-PROGRAMA.
           MOVE LANCTO-REC TO PCK-LANCTO.
           MOVE RETURN-CODE TO PCK-RC.
           CALL 'PERCHK' USING AREA-PERCHK.
           MOVE PCK-LANCTO TO LANCTO-REC.
           WRITE LANCTO-REC.
           IF PCK-REDIRECIONADO
               MOVE LN-DATA-ORIGINAL TO LN-DATA
           END-IF.
       3110-GRAVA-LANCTO-EXIT.
           EXIT.
      *CONSULTA O REGISTRO DE EXECUCOES ANTES DE COMECAR O JOB
       0500-VERIFICA-RERUN SECTION.
           MOVE 'V' TO REG-FUNCAO.
           MOVE 'CTRLOTE ' TO REG-PROGRAMA.
           ACCEPT REG-DATA FROM DATE YYYYMMDD.
           MOVE RETURN-CODE TO REG-RC.
           CALL 'REGEXEC' USING AREA-REGEXEC.
           IF EXECUCAO-JA-FEITA
               DISPLAY 'CTRLOTE JA EXECUTADO PARA A DATA '
                   REG-DATA ' - USE RUNPARM-FORCA-RERUN'
           END-IF.
       0500-VERIFICA-RERUN-EXIT.
           EXIT.
       END PROGRAM CTRLOTE.

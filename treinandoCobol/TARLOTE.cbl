      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: COBRANCA MENSAL DA TARIFA DE MANUTENCAO DE CONTA - A
      *          OPERACAO DESCONTAVA A TARIFA NA MAO NO SALDOS, SEM
      *          HISTORICO NO MOVCONTA E SEM CONTABILIDADE. ESTE LOTE
      *          PEGA NO HISTORICO TARIFAS (MANTIDO PELO TARMAINT) A
      *          LINHA EM VIGOR NA DATA DA COBRANCA PARA O CODIGO
      *          INFORMADO NO SYSIN (EM BRANCO = 'M', MANUTENCAO
      *          MENSAL) E VARRE O CONTMSTR: CADA CONTA ATIVA COM SALDO
      *          ABAIXO DO SALDO MINIMO DE ISENCAO E DEBITADA NO SALDO
      *          EM MEMORIA E RECEBE UM MOVIMENTO 'F' NO MOVCONTA. A
      *          CONTA E PULADA QUANDO A TARIFA A DEIXARIA NEGATIVA,
      *          QUANDO NAO ESTA NO SALDOS OU QUANDO JA TEM TARIFA
      *          DEBITADA NO MES (REEXECUCAO NAO COBRA DUAS VEZES). O
      *          SALDONOV SAI PARA COLETA NA MESMA LITURGIA DO MOVLOTE,
      *          O TOTAL COBRADO VAI AO LANCTOS E O RELTAR LISTA AS
      *          CONTAS COBRADAS, ISENTAS E PULADAS.
      *
      *          LANCAMENTO CONTABIL (TOTAL DA RODADA):
      *            TARIFA        D 2101 DEPOSITOS / C 4102 RECEITA
      *                                             DE TARIFAS
      *
      *          RODA NO PLANJOB NO ULTIMO DIA UTIL DO MES (PASSO
      *          TARLOTE, DEPOIS DO COLJUR), COM O SALDONOV COLETADO
      *          PELO PASSO COLTAR ANTES DO CTRLOTE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ CADA LINHA DO LANCTOS AGORA PASSA PELA TRAVA DE
      *                PERIODO CONTABIL FECHADO (CALL 'PERCHK', VEJA
      *                PCKCOM) ANTES DO WRITE: DATA EM MES JA FECHADO
      *                NO PERCTB VAI PARA O PRIMEIRO PERIODO ABERTO
      *                COM A MARCA DE AJUSTE E SAI NO RELREDIR.
      * 15/10/2026 RJJ PASSA A RODAR NO PLANJOB NO ULTIMO DIA UTIL DO
      *                MES, COLETADO PELO PASSO COLTAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-STATUS.
           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT SALDONOV ASSIGN TO "SALDONOV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DATAPROC ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.
           SELECT RELTAR ASSIGN TO "RELTAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LANCTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCTOS-STATUS.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTMSTR-STATUS.
           SELECT MOVCONTA ASSIGN TO "MOVCONTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-MOVCONTA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TARIFAS.
       COPY TARREC.
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
       FD  RELTAR.
       01  REL-LINHA PIC X(090).
       FD  LANCTOS.
       COPY LANREC.
       FD  CONTMSTR.
       COPY CONTREC.
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
           05 WS-TARIFAS-STATUS  PIC X(002) VALUE '00'.
           05 WS-SALDOS-STATUS   PIC X(002) VALUE '00'.
           05 WS-DATAPROC-STATUS PIC X(002) VALUE '00'.
           05 WS-LANCTOS-STATUS  PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-MOVCONTA-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-TARIFAS     PIC X(001) VALUE 'N'.
               88 FIM-TARIFAS         VALUE 'S'.
           05 WS-FIM-SALDOS      PIC X(001) VALUE 'N'.
               88 FIM-SALDOS          VALUE 'S'.
           05 WS-FIM-CONTMSTR    PIC X(001) VALUE 'N'.
               88 FIM-CONTMSTR        VALUE 'S'.
           05 WS-FIM-MOVCONTA    PIC X(001) VALUE 'N'.
               88 FIM-MOVCONTA        VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA     VALUE 'S'.
           05 WS-MOV-GRAVADO     PIC X(001) VALUE 'N'.
               88 MOV-GRAVADO         VALUE 'S'.
           05 WS-JA-TARIFADA     PIC X(001) VALUE 'N'.
               88 JA-TARIFADA         VALUE 'S'.
      *DATA DA COBRANCA E TARIFA EM VIGOR NELA
       01 AREA-TARIFA.
           05 WRK-DATA-MOV       PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-DATA-MOV.
               10 WRK-MOV-ANOMES PIC 9(006).
               10 WRK-MOV-DIA    PIC 9(002).
           05 WRK-DATA-LIDA      PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-DATA-LIDA.
               10 WRK-LIDA-ANOMES PIC 9(006).
               10 WRK-LIDA-DIA   PIC 9(002).
           05 WRK-COD-TARIFA     PIC X(001) VALUE SPACE.
           05 WRK-VIG-TARIFA     PIC 9(008) VALUE ZEROS.
           05 WRK-VALOR-TARIFA   PIC 9(005)V99 VALUE ZEROS.
           05 WRK-LIMITE-ISENCAO PIC 9(011)V99 VALUE ZEROS.
      *SALDOS CARREGADO EM MEMORIA - DEBITADO CONTA A CONTA E
      *DESCARREGADO NO SALDONOV NA MESMA ORDEM DE ENTRADA
       01 AREA-SALDOS.
           05 SAL-QTDE           PIC 9(004) VALUE ZEROS.
           05 SAL-ENTRADA OCCURS 5000 TIMES.
               10 SAL-CONTA      PIC 9(009).
               10 SAL-SALDO      PIC S9(011)V99.
               10 SAL-TAXA-COD   PIC X(001).
           05 IX-SAL             PIC 9(004) VALUE ZEROS.
           05 IX-ACHADO          PIC 9(004) VALUE ZEROS.
       01 AREA-CONTA.
           05 WRK-SALDO-ANTES    PIC S9(011)V99 VALUE ZEROS.
           05 WRK-SALDO-APOS     PIC S9(011)V99 VALUE ZEROS.
           05 WRK-SITUACAO       PIC X(010) VALUE SPACES.
           05 WRK-MOTIVO         PIC X(020) VALUE SPACES.
       01 AREA-TOTAIS.
           05 CNT-LIDAS          PIC 9(007) VALUE ZEROS.
           05 CNT-COBRADAS       PIC 9(007) VALUE ZEROS.
           05 CNT-ISENTAS        PIC 9(007) VALUE ZEROS.
           05 CNT-PULADAS        PIC 9(007) VALUE ZEROS.
           05 TOT-TARIFAS        PIC S9(013)V99 VALUE ZEROS.
       01 WRK-CONT-EDT           PIC Z(6)9.
       01 WRK-VALOR-EDT          PIC -Z(12)9.99.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(019) VALUE "COBRANCA DE TARIFA ".
           05 CAB0-COD PIC X(001).
           05 FILLER   PIC X(010) VALUE " VIGENCIA ".
           05 CAB0-VIG PIC 9(008).
           05 FILLER   PIC X(007) VALUE " VALOR ".
           05 CAB0-VALOR PIC Z(4)9.99.
           05 FILLER   PIC X(010) VALUE " ISENCAO ".
           05 CAB0-LIMITE PIC Z(10)9.99.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(019) VALUE "DATA DA COBRANCA: ".
           05 CAB1-DATA PIC 9(008).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(010) VALUE "CONTA".
           05 FILLER   PIC X(021) VALUE "TITULAR".
           05 FILLER   PIC X(016) VALUE "   SALDO ANTES".
           05 FILLER   PIC X(011) VALUE "  TARIFA".
           05 FILLER   PIC X(011) VALUE "SITUACAO".
           05 FILLER   PIC X(020) VALUE "MOTIVO".
       01 REL-DETALHE.
           05 DET-CONTA     PIC 9(009).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-NOME      PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SALDO     PIC -Z(10)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-TARIFA    PIC Z(6)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SITUACAO  PIC X(010).
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
                   PERFORM 2000-PROCESSA UNTIL FIM-CONTMSTR
               END-IF
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *DATA, TARIFA EM VIGOR, SALDOS EM TABELA E ABERTURA DOS ARQUIVOS
       1000-INICIALIZA SECTION.
           MOVE 'TARLOTE ' TO EST-PROGRAMA.
           ACCEPT EST-DATA FROM DATE YYYYMMDD.
           ACCEPT EST-HORA-INICIO FROM TIME.
           PERFORM 1300-DEFINE-DATA-MOV.
           PERFORM 1200-LOCALIZA-TARIFA.
           IF RODADA-ABORTADA
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM 1400-CARREGA-SALDOS.
           IF RODADA-ABORTADA
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT CONTMSTR.
           IF WS-CONTMSTR-STATUS NOT = '00'
               DISPLAY 'TARLOTE: CONTMSTR INDISPONIVEL - STATUS '
                   WS-CONTMSTR-STATUS ' - NADA FOI COBRADO'
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
               DISPLAY 'TARLOTE: MOVCONTA INDISPONIVEL - STATUS '
                   WS-MOVCONTA-STATUS ' - NADA FOI COBRADO'
               CLOSE CONTMSTR
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN OUTPUT RELTAR.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-COD-TARIFA     TO CAB0-COD.
           MOVE WRK-VIG-TARIFA     TO CAB0-VIG.
           MOVE WRK-VALOR-TARIFA   TO CAB0-VALOR.
           MOVE WRK-LIMITE-ISENCAO TO CAB0-LIMITE.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           MOVE WRK-DATA-MOV TO CAB1-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           MOVE ZEROS TO CT-CONTA.
           START CONTMSTR KEY >= CT-CONTA
               INVALID KEY
                   SET FIM-CONTMSTR TO TRUE
           END-START.
       1000-INICIALIZA-EXIT.
           EXIT.
      *CODIGO DA TARIFA NO SYSIN (EM BRANCO = 'M') E A LINHA DO
      *TARIFAS COM A MAIOR VIGENCIA ATE A DATA DA COBRANCA
       1200-LOCALIZA-TARIFA SECTION.
           ACCEPT WRK-COD-TARIFA.
           IF WRK-COD-TARIFA = SPACE
               MOVE 'M' TO WRK-COD-TARIFA
           END-IF.
           OPEN INPUT TARIFAS.
           IF WS-TARIFAS-STATUS NOT = '00'
               DISPLAY 'TARLOTE: TARIFAS INDISPONIVEL - STATUS '
                   WS-TARIFAS-STATUS ' - NADA FOI COBRADO'
               SET RODADA-ABORTADA TO TRUE
               GO TO 1200-LOCALIZA-TARIFA-EXIT
           END-IF.
           PERFORM UNTIL FIM-TARIFAS
               READ TARIFAS
                   AT END
                       SET FIM-TARIFAS TO TRUE
                   NOT AT END
                       IF TF-COD = WRK-COD-TARIFA
                          AND TF-VIGENCIA <= WRK-DATA-MOV
                          AND TF-VIGENCIA > WRK-VIG-TARIFA
                           MOVE TF-VIGENCIA TO WRK-VIG-TARIFA
                           MOVE TF-VALOR    TO WRK-VALOR-TARIFA
                           MOVE TF-LIMITE-ISENCAO
                               TO WRK-LIMITE-ISENCAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TARIFAS.
           IF WRK-VIG-TARIFA = ZEROS
               DISPLAY 'TARLOTE: TARIFA ' WRK-COD-TARIFA
                   ' SEM VIGENCIA ATE ' WRK-DATA-MOV
                   ' - NADA FOI COBRADO'
               SET RODADA-ABORTADA TO TRUE
           ELSE
               DISPLAY 'TARIFA ' WRK-COD-TARIFA ' VIGENCIA '
                   WRK-VIG-TARIFA ' VALOR ' WRK-VALOR-TARIFA
           END-IF.
       1200-LOCALIZA-TARIFA-EXIT.
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
               DISPLAY 'TARLOTE: SALDOS INDISPONIVEL - STATUS '
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
                           DISPLAY 'TARLOTE: SALDOS COM MAIS DE 5000 '
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
      *UMA CONTA DO CONTMSTR: SO AS ATIVAS SAO AVALIADAS - COBRADA,
      *ISENTA OU PULADA, SEMPRE COM UMA LINHA NO RELTAR
       2000-PROCESSA SECTION.
           READ CONTMSTR NEXT
               AT END
                   SET FIM-CONTMSTR TO TRUE
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           IF NOT CT-ATIVA
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           ADD 1 TO CNT-LIDAS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-SALDO-ANTES.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-SAL FROM 1 BY 1
                   UNTIL IX-SAL > SAL-QTDE OR IX-ACHADO > ZEROS
               IF SAL-CONTA(IX-SAL) = CT-CONTA
                   MOVE IX-SAL TO IX-ACHADO
               END-IF
           END-PERFORM.
           IF IX-ACHADO = ZEROS
               MOVE 'CONTA FORA DO SALDOS' TO WRK-MOTIVO
               PERFORM 2900-PULA-CONTA
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           MOVE SAL-SALDO(IX-ACHADO) TO WRK-SALDO-ANTES.
           PERFORM 2100-VERIFICA-MES.
           IF JA-TARIFADA
               MOVE 'JA TARIFADA NO MES' TO WRK-MOTIVO
               PERFORM 2900-PULA-CONTA
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           IF WRK-SALDO-ANTES >= WRK-LIMITE-ISENCAO
               ADD 1 TO CNT-ISENTAS
               MOVE 'ISENTA' TO WRK-SITUACAO
               MOVE 'SALDO ACIMA DO MINIMO' TO WRK-MOTIVO
               PERFORM 2700-LISTA-CONTA
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           IF WRK-SALDO-ANTES < WRK-VALOR-TARIFA
               MOVE 'FICARIA NEGATIVA' TO WRK-MOTIVO
               PERFORM 2900-PULA-CONTA
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           PERFORM 2800-COBRA-TARIFA.
       2000-PROCESSA-EXIT.
           EXIT.
      *PROCURA NO MOVCONTA UMA TARIFA JA DEBITADA NA CONTA NO MES DA
      *COBRANCA (CHAVE CONTA + DATA + SEQUENCIA)
       2100-VERIFICA-MES SECTION.
           MOVE 'N' TO WS-JA-TARIFADA.
           MOVE 'N' TO WS-FIM-MOVCONTA.
           MOVE CT-CONTA TO MV-CONTA.
           MOVE WRK-MOV-ANOMES TO WRK-LIDA-ANOMES.
           MOVE 01 TO WRK-LIDA-DIA.
           MOVE WRK-DATA-LIDA TO MV-DATA.
           MOVE ZEROS TO MV-SEQ.
           START MOVCONTA KEY >= MV-CHAVE
               INVALID KEY
                   SET FIM-MOVCONTA TO TRUE
           END-START.
           PERFORM UNTIL FIM-MOVCONTA OR JA-TARIFADA
               READ MOVCONTA NEXT
                   AT END
                       SET FIM-MOVCONTA TO TRUE
                   NOT AT END
                       MOVE MV-DATA TO WRK-DATA-LIDA
                       IF MV-CONTA NOT = CT-CONTA
                          OR WRK-LIDA-ANOMES NOT = WRK-MOV-ANOMES
                           SET FIM-MOVCONTA TO TRUE
                       ELSE
                           IF MV-TARIFA
                               SET JA-TARIFADA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2100-VERIFICA-MES-EXIT.
           EXIT.
      *LINHA DA CONTA NO RELTAR
       2700-LISTA-CONTA SECTION.
           MOVE CT-CONTA        TO DET-CONTA.
           MOVE CT-NOME         TO DET-NOME.
           MOVE WRK-SALDO-ANTES TO DET-SALDO.
           IF WRK-SITUACAO = 'COBRADA'
               MOVE WRK-VALOR-TARIFA TO DET-TARIFA
           ELSE
               MOVE ZEROS TO DET-TARIFA
           END-IF.
           MOVE WRK-SITUACAO    TO DET-SITUACAO.
           MOVE WRK-MOTIVO      TO DET-MOTIVO.
           WRITE REL-LINHA FROM REL-DETALHE.
       2700-LISTA-CONTA-EXIT.
           EXIT.
      *DEBITA A TARIFA NO SALDO EM MEMORIA E POSTA O MOVIMENTO 'F' NA
      *PRIMEIRA SEQUENCIA LIVRE DA CONTA NA DATA (A 000 E DO JUROLOTE)
       2800-COBRA-TARIFA SECTION.
           SUBTRACT WRK-VALOR-TARIFA FROM SAL-SALDO(IX-ACHADO).
           MOVE SAL-SALDO(IX-ACHADO) TO WRK-SALDO-APOS.
           MOVE CT-CONTA        TO MV-CONTA.
           MOVE WRK-DATA-MOV    TO MV-DATA.
           SET MV-TARIFA        TO TRUE.
           MOVE SPACES          TO MV-HISTORICO.
           STRING 'TARIFA ' WRK-COD-TARIFA ' MANUTENCAO'
               DELIMITED BY SIZE INTO MV-HISTORICO.
           COMPUTE MV-VALOR = ZEROS - WRK-VALOR-TARIFA.
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
               DISPLAY 'TARLOTE: CONTA ' CT-CONTA
                   ' SEM SEQUENCIA LIVRE NO MOVCONTA EM ' WRK-DATA-MOV
               ADD WRK-VALOR-TARIFA TO SAL-SALDO(IX-ACHADO)
               MOVE 'SEM SEQUENCIA LIVRE' TO WRK-MOTIVO
               PERFORM 2900-PULA-CONTA
               GO TO 2800-COBRA-TARIFA-EXIT
           END-IF.
           ADD 1 TO CNT-COBRADAS.
           ADD WRK-VALOR-TARIFA TO TOT-TARIFAS.
           MOVE 'COBRADA' TO WRK-SITUACAO.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 2700-LISTA-CONTA.
       2800-COBRA-TARIFA-EXIT.
           EXIT.
      *CONTA PULADA - NAO COBRADA, COM O MOTIVO NO RELTAR
       2900-PULA-CONTA SECTION.
           ADD 1 TO CNT-PULADAS.
           MOVE 'PULADA' TO WRK-SITUACAO.
           PERFORM 2700-LISTA-CONTA.
       2900-PULA-CONTA-EXIT.
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
           MOVE CNT-LIDAS TO WRK-CONT-EDT.
           STRING "CONTAS ATIVAS......: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-COBRADAS TO WRK-CONT-EDT.
           STRING "CONTAS COBRADAS....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-ISENTAS TO WRK-CONT-EDT.
           STRING "CONTAS ISENTAS.....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-PULADAS TO WRK-CONT-EDT.
           STRING "CONTAS PULADAS.....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-TARIFAS TO WRK-VALOR-EDT.
           STRING "TOTAL COBRADO......: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELTAR.
           CLOSE CONTMSTR.
           CLOSE MOVCONTA.
           PERFORM 3100-LANCA-CONTABIL.
           IF CNT-PULADAS > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           MOVE 'RELTAR  ' TO GER-ORIGEM.
           MOVE EST-DATA TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
       3000-FINALIZA-GRAVA-ESTAT.
           MOVE CNT-LIDAS    TO EST-LIDOS.
           MOVE CNT-COBRADAS TO EST-GRAVADOS.
           MOVE CNT-PULADAS  TO EST-REJEITADOS.
           MOVE RETURN-CODE  TO EST-RC.
           CALL 'GRVSTAT' USING AREA-ESTAT-EXEC.
           DISPLAY 'TARLOTE: ' CNT-COBRADAS ' COBRADAS, '
               CNT-ISENTAS ' ISENTAS, ' CNT-PULADAS ' PULADAS'.
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
      *ANEXA AO LANCTOS O PAR DE PARTIDA DOBRADA DO TOTAL COBRADO
       3100-LANCA-CONTABIL SECTION.
           IF TOT-TARIFAS = ZEROS
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
           MOVE 'TARLOTE ' TO LN-ORIGEM.
           MOVE TOT-TARIFAS TO LN-VALOR.
           MOVE 'TARIFAS DE MANUTENCAO DE CONTA' TO LN-HISTORICO.
           MOVE 2101 TO LN-CONTA-CTB.
           MOVE 'D'  TO LN-TIPO.
           PERFORM 3110-GRAVA-LANCTO.
           MOVE 4102 TO LN-CONTA-CTB.
           MOVE 'C'  TO LN-TIPO.
           PERFORM 3110-GRAVA-LANCTO.
           CLOSE LANCTOS.
       3100-LANCA-CONTABIL-EXIT.
           EXIT.
      *PASSA A LINHA MONTADA EM LANCTO-REC PELA TRAVA DE PERIODO
      *FECHADO E GRAVA; A DATA PEDIDA VOLTA PARA A PROXIMA LINHA
       3110-GRAVA-LANCTO SECTION.
           MOVE 'TARLOTE ' TO PCK-PROGRAMA.
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
           MOVE 'TARLOTE ' TO REG-PROGRAMA.
           ACCEPT REG-DATA FROM DATE YYYYMMDD.
           MOVE RETURN-CODE TO REG-RC.
           CALL 'REGEXEC' USING AREA-REGEXEC.
           IF EXECUCAO-JA-FEITA
               DISPLAY 'TARLOTE JA EXECUTADO PARA A DATA '
                   REG-DATA ' - USE RUNPARM-FORCA-RERUN'
           END-IF.
       0500-VERIFICA-RERUN-EXIT.
           EXIT.
       END PROGRAM TARLOTE.

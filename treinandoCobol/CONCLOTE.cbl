      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CONCILIACAO NOTURNA DO SUBSISTEMA DE CONTAS COM A
      *          CONTABILIDADE - O JUROLOTE E O MOVLOTE GRAVAM O
      *          MESMO DINHEIRO NO MOVCONTA/SALDONOV E NO LANCTOS, MAS
      *          NINGUEM PROVAVA QUE OS DOIS LADOS BATEM. ESTE STEP FAZ
      *          QUATRO CONFERENCIAS E LISTA NO RELCONC CADA DIFERENCA,
      *          CONTA A CONTA:
      *            1. SOMA DO SL-SALDO DO SALDOS X SALDO DA CONTA 2101
      *               DEPOSITOS DE CLIENTES NO LANCTOS (CREDITOS MENOS
      *               DEBITOS ATE A DATA DE PROCESSAMENTO);
      *            2. MV-SALDO-APOS DO ULTIMO MOVIMENTO DE CADA CONTA
      *               NO MOVCONTA X SALDO DA CONTA NO SALDONOV;
      *            3. TOTAL DOS MOVIMENTOS 'J' DA CAPITALIZACAO DO DIA
      *               NO MOVCONTA X CREDITOS DA CONTA 2101 DE ORIGEM
      *               JUROLOTE NO LANCTOS NO MESMO DIA;
      *            4. SOMA DO ACUMULADO A CAPITALIZAR NO JURPEND X
      *               SALDO DA CONTA 2102 JUROS A CAPITALIZAR NO
      *               LANCTOS ATE A DATA DE PROCESSAMENTO.
      *          A DATA DE PROCESSAMENTO VEM DO DATAPROC QUANDO
      *          PRESENTE, SENAO E HOJE (MESMA REGRA DO JUROLOTE E DO
      *          MOVLOTE); O MOVIMENTO 'J' DA CAPITALIZACAO E PROCURADO
      *          NA DATA DE LIQUIDACAO QUE O JUROLOTE USA (PROXIMO DIA
      *          UTIL DA AGENCIA, PELO DIAUTIL). RODA DEPOIS DA COLETA
      *          DO SALDONOV SOBRE O SALDOS. QUALQUER DIFERENCA TERMINA
      *          O STEP COM RC-AVISO PARA O JOBSCHED SEGURAR OS PASSOS
      *          SEGUINTES.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMA PROTECAO DE REEXECUCAO
      *                (REGEXEC), ESTATISTICAS (GRVSTAT) E CATALOGO DE
      *                GERACOES (GERACAO) DOS DEMAIS STEPS NOTURNOS.
      * 15/10/2026 RJJ O JUROLOTE SO CAPITALIZA O JURO NO FIM DO MES
      *                (APROPRIACAO DIARIA VAI PARA O JURPEND E PARA A
      *                CONTA 2102): A CONFERENCIA 3 PASSA A CASAR OS
      *                'J' DO MOVCONTA COM O CREDITO NA 2101 DO
      *                JUROLOTE, E A NOVA CONFERENCIA 4 PROVA O
      *                JURPEND CONTRA O SALDO DA 2102.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT SALDONOV ASSIGN TO "SALDONOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDONOV-STATUS.
           SELECT LANCTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCTOS-STATUS.
           SELECT MOVCONTA ASSIGN TO "MOVCONTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-MOVCONTA-STATUS.
           SELECT JURPEND ASSIGN TO "JURPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JP-CONTA
               FILE STATUS IS WS-JURPEND-STATUS.
           SELECT DATAPROC ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.
           SELECT RELCONC ASSIGN TO "RELCONC"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  LANCTOS.
       COPY LANREC.
       FD  MOVCONTA.
       COPY MOVREC.
       FD  JURPEND.
       COPY JURREC.
       FD  DATAPROC.
       01  DATAPROC-REC.
           05 DP-DATA       PIC 9(008).
       FD  RELCONC.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY STATCOM.
       COPY GERCOM.
       COPY REGCOM.
       COPY DIACOM.
       01 AREA-CONTROLE.
           05 WS-SALDOS-STATUS   PIC X(002) VALUE '00'.
           05 WS-SALDONOV-STATUS PIC X(002) VALUE '00'.
           05 WS-LANCTOS-STATUS  PIC X(002) VALUE '00'.
           05 WS-MOVCONTA-STATUS PIC X(002) VALUE '00'.
           05 WS-DATAPROC-STATUS PIC X(002) VALUE '00'.
           05 WS-JURPEND-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-JURPEND     PIC X(001) VALUE 'N'.
               88 FIM-JURPEND        VALUE 'S'.
           05 WS-FIM-SALDOS      PIC X(001) VALUE 'N'.
               88 FIM-SALDOS         VALUE 'S'.
           05 WS-FIM-SALDONOV    PIC X(001) VALUE 'N'.
               88 FIM-SALDONOV       VALUE 'S'.
           05 WS-FIM-LANCTOS     PIC X(001) VALUE 'N'.
               88 FIM-LANCTOS        VALUE 'S'.
           05 WS-FIM-MOVCONTA    PIC X(001) VALUE 'N'.
               88 FIM-MOVCONTA       VALUE 'S'.
           05 WS-PRIMEIRA-CONTA  PIC X(001) VALUE 'S'.
               88 PRIMEIRA-CONTA     VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA    VALUE 'S'.
           05 WS-ACHOU           PIC X(001) VALUE 'N'.
               88 CONTA-ACHADA       VALUE 'S'.
           05 WS-LIQ-CACHE-OK    PIC X(001) VALUE 'N'.
               88 LIQ-CACHE-CARREGADO VALUE 'S'.
      *CONTAS CONTABEIS CONCILIADAS
       01 WRK-CTB-DEPOSITOS      PIC 9(004) VALUE 2101.
       01 WRK-CTB-JUROS-CAPIT    PIC 9(004) VALUE 2102.
      *DATA DE PROCESSAMENTO E DATA DE LIQUIDACAO POR AGENCIA
       01 AREA-DATAS.
           05 WRK-DATA-PROC      PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-LIQ       PIC 9(008) VALUE ZEROS.
           05 WRK-AG-CONTA       PIC 9(003) VALUE ZEROS.
           05 WRK-AG-LIQ-CACHE   PIC 9(003) VALUE ZEROS.
      *SALDONOV CARREGADO EM MEMORIA PARA A BUSCA POR CONTA
       01 AREA-SALDONOV.
           05 SNV-QTDE           PIC 9(004) VALUE ZEROS.
           05 SNV-ENTRADA OCCURS 5000 TIMES.
               10 SNV-CONTA      PIC 9(009).
               10 SNV-SALDO      PIC S9(011)V99.
               10 SNV-VISTA      PIC X(001).
           05 IX-SNV             PIC 9(004) VALUE ZEROS.
      *ULTIMO MOVIMENTO DA CONTA EM QUEBRA
       01 AREA-QUEBRA.
           05 WRK-CONTA-ATUAL    PIC 9(009) VALUE ZEROS.
           05 WRK-SALDO-APOS     PIC S9(011)V99 VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-DIFERENCAS     PIC 9(007) VALUE ZEROS.
           05 CNT-CONTAS-MOV     PIC 9(007) VALUE ZEROS.
           05 CNT-CONTAS-OK      PIC 9(007) VALUE ZEROS.
           05 CNT-SEM-HISTORICO  PIC 9(007) VALUE ZEROS.
           05 CNT-LANCAMENTOS    PIC 9(007) VALUE ZEROS.
           05 CNT-MOVIMENTOS     PIC 9(007) VALUE ZEROS.
           05 TOT-SALDOS         PIC S9(013)V99 VALUE ZEROS.
           05 TOT-RAZAO-DEPOS    PIC S9(013)V99 VALUE ZEROS.
           05 TOT-JUROS-MOV      PIC S9(013)V99 VALUE ZEROS.
           05 TOT-JUROS-RAZAO    PIC S9(013)V99 VALUE ZEROS.
           05 TOT-ACUMULADO      PIC S9(013)V99 VALUE ZEROS.
           05 TOT-RAZAO-CAPIT    PIC S9(013)V99 VALUE ZEROS.
           05 WRK-DIFERENCA      PIC S9(013)V99 VALUE ZEROS.
       01 WRK-CONT-EDT           PIC Z(6)9.
       01 WRK-VALOR-EDT          PIC -Z(12)9.99.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(042) VALUE
               'CONCILIACAO CONTAS X CONTABILIDADE - DATA '.
           05 CAB0-DATA PIC 9(008).
       01 REL-CONFERENCIA.
           05 CNF-ROTULO    PIC X(034).
           05 CNF-CONTA-CTB PIC 9(004).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 CNF-VALOR     PIC -Z(12)9.99.
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(050) VALUE
               '    CONTA          MOVCONTA          SALDONOV'.
           05 FILLER   PIC X(030) VALUE
               '        DIFERENCA'.
       01 REL-DETALHE.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 DET-CONTA     PIC 9(009).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-MOVCONTA  PIC -Z(10)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SALDONOV  PIC -Z(10)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-DIFERENCA PIC -Z(10)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-OBS       PIC X(020).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-VERIFICA-RERUN
           IF EXECUCAO-JA-FEITA
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZA
               IF NOT RODADA-ABORTADA
                   PERFORM 2000-CONFERE-DEPOSITOS
                   PERFORM 2500-CONFERE-CONTAS
                   PERFORM 2800-CONFERE-JUROS
                   PERFORM 2850-CONFERE-ACUMULADO
               END-IF
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *DEFINE A DATA, CARREGA O SALDONOV E ABRE O RELATORIO
       1000-INICIALIZA SECTION.
           MOVE 'CONCLOTE' TO EST-PROGRAMA.
           ACCEPT EST-DATA FROM DATE YYYYMMDD.
           ACCEPT EST-HORA-INICIO FROM TIME.
           PERFORM 1300-DEFINE-DATA-PROC.
           OPEN INPUT SALDONOV.
           IF WS-SALDONOV-STATUS NOT = '00'
               DISPLAY 'CONCLOTE: SALDONOV INDISPONIVEL - STATUS '
                   WS-SALDONOV-STATUS
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM UNTIL FIM-SALDONOV
               READ SALDONOV
                   AT END
                       SET FIM-SALDONOV TO TRUE
                   NOT AT END
                       IF SNV-QTDE >= 5000
                           DISPLAY 'CONCLOTE: SALDONOV EXCEDE 5000 '
                               'CONTAS - CONCILIACAO ABORTADA'
                           SET RODADA-ABORTADA TO TRUE
                           SET FIM-SALDONOV TO TRUE
                       ELSE
                           ADD 1 TO SNV-QTDE
                           MOVE SN-CONTA TO SNV-CONTA(SNV-QTDE)
                           MOVE SN-SALDO TO SNV-SALDO(SNV-QTDE)
                           MOVE 'N'      TO SNV-VISTA(SNV-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALDONOV.
           IF RODADA-ABORTADA
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN OUTPUT RELCONC.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           MOVE WRK-DATA-PROC TO CAB0-DATA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       1000-INICIALIZA-EXIT.
           EXIT.
      *DATA DE PROCESSAMENTO: VEM DO ARQUIVO DE PARAMETRO DATAPROC
      *QUANDO PRESENTE (REEXECUCAO PARA DATA PASSADA), SENAO E HOJE
       1300-DEFINE-DATA-PROC SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN INPUT DATAPROC.
           IF WS-DATAPROC-STATUS = '00'
               READ DATAPROC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-DATA NUMERIC AND DP-DATA > ZEROS
                           MOVE DP-DATA TO WRK-DATA-PROC
                           DISPLAY 'CONCILIACAO PARA A DATA '
                               WRK-DATA-PROC ' (DATAPROC)'
                       END-IF
               END-READ
               CLOSE DATAPROC
           END-IF.
       1300-DEFINE-DATA-PROC-EXIT.
           EXIT.
      *CONFERENCIA 1 - SOMA DO SALDOS X CONTA 2101 NO RAZAO; A MESMA
      *PASSADA NO LANCTOS SOMA A CAPITALIZACAO DO DIA (CONF. 3) E O
      *SALDO DA 2102 (CONF. 4)
       2000-CONFERE-DEPOSITOS SECTION.
           OPEN INPUT SALDOS.
           IF WS-SALDOS-STATUS = '00'
               PERFORM UNTIL FIM-SALDOS
                   READ SALDOS
                       AT END
                           SET FIM-SALDOS TO TRUE
                       NOT AT END
                           ADD SL-SALDO TO TOT-SALDOS
                   END-READ
               END-PERFORM
               CLOSE SALDOS
           ELSE
               DISPLAY 'CONCLOTE: SALDOS INDISPONIVEL - STATUS '
                   WS-SALDOS-STATUS
           END-IF.
           OPEN INPUT LANCTOS.
           IF WS-LANCTOS-STATUS = '00'
               PERFORM UNTIL FIM-LANCTOS
                   READ LANCTOS
                       AT END
                           SET FIM-LANCTOS TO TRUE
                       NOT AT END
                           PERFORM 2100-ACUMULA-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE LANCTOS
           ELSE
               DISPLAY 'CONCLOTE: LANCTOS SEM LANCAMENTOS - STATUS '
                   WS-LANCTOS-STATUS
           END-IF.
           MOVE '1. SALDOS X RAZAO DE DEPOSITOS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-CONFERENCIA.
           MOVE 'SOMA DO SALDOS.................:' TO CNF-ROTULO.
           MOVE TOT-SALDOS TO CNF-VALOR.
           WRITE REL-LINHA FROM REL-CONFERENCIA.
           MOVE 'SALDO CREDOR NO RAZAO DA CONTA' TO CNF-ROTULO.
           MOVE WRK-CTB-DEPOSITOS TO CNF-CONTA-CTB.
           MOVE TOT-RAZAO-DEPOS TO CNF-VALOR.
           WRITE REL-LINHA FROM REL-CONFERENCIA.
           COMPUTE WRK-DIFERENCA = TOT-SALDOS - TOT-RAZAO-DEPOS.
           PERFORM 2900-LINHA-DIFERENCA.
       2000-CONFERE-DEPOSITOS-EXIT.
           EXIT.
      *LANCAMENTO ATE A DATA NA 2101 OU NA 2102 ENTRA NO SALDO DA
      *CONTA; CREDITO NA 2101 DO JUROLOTE NA DATA E A CAPITALIZACAO
       2100-ACUMULA-LANCAMENTO SECTION.
           ADD 1 TO CNT-LANCAMENTOS.
           IF LN-DATA > WRK-DATA-PROC
               GO TO 2100-ACUMULA-LANCAMENTO-EXIT
           END-IF.
           IF LN-CONTA-CTB = WRK-CTB-DEPOSITOS
               IF LN-CREDITO
                   ADD LN-VALOR TO TOT-RAZAO-DEPOS
               ELSE
                   SUBTRACT LN-VALOR FROM TOT-RAZAO-DEPOS
               END-IF
           END-IF.
           IF LN-CONTA-CTB = WRK-CTB-DEPOSITOS
              AND LN-CREDITO
              AND LN-ORIGEM = 'JUROLOTE'
              AND LN-DATA = WRK-DATA-PROC
               ADD LN-VALOR TO TOT-JUROS-RAZAO
           END-IF.
           IF LN-CONTA-CTB = WRK-CTB-JUROS-CAPIT
               IF LN-CREDITO
                   ADD LN-VALOR TO TOT-RAZAO-CAPIT
               ELSE
                   SUBTRACT LN-VALOR FROM TOT-RAZAO-CAPIT
               END-IF
           END-IF.
       2100-ACUMULA-LANCAMENTO-EXIT.
           EXIT.
      *CONFERENCIA 2 - ULTIMO SALDO DE CADA CONTA NO MOVCONTA X
      *SALDONOV; A MESMA PASSADA SOMA OS 'J' DA APROPRIACAO (CONF. 3)
       2500-CONFERE-CONTAS SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '2. MOVCONTA X SALDONOV POR CONTA' TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           OPEN INPUT MOVCONTA.
           IF WS-MOVCONTA-STATUS NOT = '00'
               DISPLAY 'CONCLOTE: MOVCONTA INDISPONIVEL - STATUS '
                   WS-MOVCONTA-STATUS
               SET FIM-MOVCONTA TO TRUE
           END-IF.
           PERFORM UNTIL FIM-MOVCONTA
               READ MOVCONTA
                   AT END
                       SET FIM-MOVCONTA TO TRUE
                       IF NOT PRIMEIRA-CONTA
                           PERFORM 2600-FECHA-CONTA
                       END-IF
                   NOT AT END
                       ADD 1 TO CNT-MOVIMENTOS
                       IF NOT PRIMEIRA-CONTA
                          AND MV-CONTA NOT = WRK-CONTA-ATUAL
                           PERFORM 2600-FECHA-CONTA
                       END-IF
                       MOVE 'N' TO WS-PRIMEIRA-CONTA
                       MOVE MV-CONTA TO WRK-CONTA-ATUAL
                       MOVE MV-SALDO-APOS TO WRK-SALDO-APOS
                       IF MV-JUROS
                           PERFORM 2700-JUROS-DA-APROPRIACAO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MOVCONTA-STATUS NOT = '35'
              AND WS-MOVCONTA-STATUS NOT = '91'
               CLOSE MOVCONTA
           END-IF.
           PERFORM VARYING IX-SNV FROM 1 BY 1 UNTIL IX-SNV > SNV-QTDE
               IF SNV-VISTA(IX-SNV) = 'N'
                   ADD 1 TO CNT-SEM-HISTORICO
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-CONTAS-MOV TO WRK-CONT-EDT.
           STRING 'CONTAS COM HISTORICO.....: ' WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-CONTAS-OK TO WRK-CONT-EDT.
           STRING 'CONTAS CONCILIADAS.......: ' WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-SEM-HISTORICO TO WRK-CONT-EDT.
           STRING 'SALDONOV SEM HISTORICO...: ' WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       2500-CONFERE-CONTAS-EXIT.
           EXIT.
      *FECHOU A CONTA: COMPARA O ULTIMO SALDO COM O SALDONOV
       2600-FECHA-CONTA SECTION.
           ADD 1 TO CNT-CONTAS-MOV.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING IX-SNV FROM 1 BY 1
                   UNTIL IX-SNV > SNV-QTDE OR CONTA-ACHADA
               IF SNV-CONTA(IX-SNV) = WRK-CONTA-ATUAL
                   SET CONTA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-DETALHE.
           MOVE WRK-CONTA-ATUAL TO DET-CONTA.
           MOVE WRK-SALDO-APOS  TO DET-MOVCONTA.
           IF NOT CONTA-ACHADA
               IF WRK-SALDO-APOS NOT = ZEROS
                   ADD 1 TO CNT-DIFERENCAS
                   MOVE WRK-SALDO-APOS TO DET-DIFERENCA
                   MOVE 'FORA DO SALDONOV' TO DET-OBS
                   WRITE REL-LINHA FROM REL-DETALHE
               ELSE
                   ADD 1 TO CNT-CONTAS-OK
               END-IF
               GO TO 2600-FECHA-CONTA-EXIT
           END-IF.
           SUBTRACT 1 FROM IX-SNV.
           MOVE 'S' TO SNV-VISTA(IX-SNV).
           IF WRK-SALDO-APOS = SNV-SALDO(IX-SNV)
               ADD 1 TO CNT-CONTAS-OK
           ELSE
               ADD 1 TO CNT-DIFERENCAS
               MOVE SNV-SALDO(IX-SNV) TO DET-SALDONOV
               COMPUTE DET-DIFERENCA =
                   WRK-SALDO-APOS - SNV-SALDO(IX-SNV)
               WRITE REL-LINHA FROM REL-DETALHE
           END-IF.
       2600-FECHA-CONTA-EXIT.
           EXIT.
      *MOVIMENTO 'J' NA DATA DE LIQUIDACAO DA CAPITALIZACAO DO DIA PARA
      *A AGENCIA DA CONTA - A MESMA AGENCIA SEGUIDA REUSA O RESULTADO
       2700-JUROS-DA-APROPRIACAO SECTION.
           COMPUTE WRK-AG-CONTA = MV-CONTA / 1000000.
           IF NOT LIQ-CACHE-CARREGADO
              OR WRK-AG-CONTA NOT = WRK-AG-LIQ-CACHE
               MOVE 'P' TO DU-FUNCAO
               MOVE WRK-DATA-PROC TO DU-DATA
               MOVE WRK-AG-CONTA TO DU-AGENCIA
               MOVE RETURN-CODE TO DU-RC
               CALL 'DIAUTIL' USING AREA-DIAUTIL
               IF DU-RETORNO = '00'
                   MOVE DU-DATA TO WRK-DATA-LIQ
               ELSE
                   MOVE WRK-DATA-PROC TO WRK-DATA-LIQ
               END-IF
               MOVE WRK-AG-CONTA TO WRK-AG-LIQ-CACHE
               SET LIQ-CACHE-CARREGADO TO TRUE
           END-IF.
           IF MV-DATA = WRK-DATA-LIQ
               ADD MV-VALOR TO TOT-JUROS-MOV
           END-IF.
       2700-JUROS-DA-APROPRIACAO-EXIT.
           EXIT.
      *CONFERENCIA 3 - JUROS CAPITALIZADOS NO MOVCONTA X CREDITO NA
      *2101 DO JUROLOTE
       2800-CONFERE-JUROS SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '3. JUROS CAPITALIZADOS - MOVCONTA X RAZAO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-CONFERENCIA.
           MOVE 'MOVIMENTOS J NO MOVCONTA.......:' TO CNF-ROTULO.
           MOVE TOT-JUROS-MOV TO CNF-VALOR.
           WRITE REL-LINHA FROM REL-CONFERENCIA.
           MOVE 'CREDITOS DO JUROLOTE NA CONTA' TO CNF-ROTULO.
           MOVE WRK-CTB-DEPOSITOS TO CNF-CONTA-CTB.
           MOVE TOT-JUROS-RAZAO TO CNF-VALOR.
           WRITE REL-LINHA FROM REL-CONFERENCIA.
           COMPUTE WRK-DIFERENCA = TOT-JUROS-MOV - TOT-JUROS-RAZAO.
           PERFORM 2900-LINHA-DIFERENCA.
       2800-CONFERE-JUROS-EXIT.
           EXIT.
      *CONFERENCIA 4 - ACUMULADO A CAPITALIZAR NO JURPEND X SALDO
      *CREDOR DA 2102 NO RAZAO
       2850-CONFERE-ACUMULADO SECTION.
           OPEN INPUT JURPEND.
           IF WS-JURPEND-STATUS = '00'
               PERFORM UNTIL FIM-JURPEND
                   READ JURPEND
                       AT END
                           SET FIM-JURPEND TO TRUE
                       NOT AT END
                           ADD JP-ACUMULADO TO TOT-ACUMULADO
                   END-READ
               END-PERFORM
               CLOSE JURPEND
           ELSE
               DISPLAY 'CONCLOTE: JURPEND INDISPONIVEL - STATUS '
                   WS-JURPEND-STATUS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '4. JUROS A CAPITALIZAR - JURPEND X RAZAO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-CONFERENCIA.
           MOVE 'ACUMULADO NO JURPEND...........:' TO CNF-ROTULO.
           MOVE TOT-ACUMULADO TO CNF-VALOR.
           WRITE REL-LINHA FROM REL-CONFERENCIA.
           MOVE 'SALDO CREDOR NO RAZAO DA CONTA' TO CNF-ROTULO.
           MOVE WRK-CTB-JUROS-CAPIT TO CNF-CONTA-CTB.
           MOVE TOT-RAZAO-CAPIT TO CNF-VALOR.
           WRITE REL-LINHA FROM REL-CONFERENCIA.
           COMPUTE WRK-DIFERENCA = TOT-ACUMULADO - TOT-RAZAO-CAPIT.
           PERFORM 2900-LINHA-DIFERENCA.
       2850-CONFERE-ACUMULADO-EXIT.
           EXIT.
      *RESULTADO DE UMA CONFERENCIA DE TOTAIS
       2900-LINHA-DIFERENCA SECTION.
           MOVE SPACES TO REL-LINHA.
           IF WRK-DIFERENCA = ZEROS
               MOVE '   CONCILIADO' TO REL-LINHA
           ELSE
               ADD 1 TO CNT-DIFERENCAS
               MOVE WRK-DIFERENCA TO WRK-VALOR-EDT
               STRING '   *** DIFERENCA ' WRK-VALOR-EDT
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
       2900-LINHA-DIFERENCA-EXIT.
           EXIT.
      *RESUMO, RC DO STEP E CATALOGO DO RELATORIO
       3000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 3000-FINALIZA-GRAVA-ESTAT
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-DIFERENCAS TO WRK-CONT-EDT.
           STRING 'DIFERENCAS ENCONTRADAS...: ' WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELCONC.
           IF CNT-DIFERENCAS > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           MOVE 'RELCONC ' TO GER-ORIGEM.
           MOVE EST-DATA TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
       3000-FINALIZA-GRAVA-ESTAT.
           MOVE CNT-MOVIMENTOS  TO EST-LIDOS.
           MOVE CNT-CONTAS-OK   TO EST-GRAVADOS.
           MOVE CNT-DIFERENCAS  TO EST-REJEITADOS.
           MOVE RETURN-CODE     TO EST-RC.
           CALL 'GRVSTAT' USING AREA-ESTAT-EXEC.
           DISPLAY 'CONCLOTE: ' CNT-DIFERENCAS ' DIFERENCAS'.
           MOVE 'G' TO REG-FUNCAO.
           IF RETURN-CODE < RC-ERRO
               MOVE RETURN-CODE TO REG-RC
               CALL 'REGEXEC' USING AREA-REGEXEC
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *CONSULTA O REGISTRO DE EXECUCOES ANTES DE COMECAR O JOB
       0500-VERIFICA-RERUN SECTION.
           MOVE 'V' TO REG-FUNCAO.
           MOVE 'CONCLOTE' TO REG-PROGRAMA.
           ACCEPT REG-DATA FROM DATE YYYYMMDD.
           MOVE RETURN-CODE TO REG-RC.
           CALL 'REGEXEC' USING AREA-REGEXEC.
           IF EXECUCAO-JA-FEITA
               DISPLAY 'CONCLOTE JA EXECUTADO PARA A DATA '
                   REG-DATA ' - USE RUNPARM-FORCA-RERUN'
           END-IF.
       0500-VERIFICA-RERUN-EXIT.
           EXIT.
       END PROGRAM CONCLOTE.

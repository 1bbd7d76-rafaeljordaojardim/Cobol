      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: DETECCAO MENSAL DE CONTAS DORMENTES - AS CONTAS DO
      *          CONTMSTR FICAVAM CT-ATIVA PARA SEMPRE MESMO SEM
      *          NINGUEM MEXER NELAS HA ANOS, SO COM OS JUROS DO
      *          JUROLOTE POSTANDO. ESTA RODADA VARRE O MOVCONTA DE
      *          CADA CONTA ATIVA E MARCA COMO DORMENTE (CT-SITUACAO
      *          'D') A CONTA SEM MOVIMENTO DE INICIATIVA DO CLIENTE
      *          (QUALQUER MV-TIPO FORA DE 'J', 'F', 'E' E 'N') HA
      *          MAIS MESES DO QUE O RUNPARM-MESES-DORM DO RUNCTL
      *          (ZEROS OU AUSENTE = 12). CONTA QUE NUNCA TEVE
      *          MOVIMENTO DO CLIENTE CONTA A PARTIR DA DATA DE
      *          ABERTURA. O RELATORIO RELDORM
      *          LISTA, POR AGENCIA, TODAS AS CONTAS DORMENTES (AS
      *          MARCADAS NESTA RODADA VEM COM A OBSERVACAO NOVA) COM
      *          A DATA DO ULTIMO MOVIMENTO E O SALDO DO SALDOS.
      *
      *          A CONTA DORMENTE CONTINUA RENDENDO JUROS, MAS O
      *          MOVLOTE RECUSA MOVIMENTO NELA (MOTIVO DRM) ATE A
      *          REATIVACAO, QUE E PEDIDA NO CONMAINT E SO VALE
      *          DEPOIS DA APROVACAO DE UM SEGUNDO OPERADOR NO
      *          APRMAINT (FILA PENDMST).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ A TARIFA MENSAL DO TARLOTE (MV-TIPO 'F'), COMO
      *                OS JUROS, NAO CONTA COMO MOVIMENTO DO CLIENTE.
      * 15/10/2026 RJJ A PRESTACAO DE EMPRESTIMO DEBITADA PELO CTRLOTE
      *                (MV-TIPO 'E') TAMBEM NAO CONTA COMO MOVIMENTO DO
      *                CLIENTE.
      * 15/10/2026 RJJ OS JUROS DE SALDO NEGATIVO DEBITADOS PELO
      *                JUROLOTE (MV-TIPO 'N') TAMBEM NAO CONTAM COMO
      *                MOVIMENTO DO CLIENTE.
      * 15/10/2026 RJJ A DATA DA REATIVACAO APROVADA (CT-DATA-REATIVA)
      *                CONTA COMO MOVIMENTO DO CLIENTE - A CONTA
      *                REATIVADA SEM MOVIMENTO NOVO VOLTAVA A DORMENTE
      *                NA RODADA SEGUINTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT AGENMSTR ASSIGN TO "AGENMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CODIGO
               FILE STATUS IS WS-AGENMSTR-STATUS.
           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RELDORM ASSIGN TO "RELDORM"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTMSTR.
       COPY CONTREC.
       FD  MOVCONTA.
       COPY MOVREC.
       FD  AGENMSTR.
       COPY AGEREC.
       FD  SALDOS.
       01  SALDOS-REC.
           05 SL-CONTA     PIC 9(009).
           05 SL-SALDO     PIC S9(011)V99.
           05 SL-TAXA-COD  PIC X(001).
       FD  RUNCTL.
       COPY RUNPARM.
       FD  RELDORM.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY STATCOM.
       COPY GERCOM.
       COPY REGCOM.
       01 AREA-CONTROLE.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-MOVCONTA-STATUS PIC X(002) VALUE '00'.
           05 WS-AGENMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-SALDOS-STATUS   PIC X(002) VALUE '00'.
           05 WS-RUNCTL-STATUS   PIC X(002) VALUE '00'.
           05 WS-MOVCONTA-NO-AR  PIC X(001) VALUE 'N'.
               88 MOVCONTA-NO-AR     VALUE 'S'.
           05 WS-AGENMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 AGENMSTR-NO-AR     VALUE 'S'.
           05 WS-FIM-CONTMSTR    PIC X(001) VALUE 'N'.
               88 FIM-CONTMSTR       VALUE 'S'.
           05 WS-FIM-MOVCONTA    PIC X(001) VALUE 'N'.
               88 FIM-MOVCONTA       VALUE 'S'.
           05 WS-FIM-SALDOS      PIC X(001) VALUE 'N'.
               88 FIM-SALDOS         VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA    VALUE 'S'.
           05 WS-PRIMEIRA-AG     PIC X(001) VALUE 'S'.
               88 PRIMEIRA-AGENCIA   VALUE 'S'.
           05 WS-MARCADA-AGORA   PIC X(001) VALUE 'N'.
               88 MARCADA-AGORA      VALUE 'S'.
      *PARAMETRO DE DORMENCIA E DATA DE CORTE
       01 AREA-CORTE.
           05 WRK-MESES-DORM     PIC 9(003) VALUE 12.
           05 WRK-DATA-HOJE      PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO   PIC 9(004).
               10 WRK-HOJE-MES   PIC 9(002).
               10 WRK-HOJE-DIA   PIC 9(002).
           05 WRK-DATA-CORTE     PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-DATA-CORTE.
               10 WRK-CORTE-ANO  PIC 9(004).
               10 WRK-CORTE-MES  PIC 9(002).
               10 WRK-CORTE-DIA  PIC 9(002).
           05 WRK-MESES-ABS      PIC 9(006) VALUE ZEROS.
           05 WRK-MES-REST       PIC 9(002) VALUE ZEROS.
      *SALDOS DO DIA CARREGADOS EM MEMORIA PARA A BUSCA POR CONTA
       01 AREA-SALDOS.
           05 SAL-QTDE           PIC 9(004) VALUE ZEROS.
           05 SAL-ENTRADA OCCURS 5000 TIMES.
               10 SAL-CONTA      PIC 9(009).
               10 SAL-SALDO      PIC S9(011)V99.
           05 IX-SAL             PIC 9(004) VALUE ZEROS.
           05 IX-ACHADO          PIC 9(004) VALUE ZEROS.
       01 AREA-CONTA.
           05 WRK-CONTA-TODA     PIC 9(009) VALUE ZEROS.
           05 FILLER REDEFINES WRK-CONTA-TODA.
               10 WRK-AGENCIA    PIC 9(003).
               10 FILLER         PIC 9(006).
           05 WRK-AGENCIA-ATUAL  PIC 9(003) VALUE ZEROS.
           05 WRK-ULT-MOV        PIC 9(008) VALUE ZEROS.
           05 WRK-SALDO-CONTA    PIC S9(011)V99 VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-LIDAS          PIC 9(007) VALUE ZEROS.
           05 CNT-MARCADAS       PIC 9(007) VALUE ZEROS.
           05 CNT-DORMENTES      PIC 9(007) VALUE ZEROS.
           05 CNT-DORM-AG        PIC 9(005) VALUE ZEROS.
           05 TOT-SALDO-AG       PIC S9(013)V99 VALUE ZEROS.
           05 TOT-SALDO-GERAL    PIC S9(013)V99 VALUE ZEROS.
       01 WRK-CONT-EDT           PIC Z(6)9.
       01 WRK-VALOR-EDT          PIC -Z(12)9.99.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(036) VALUE
               'CONTAS DORMENTES POR AGENCIA - CORTE'.
           05 FILLER   PIC X(001) VALUE SPACE.
           05 CAB0-CORTE PIC 9(008).
           05 FILLER   PIC X(002) VALUE ' ('.
           05 CAB0-MESES PIC ZZ9.
           05 FILLER   PIC X(007) VALUE ' MESES)'.
       01 REL-CABECALHO-AG.
           05 FILLER        PIC X(009) VALUE 'AGENCIA: '.
           05 CAB-AGENCIA   PIC 9(003).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 CAB-AG-NOME   PIC X(020).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(050) VALUE
               '    CONTA      TITULAR              ULT.MOVTO'.
           05 FILLER   PIC X(023) VALUE
               '          SALDO  OBS'.
       01 REL-DETALHE.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 DET-CONTA     PIC 9(009).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-NOME      PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-ULT-MOV   PIC 9(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SALDO     PIC -Z(10)9.99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-OBS       PIC X(016).
       01 REL-TOTAL-AG.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 FILLER        PIC X(019) VALUE 'DORMENTES AGENCIA: '.
           05 TAG-QTD       PIC ZZZZ9.
           05 FILLER        PIC X(009) VALUE '  SALDO: '.
           05 TAG-SALDO     PIC -Z(12)9.99.
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
      *LE O PARAMETRO, CALCULA O CORTE, CARREGA O SALDOS E ABRE OS
      *ARQUIVOS
       1000-INICIALIZA SECTION.
           MOVE 'DORMLOTE' TO EST-PROGRAMA.
           ACCEPT EST-DATA FROM DATE YYYYMMDD.
           ACCEPT EST-HORA-INICIO FROM TIME.
           PERFORM 0900-LE-RUNCTL.
           PERFORM 1200-CALCULA-CORTE.
           OPEN I-O CONTMSTR.
           IF WS-CONTMSTR-STATUS NOT = '00'
               DISPLAY 'DORMLOTE: CONTMSTR INDISPONIVEL - STATUS '
                   WS-CONTMSTR-STATUS ' - NADA FOI MARCADO'
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT MOVCONTA.
           IF WS-MOVCONTA-STATUS = '00'
               SET MOVCONTA-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: MOVCONTA INDISPONIVEL - STATUS '
                   WS-MOVCONTA-STATUS ' - DORMENCIA PELA ABERTURA'
           END-IF.
           OPEN INPUT AGENMSTR.
           IF WS-AGENMSTR-STATUS = '00'
               SET AGENMSTR-NO-AR TO TRUE
           END-IF.
           PERFORM 1400-CARREGA-SALDOS.
           OPEN OUTPUT RELDORM.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-DATA-CORTE TO CAB0-CORTE.
           MOVE WRK-MESES-DORM TO CAB0-MESES.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           MOVE ZEROS TO CT-CONTA.
           START CONTMSTR KEY >= CT-CONTA
               INVALID KEY
                   SET FIM-CONTMSTR TO TRUE
           END-START.
       1000-INICIALIZA-EXIT.
           EXIT.
      *LE O RUNCTL SO PARA OS MESES DE DORMENCIA
       0900-LE-RUNCTL SECTION.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL
                   NOT AT END
                       IF RUNPARM-MESES-DORM NUMERIC
                          AND RUNPARM-MESES-DORM > ZEROS
                           MOVE RUNPARM-MESES-DORM TO WRK-MESES-DORM
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.
       0900-LE-RUNCTL-EXIT.
           EXIT.
      *DATA DE CORTE = HOJE MENOS N MESES (MESMO DIA)
       1200-CALCULA-CORTE SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-MESES-ABS = WRK-HOJE-ANO * 12
               + WRK-HOJE-MES - 1 - WRK-MESES-DORM.
           DIVIDE WRK-MESES-ABS BY 12 GIVING WRK-CORTE-ANO
               REMAINDER WRK-MES-REST.
           COMPUTE WRK-CORTE-MES = WRK-MES-REST + 1.
           MOVE WRK-HOJE-DIA TO WRK-CORTE-DIA.
       1200-CALCULA-CORTE-EXIT.
           EXIT.
      *CARREGA OS SALDOS DO DIA NA TABELA
       1400-CARREGA-SALDOS SECTION.
           OPEN INPUT SALDOS.
           IF WS-SALDOS-STATUS NOT = '00'
               DISPLAY 'AVISO: SALDOS INDISPONIVEL - STATUS '
                   WS-SALDOS-STATUS ' - RELATORIO SEM SALDOS'
               GO TO 1400-CARREGA-SALDOS-EXIT
           END-IF.
           PERFORM UNTIL FIM-SALDOS
               READ SALDOS
                   AT END
                       SET FIM-SALDOS TO TRUE
                   NOT AT END
                       IF SAL-QTDE >= 5000
                           DISPLAY 'AVISO: SALDOS COM MAIS DE 5000 '
                               'CONTAS - EXCEDENTES SEM SALDO'
                           SET FIM-SALDOS TO TRUE
                       ELSE
                           ADD 1 TO SAL-QTDE
                           MOVE SL-CONTA TO SAL-CONTA(SAL-QTDE)
                           MOVE SL-SALDO TO SAL-SALDO(SAL-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALDOS.
       1400-CARREGA-SALDOS-EXIT.
           EXIT.
      *UMA CONTA DO CONTMSTR: ATIVA SEM MOVIMENTO DO CLIENTE DESDE O
      *CORTE VIRA DORMENTE; DORMENTES (NOVAS OU NAO) VAO AO RELATORIO
       2000-PROCESSA SECTION.
           READ CONTMSTR NEXT
               AT END
                   SET FIM-CONTMSTR TO TRUE
                   IF NOT PRIMEIRA-AGENCIA
                       PERFORM 2900-FECHA-AGENCIA
                   END-IF
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           ADD 1 TO CNT-LIDAS.
           IF CT-ENCERRADA
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           PERFORM 2100-ULTIMO-MOVIMENTO.
           MOVE 'N' TO WS-MARCADA-AGORA.
           IF CT-ATIVA
               IF WRK-ULT-MOV = ZEROS
                  AND CT-DATA-ABERTURA >= WRK-DATA-CORTE
                   GO TO 2000-PROCESSA-EXIT
               END-IF
               IF WRK-ULT-MOV >= WRK-DATA-CORTE
                   GO TO 2000-PROCESSA-EXIT
               END-IF
               SET CT-DORMENTE TO TRUE
               REWRITE CONTMSTR-REC
                   INVALID KEY
                       DISPLAY 'DORMLOTE: ERRO AO MARCAR A CONTA '
                           CT-CONTA ' - STATUS ' WS-CONTMSTR-STATUS
               END-REWRITE
               IF WS-CONTMSTR-STATUS NOT = '00'
                   GO TO 2000-PROCESSA-EXIT
               END-IF
               ADD 1 TO CNT-MARCADAS
               SET MARCADA-AGORA TO TRUE
           END-IF.
           IF CT-DORMENTE
               PERFORM 2200-LISTA-DORMENTE
           END-IF.
       2000-PROCESSA-EXIT.
           EXIT.
      *DATA DO ULTIMO MOVIMENTO DE INICIATIVA DO CLIENTE (NAO 'J',
      *'F', 'E' NEM 'N') - O MOVCONTA VEM EM ORDEM DE CONTA + DATA +
      *SEQUENCIA. A REATIVACAO APROVADA MAIS RECENTE VALE COMO MOVIMENTO
       2100-ULTIMO-MOVIMENTO SECTION.
           MOVE ZEROS TO WRK-ULT-MOV.
           IF NOT MOVCONTA-NO-AR
               GO TO 2100-ULTIMO-MOVIMENTO-REATIVA
           END-IF.
           MOVE 'N' TO WS-FIM-MOVCONTA.
           MOVE CT-CONTA TO MV-CONTA.
           MOVE ZEROS TO MV-DATA.
           MOVE ZEROS TO MV-SEQ.
           START MOVCONTA KEY >= MV-CHAVE
               INVALID KEY
                   SET FIM-MOVCONTA TO TRUE
           END-START.
           PERFORM UNTIL FIM-MOVCONTA
               READ MOVCONTA NEXT
                   AT END
                       SET FIM-MOVCONTA TO TRUE
                   NOT AT END
                       IF MV-CONTA NOT = CT-CONTA
                           SET FIM-MOVCONTA TO TRUE
                       ELSE
                           IF NOT MV-JUROS AND NOT MV-TARIFA
                              AND NOT MV-PRESTACAO
                              AND NOT MV-JUROS-NEGATIVO
                               MOVE MV-DATA TO WRK-ULT-MOV
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2100-ULTIMO-MOVIMENTO-REATIVA.
           IF CT-DATA-REATIVA > WRK-ULT-MOV
               MOVE CT-DATA-REATIVA TO WRK-ULT-MOV
           END-IF.
       2100-ULTIMO-MOVIMENTO-EXIT.
           EXIT.
      *LINHA DA CONTA DORMENTE, COM QUEBRA POR AGENCIA
       2200-LISTA-DORMENTE SECTION.
           MOVE CT-CONTA TO WRK-CONTA-TODA.
           IF PRIMEIRA-AGENCIA
              OR WRK-AGENCIA NOT = WRK-AGENCIA-ATUAL
               IF NOT PRIMEIRA-AGENCIA
                   PERFORM 2900-FECHA-AGENCIA
               END-IF
               MOVE 'N' TO WS-PRIMEIRA-AG
               PERFORM 2800-ABRE-AGENCIA
           END-IF.
           ADD 1 TO CNT-DORMENTES.
           ADD 1 TO CNT-DORM-AG.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-SAL FROM 1 BY 1
                   UNTIL IX-SAL > SAL-QTDE OR IX-ACHADO > ZEROS
               IF SAL-CONTA(IX-SAL) = CT-CONTA
                   MOVE IX-SAL TO IX-ACHADO
               END-IF
           END-PERFORM.
           IF IX-ACHADO > ZEROS
               MOVE SAL-SALDO(IX-ACHADO) TO WRK-SALDO-CONTA
           ELSE
               MOVE ZEROS TO WRK-SALDO-CONTA
           END-IF.
           ADD WRK-SALDO-CONTA TO TOT-SALDO-AG.
           MOVE CT-CONTA TO DET-CONTA.
           MOVE CT-NOME TO DET-NOME.
           MOVE SPACES TO DET-OBS.
           IF WRK-ULT-MOV = ZEROS
               MOVE CT-DATA-ABERTURA TO DET-ULT-MOV
               MOVE 'SO ABERTURA' TO DET-OBS
           ELSE
               MOVE WRK-ULT-MOV TO DET-ULT-MOV
           END-IF.
           IF MARCADA-AGORA
               MOVE 'NOVA' TO DET-OBS(13:4)
           END-IF.
           MOVE WRK-SALDO-CONTA TO DET-SALDO.
           WRITE REL-LINHA FROM REL-DETALHE.
       2200-LISTA-DORMENTE-EXIT.
           EXIT.
      *CABECALHO DA AGENCIA COM O NOME DO AGENMSTR
       2800-ABRE-AGENCIA SECTION.
           MOVE WRK-AGENCIA TO WRK-AGENCIA-ATUAL.
           MOVE ZEROS TO CNT-DORM-AG.
           MOVE ZEROS TO TOT-SALDO-AG.
           MOVE WRK-AGENCIA TO CAB-AGENCIA.
           MOVE SPACES TO CAB-AG-NOME.
           IF AGENMSTR-NO-AR
               MOVE WRK-AGENCIA TO AG-CODIGO
               READ AGENMSTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-AGENMSTR-STATUS = '00'
                   MOVE AG-NOME TO CAB-AG-NOME
               END-IF
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-AG.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
       2800-ABRE-AGENCIA-EXIT.
           EXIT.
      *TOTAL DA AGENCIA QUE ACABOU
       2900-FECHA-AGENCIA SECTION.
           MOVE CNT-DORM-AG TO TAG-QTD.
           MOVE TOT-SALDO-AG TO TAG-SALDO.
           WRITE REL-LINHA FROM REL-TOTAL-AG.
           ADD TOT-SALDO-AG TO TOT-SALDO-GERAL.
       2900-FECHA-AGENCIA-EXIT.
           EXIT.
      *TOTAIS, FECHAMENTO, CATALOGO E ESTATISTICAS
       3000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 3000-FINALIZA-GRAVA-ESTAT
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-LIDAS TO WRK-CONT-EDT.
           STRING "CONTAS LIDAS.......: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-MARCADAS TO WRK-CONT-EDT.
           STRING "MARCADAS NA RODADA.: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-DORMENTES TO WRK-CONT-EDT.
           STRING "TOTAL DE DORMENTES.: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-SALDO-GERAL TO WRK-VALOR-EDT.
           STRING "SALDO DORMENTE.....: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELDORM.
           CLOSE CONTMSTR.
           IF MOVCONTA-NO-AR
               CLOSE MOVCONTA
           END-IF.
           IF AGENMSTR-NO-AR
               CLOSE AGENMSTR
           END-IF.
           MOVE RC-SUCESSO TO RETURN-CODE.
           MOVE 'RELDORM ' TO GER-ORIGEM.
           MOVE EST-DATA TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
       3000-FINALIZA-GRAVA-ESTAT.
           MOVE CNT-LIDAS     TO EST-LIDOS.
           MOVE CNT-MARCADAS  TO EST-GRAVADOS.
           MOVE ZEROS         TO EST-REJEITADOS.
           MOVE RETURN-CODE   TO EST-RC.
           CALL 'GRVSTAT' USING AREA-ESTAT-EXEC.
           DISPLAY 'DORMLOTE: ' CNT-MARCADAS ' CONTAS MARCADAS, '
               CNT-DORMENTES ' DORMENTES NO TOTAL'.
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
           MOVE 'DORMLOTE' TO REG-PROGRAMA.
           ACCEPT REG-DATA FROM DATE YYYYMMDD.
           MOVE RETURN-CODE TO REG-RC.
           CALL 'REGEXEC' USING AREA-REGEXEC.
           IF EXECUCAO-JA-FEITA
               DISPLAY 'DORMLOTE JA EXECUTADO PARA A DATA '
                   REG-DATA ' - USE RUNPARM-FORCA-RERUN'
           END-IF.
       0500-VERIFICA-RERUN-EXIT.
           EXIT.
       END PROGRAM DORMLOTE.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: POSTAGEM EM LOTE DE DEPOSITOS, SAQUES E TRANSFERENCIAS
      *          SOBRE O SALDOS - ATE AQUI SO A APROPRIACAO DE JUROS DO
      *          JUROLOTE MEXIA EM SALDO: O MOVCONTA SO CONHECIA O TIPO
      *          'J' E OS DEPOSITOS E SAQUES DE VERDADE ERAM DIGITADOS
      *          NA MAO NO SALDOS ANTES DA RODADA, SEM HISTORICO, SEM
      *          CONTABILIDADE E SEM CRITICA. ESTE PROGRAMA LE O
      *          MOVIMENTO DO DIA MOVDIA (CONTA, TIPO D/S/T, VALOR,
      *          CONTA DE CONTRAPARTIDA NAS TRANSFERENCIAS E
      *          REFERENCIA), CONFERE A TRILHA DE CONTROLE ANTES DE
      *          POSTAR QUALQUER COISA, CRITICA CADA LINHA (DIGITO
      *          VERIFICADOR MODULO 10 DO PARLOTE, CADASTRO CONTMSTR,
      *          CONTA NO SALDOS, SALDO SUFICIENTE), ATUALIZA O SALDO
      *          EM MEMORIA E GRAVA O SALDONOV PARA COLETA (MESMA
      *          LITURGIA DO JUROLOTE), POSTA UM MOVIMENTO NO MOVCONTA
      *          COM SALDO ANTES E DEPOIS PARA CADA PERNA, ANEXA AO
      *          LANCTOS OS PARES DE PARTIDA DOBRADA DOS TOTAIS DO DIA
      *          PARA O CTBLOTE E MANDA AS LINHAS RECUSADAS PARA O
      *          ARQUIVO PADRAO DE REJEICAO MOVREJ (LAYOUT REJDET).
      *          COM ISSO O EXTRATO PASSA A MOSTRAR O MES INTEIRO, NAO
      *          SO OS JUROS.
      *
      *          LANCAMENTOS CONTABEIS (TOTAL DO DIA POR TIPO):
      *            DEPOSITO      D 1102 CAIXA DAS AGENCIAS
      *                          C 2101 DEPOSITOS
      *            SAQUE         D 2101 DEPOSITOS
      *                          C 1102 CAIXA DAS AGENCIAS
      *            TRANSFERENCIA D 2101 DEPOSITOS / C 2101 DEPOSITOS
      *
      *          NA JANELA NOTURNA O SALDONOV E COLETADO SOBRE O
      *          SALDOS PELO PASSO COLMOV (COLSALDO) QUANDO ESTE STEP
      *          TERMINA ABAIXO DO LIMITE DE RC DO PLANJOB; A
      *          APROPRIACAO DO JUROLOTE DA NOITE RODA SOBRE O SALDOS
      *          JA COLETADO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ CONTA DORMENTE (MARCADA PELO DORMLOTE) E
      *                RECUSADA COM O MOTIVO PROPRIO DRM EM VEZ DE CTA:
      *                O MOVIMENTO SO PASSA DEPOIS DA REATIVACAO
      *                APROVADA (CONMAINT + APRMAINT).
      * 15/10/2026 RJJ CADA LINHA DO LANCTOS AGORA PASSA PELA TRAVA DE
      *                PERIODO CONTABIL FECHADO (CALL 'PERCHK', VEJA
      *                PCKCOM) ANTES DO WRITE: DATA EM MES JA FECHADO
      *                NO PERCTB VAI PARA O PRIMEIRO PERIODO ABERTO
      *                COM A MARCA DE AJUSTE E SAI NO RELREDIR.
      * 15/10/2026 RJJ A COLETA DO SALDONOV DEIXA DE SER MANUAL: O
      *                PASSO COLMOV DO PLANJOB (PROGRAMA COLSALDO) A FAZ
      *                LOGO DEPOIS DESTE STEP, ANTES DO JUROLOTE.
      * 15/10/2026 RJJ A PERNA DE CAIXA DOS DEPOSITOS E SAQUES PASSA
      *                DA 1101 CAIXA PEQUENO (FUNDO 000 DO CAIXA
      *                PEQUENO) PARA A 1102 CAIXA DAS AGENCIAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVDIA ASSIGN TO "MOVDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVDIA-STATUS.
           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT SALDONOV ASSIGN TO "SALDONOV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DATAPROC ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.
           SELECT RELMOV ASSIGN TO "RELMOV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVREJ ASSIGN TO "MOVREJ"
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
       FD  MOVDIA.
       01  MOVDIA-REC.
           05 ME-CONTA      PIC 9(009).
           05 ME-TIPO       PIC X(001).
               88 ME-DEPOSITO       VALUE 'D'.
               88 ME-SAQUE          VALUE 'S'.
               88 ME-TRANSFERENCIA  VALUE 'T'.
           05 ME-VALOR      PIC 9(011)V99.
           05 ME-CONTRA     PIC 9(009).
           05 ME-REFERENCIA PIC X(010).
       01  MOVDIA-TRILHA    PIC X(042).
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
       FD  RELMOV.
       01  REL-LINHA PIC X(090).
       FD  MOVREJ.
       01  REJ-LINHA PIC X(080).
       FD  LANCTOS.
       01  LANCTO-LINHA PIC X(073).
       FD  CONTMSTR.
       COPY CONTREC.
       FD  MOVCONTA.
       COPY MOVREC.
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY REJDET.
       COPY TRLCOPY.
       COPY MSGCOM.
       COPY LANREC.
       COPY PCKCOM.
       COPY STATCOM.
       COPY GERCOM.
       COPY REGCOM.
       01 AREA-CONTROLE.
           05 WS-MOVDIA-STATUS   PIC X(002) VALUE '00'.
           05 WS-SALDOS-STATUS   PIC X(002) VALUE '00'.
           05 WS-DATAPROC-STATUS PIC X(002) VALUE '00'.
           05 WS-LANCTOS-STATUS  PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-MOVCONTA-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-MOVDIA      PIC X(001) VALUE 'N'.
               88 FIM-MOVDIA          VALUE 'S'.
           05 WS-FIM-SALDOS      PIC X(001) VALUE 'N'.
               88 FIM-SALDOS          VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA     VALUE 'S'.
           05 WS-LINHA-OK        PIC X(001) VALUE 'S'.
               88 LINHA-VALIDA        VALUE 'S'.
           05 WS-MOV-GRAVADO     PIC X(001) VALUE 'N'.
               88 MOV-GRAVADO         VALUE 'S'.
           05 WRK-DATA-MOV       PIC 9(008) VALUE ZEROS.
      *SALDOS CARREGADO EM MEMORIA - ATUALIZADO LINHA A LINHA E
      *DESCARREGADO NO SALDONOV NA MESMA ORDEM DE ENTRADA
       01 AREA-SALDOS.
           05 SAL-QTDE           PIC 9(004) VALUE ZEROS.
           05 SAL-ENTRADA OCCURS 5000 TIMES.
               10 SAL-CONTA      PIC 9(009).
               10 SAL-SALDO      PIC S9(011)V99.
               10 SAL-TAXA-COD   PIC X(001).
           05 IX-SAL             PIC 9(004) VALUE ZEROS.
           05 IX-ORIGEM          PIC 9(004) VALUE ZEROS.
           05 IX-DESTINO         PIC 9(004) VALUE ZEROS.
           05 WRK-CONTA-BUSCA    PIC 9(009) VALUE ZEROS.
           05 IX-ACHADO          PIC 9(004) VALUE ZEROS.
       01 AREA-CHECK-DIGITO.
           05 WRK-NUM-ED    PIC 9(09) VALUE ZEROS.
           05 WRK-DIGITOS REDEFINES WRK-NUM-ED.
               10 WRK-DIGITO PIC 9(01) OCCURS 9.
           05 IX-DIG        PIC 9(03) VALUE 1.
           05 WRK-SOMA-DIG  PIC 9(03) VALUE ZEROS.
           05 WRK-DIG-CALC  PIC 9(01) VALUE ZEROS.
           05 WRK-LIXO      PIC 9(09) VALUE ZEROS.
           05 WS-DIGITO-OK  PIC X(001) VALUE 'S'.
               88 DIGITO-VALIDO   VALUE 'S'.
      *PERNA DO MOVIMENTO EM POSTAGEM NO MOVCONTA
       01 AREA-PERNA.
           05 WRK-PERNA-CONTA    PIC 9(009) VALUE ZEROS.
           05 WRK-PERNA-TIPO     PIC X(001) VALUE SPACE.
           05 WRK-PERNA-HIST     PIC X(020) VALUE SPACES.
           05 WRK-PERNA-VALOR    PIC S9(011)V99 VALUE ZEROS.
           05 WRK-PERNA-ANTES    PIC S9(011)V99 VALUE ZEROS.
           05 WRK-PERNA-APOS     PIC S9(011)V99 VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-LIDOS          PIC 9(007) VALUE ZEROS.
           05 CNT-POSTADOS       PIC 9(007) VALUE ZEROS.
           05 CNT-REJEITADOS     PIC 9(007) VALUE ZEROS.
           05 CNT-DEPOSITOS      PIC 9(007) VALUE ZEROS.
           05 CNT-SAQUES         PIC 9(007) VALUE ZEROS.
           05 CNT-TRANSF         PIC 9(007) VALUE ZEROS.
           05 TOT-DEPOSITOS      PIC S9(013)V99 VALUE ZEROS.
           05 TOT-SAQUES         PIC S9(013)V99 VALUE ZEROS.
           05 TOT-TRANSF         PIC S9(013)V99 VALUE ZEROS.
       01 WRK-CONT-EDT           PIC Z(6)9.
       01 WRK-VALOR-EDT          PIC -Z(12)9.99.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(046) VALUE
               "POSTAGEM DE DEPOSITOS, SAQUES E TRANSFERENCIAS".
           05 FILLER   PIC X(006) VALUE " DATA ".
           05 CAB0-DATA PIC 9(008).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(011) VALUE "CONTA".
           05 FILLER   PIC X(003) VALUE "TP".
           05 FILLER   PIC X(017) VALUE "VALOR".
           05 FILLER   PIC X(017) VALUE "SALDO ANTERIOR".
           05 FILLER   PIC X(017) VALUE "SALDO NOVO".
           05 FILLER   PIC X(011) VALUE "CONTRA".
           05 FILLER   PIC X(010) VALUE "REFERENCIA".
       01 REL-DETALHE.
           05 DET-CONTA     PIC 9(009).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-TIPO      PIC X(001).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-VALOR     PIC -Z(10)9.99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-SALDO-ANT PIC -Z(10)9.99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-SALDO-NOV PIC -Z(10)9.99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-CONTRA    PIC Z(8)9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-REFERENCIA PIC X(010).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-VERIFICA-RERUN
           IF EXECUCAO-JA-FEITA
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZA
               IF NOT RODADA-ABORTADA
                   PERFORM 2000-PROCESSA UNTIL FIM-MOVDIA
               END-IF
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *CONFERE A TRILHA, CARREGA O SALDOS E ABRE OS ARQUIVOS
       1000-INICIALIZA SECTION.
           MOVE 'MOVLOTE ' TO EST-PROGRAMA.
           ACCEPT EST-DATA FROM DATE YYYYMMDD.
           ACCEPT EST-HORA-INICIO FROM TIME.
           MOVE 'MOVLOTE ' TO RJD-PROGRAMA.
           PERFORM 1300-DEFINE-DATA-MOV.
           PERFORM 1500-CONFERE-TRILHA.
           IF RODADA-ABORTADA
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM 1400-CARREGA-SALDOS.
           IF RODADA-ABORTADA
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT CONTMSTR.
           IF WS-CONTMSTR-STATUS NOT = '00'
               DISPLAY 'MOVLOTE: CONTMSTR INDISPONIVEL - STATUS '
                   WS-CONTMSTR-STATUS ' - NADA FOI POSTADO'
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
               DISPLAY 'MOVLOTE: MOVCONTA INDISPONIVEL - STATUS '
                   WS-MOVCONTA-STATUS ' - NADA FOI POSTADO'
               CLOSE CONTMSTR
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT MOVDIA.
           OPEN OUTPUT RELMOV.
           OPEN OUTPUT MOVREJ.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-DATA-MOV TO CAB0-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           IF WS-MOVDIA-STATUS NOT = '00'
               SET FIM-MOVDIA TO TRUE
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *DATA DO MOVIMENTO: VEM DO ARQUIVO DE PARAMETRO DATAPROC
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
                           DISPLAY 'POSTAGEM PARA A DATA '
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
               DISPLAY 'MOVLOTE: SALDOS INDISPONIVEL - STATUS '
                   WS-SALDOS-STATUS ' - NADA FOI POSTADO'
               SET RODADA-ABORTADA TO TRUE
               GO TO 1400-CARREGA-SALDOS-EXIT
           END-IF.
           PERFORM UNTIL FIM-SALDOS OR RODADA-ABORTADA
               READ SALDOS
                   AT END
                       SET FIM-SALDOS TO TRUE
                   NOT AT END
                       IF SAL-QTDE >= 5000
                           DISPLAY 'MOVLOTE: SALDOS COM MAIS DE 5000 '
                               'CONTAS - NADA FOI POSTADO'
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
      *PRIMEIRA PASSADA NO MOVDIA SO PARA CONFERIR A TRILHA - UM
      *ARQUIVO INCOMPLETO NAO POSTA NENHUMA LINHA
       1500-CONFERE-TRILHA SECTION.
           OPEN INPUT MOVDIA.
           IF WS-MOVDIA-STATUS NOT = '00'
               DISPLAY 'AVISO: MOVDIA AUSENTE - NENHUM MOVIMENTO NO DIA'
               GO TO 1500-CONFERE-TRILHA-EXIT
           END-IF.
           PERFORM UNTIL FIM-MOVDIA
               READ MOVDIA
                   AT END
                       SET FIM-MOVDIA TO TRUE
                   NOT AT END
                       IF MOVDIA-TRILHA(1:1) = 'T'
                          AND MOVDIA-TRILHA(2:20) NUMERIC
                           MOVE MOVDIA-TRILHA(1:21) TO TRL-REGISTRO
                           PERFORM 8800-VERIFICA-TRILHA
                       ELSE
                           ADD 1 TO TRI-QTDE-ACUM
                           IF ME-CONTA NUMERIC
                               MOVE ME-CONTA TO TRI-CAMPO
                               COMPUTE TRI-HASH-ACUM = FUNCTION MOD(
                                   TRI-HASH-ACUM + TRI-CAMPO,
                                   10000000000000)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOVDIA.
           MOVE 'N' TO WS-FIM-MOVDIA.
           IF TRILHA-NAO-BATE
               SET RODADA-ABORTADA TO TRUE
           END-IF.
       1500-CONFERE-TRILHA-EXIT.
           EXIT.
      *CRITICA E POSTA UMA LINHA DO MOVIMENTO DO DIA
       2000-PROCESSA SECTION.
           READ MOVDIA
               AT END
                   SET FIM-MOVDIA TO TRUE
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           IF MOVDIA-TRILHA(1:1) = 'T'
              AND MOVDIA-TRILHA(2:20) NUMERIC
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           ADD 1 TO CNT-LIDOS.
           PERFORM 2100-CRITICA-LINHA.
           IF NOT LINHA-VALIDA
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ME-DEPOSITO
                   PERFORM 2300-POSTA-DEPOSITO
               WHEN ME-SAQUE
                   PERFORM 2400-POSTA-SAQUE
               WHEN ME-TRANSFERENCIA
                   PERFORM 2500-POSTA-TRANSFERENCIA
           END-EVALUATE.
           ADD 1 TO CNT-POSTADOS.
       2000-PROCESSA-EXIT.
           EXIT.
      *CRITICA DE UMA LINHA - A PRIMEIRA FALHA REJEITA COM O SEU
      *MOTIVO NO MOVREJ
       2100-CRITICA-LINHA SECTION.
           MOVE 'S' TO WS-LINHA-OK.
           IF ME-CONTA NOT NUMERIC OR ME-VALOR NOT NUMERIC
              OR (ME-TRANSFERENCIA AND ME-CONTRA NOT NUMERIC)
               MOVE 'NNM' TO RJD-MOTIVO
               PERFORM 2190-REJEITA-LINHA
               GO TO 2100-CRITICA-LINHA-EXIT
           END-IF.
           IF NOT ME-DEPOSITO AND NOT ME-SAQUE
              AND NOT ME-TRANSFERENCIA
               MOVE 'TIP' TO RJD-MOTIVO
               PERFORM 2190-REJEITA-LINHA
               GO TO 2100-CRITICA-LINHA-EXIT
           END-IF.
           IF ME-VALOR = ZEROS
               MOVE 'VLR' TO RJD-MOTIVO
               PERFORM 2190-REJEITA-LINHA
               GO TO 2100-CRITICA-LINHA-EXIT
           END-IF.
           MOVE ME-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 2150-CRITICA-CONTA.
           IF NOT LINHA-VALIDA
               GO TO 2100-CRITICA-LINHA-EXIT
           END-IF.
           MOVE IX-ACHADO TO IX-ORIGEM.
           IF ME-TRANSFERENCIA
               IF ME-CONTRA = ME-CONTA
                   MOVE 'TRF' TO RJD-MOTIVO
                   PERFORM 2190-REJEITA-LINHA
                   GO TO 2100-CRITICA-LINHA-EXIT
               END-IF
               MOVE ME-CONTRA TO WRK-CONTA-BUSCA
               PERFORM 2150-CRITICA-CONTA
               IF NOT LINHA-VALIDA
                   GO TO 2100-CRITICA-LINHA-EXIT
               END-IF
               MOVE IX-ACHADO TO IX-DESTINO
           END-IF.
           IF (ME-SAQUE OR ME-TRANSFERENCIA)
              AND ME-VALOR > SAL-SALDO(IX-ORIGEM)
               MOVE 'SFD' TO RJD-MOTIVO
               PERFORM 2190-REJEITA-LINHA
           END-IF.
       2100-CRITICA-LINHA-EXIT.
           EXIT.
      *UMA CONTA DA LINHA (ORIGEM OU CONTRAPARTIDA): DIGITO, CADASTRO
      *ATIVO NO CONTMSTR E PRESENCA NO SALDOS
       2150-CRITICA-CONTA SECTION.
           MOVE WRK-CONTA-BUSCA TO WRK-NUM-ED.
           PERFORM 2160-VALIDA-CHECK-DIGITO.
           IF NOT DIGITO-VALIDO
               MOVE 'CHK' TO RJD-MOTIVO
               PERFORM 2190-REJEITA-LINHA
               GO TO 2150-CRITICA-CONTA-EXIT
           END-IF.
           MOVE WRK-CONTA-BUSCA TO CT-CONTA.
           READ CONTMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CONTMSTR-STATUS = '00' AND CT-DORMENTE
               MOVE 'DRM' TO RJD-MOTIVO
               PERFORM 2190-REJEITA-LINHA
               GO TO 2150-CRITICA-CONTA-EXIT
           END-IF.
           IF WS-CONTMSTR-STATUS NOT = '00' OR NOT CT-ATIVA
               MOVE 'CTA' TO RJD-MOTIVO
               PERFORM 2190-REJEITA-LINHA
               GO TO 2150-CRITICA-CONTA-EXIT
           END-IF.
           PERFORM 2170-LOCALIZA-SALDO.
           IF IX-ACHADO = ZEROS
               MOVE 'SAL' TO RJD-MOTIVO
               PERFORM 2190-REJEITA-LINHA
           END-IF.
       2150-CRITICA-CONTA-EXIT.
           EXIT.
      *VALIDA O NUMERO DA CONTA PELO MODULO 10 (VEJA PARIMPAR.CBL)
       2160-VALIDA-CHECK-DIGITO SECTION.
           MOVE ZEROS TO WRK-SOMA-DIG.
           PERFORM VARYING IX-DIG FROM 1 BY 1 UNTIL IX-DIG > 8
               ADD WRK-DIGITO(IX-DIG) TO WRK-SOMA-DIG
           END-PERFORM.
           DIVIDE WRK-SOMA-DIG BY 10 GIVING WRK-LIXO
               REMAINDER WRK-DIG-CALC.
           IF WRK-DIG-CALC = WRK-DIGITO(9)
               MOVE 'S' TO WS-DIGITO-OK
           ELSE
               MOVE 'N' TO WS-DIGITO-OK
           END-IF.
       2160-VALIDA-CHECK-DIGITO-EXIT.
           EXIT.
      *PROCURA A CONTA NA TABELA DO SALDOS (ZERO = NAO ACHOU)
       2170-LOCALIZA-SALDO SECTION.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-SAL FROM 1 BY 1
                   UNTIL IX-SAL > SAL-QTDE OR IX-ACHADO > ZEROS
               IF SAL-CONTA(IX-SAL) = WRK-CONTA-BUSCA
                   MOVE IX-SAL TO IX-ACHADO
               END-IF
           END-PERFORM.
       2170-LOCALIZA-SALDO-EXIT.
           EXIT.
      *GRAVA A LINHA RECUSADA NO MOVREJ COM O MOTIVO JA MOVIDO
       2190-REJEITA-LINHA SECTION.
           MOVE 'N' TO WS-LINHA-OK.
           ADD 1 TO CNT-REJEITADOS.
           MOVE MOVDIA-REC TO RJD-REGISTRO.
           WRITE REJ-LINHA FROM REJ-DETALHE.
       2190-REJEITA-LINHA-EXIT.
           EXIT.
      *DEPOSITO: CREDITA A CONTA
       2300-POSTA-DEPOSITO SECTION.
           MOVE ME-CONTA TO WRK-PERNA-CONTA.
           MOVE 'D' TO WRK-PERNA-TIPO.
           MOVE SPACES TO WRK-PERNA-HIST.
           STRING 'DEPOSITO ' ME-REFERENCIA
               DELIMITED BY SIZE INTO WRK-PERNA-HIST.
           MOVE ME-VALOR TO WRK-PERNA-VALOR.
           MOVE SAL-SALDO(IX-ORIGEM) TO WRK-PERNA-ANTES.
           ADD ME-VALOR TO SAL-SALDO(IX-ORIGEM).
           MOVE SAL-SALDO(IX-ORIGEM) TO WRK-PERNA-APOS.
           PERFORM 2800-POSTA-MOVIMENTO.
           ADD 1 TO CNT-DEPOSITOS.
           ADD ME-VALOR TO TOT-DEPOSITOS.
       2300-POSTA-DEPOSITO-EXIT.
           EXIT.
      *SAQUE: DEBITA A CONTA
       2400-POSTA-SAQUE SECTION.
           MOVE ME-CONTA TO WRK-PERNA-CONTA.
           MOVE 'S' TO WRK-PERNA-TIPO.
           MOVE SPACES TO WRK-PERNA-HIST.
           STRING 'SAQUE ' ME-REFERENCIA
               DELIMITED BY SIZE INTO WRK-PERNA-HIST.
           COMPUTE WRK-PERNA-VALOR = ZEROS - ME-VALOR.
           MOVE SAL-SALDO(IX-ORIGEM) TO WRK-PERNA-ANTES.
           SUBTRACT ME-VALOR FROM SAL-SALDO(IX-ORIGEM).
           MOVE SAL-SALDO(IX-ORIGEM) TO WRK-PERNA-APOS.
           PERFORM 2800-POSTA-MOVIMENTO.
           ADD 1 TO CNT-SAQUES.
           ADD ME-VALOR TO TOT-SAQUES.
       2400-POSTA-SAQUE-EXIT.
           EXIT.
      *TRANSFERENCIA: DUAS PERNAS - DEBITO NA ORIGEM ('T') E CREDITO
      *NA CONTRAPARTIDA ('R')
       2500-POSTA-TRANSFERENCIA SECTION.
           MOVE ME-CONTA TO WRK-PERNA-CONTA.
           MOVE 'T' TO WRK-PERNA-TIPO.
           MOVE SPACES TO WRK-PERNA-HIST.
           STRING 'TRANSF P/ ' ME-CONTRA
               DELIMITED BY SIZE INTO WRK-PERNA-HIST.
           COMPUTE WRK-PERNA-VALOR = ZEROS - ME-VALOR.
           MOVE SAL-SALDO(IX-ORIGEM) TO WRK-PERNA-ANTES.
           SUBTRACT ME-VALOR FROM SAL-SALDO(IX-ORIGEM).
           MOVE SAL-SALDO(IX-ORIGEM) TO WRK-PERNA-APOS.
           PERFORM 2800-POSTA-MOVIMENTO.
           MOVE ME-CONTRA TO WRK-PERNA-CONTA.
           MOVE 'R' TO WRK-PERNA-TIPO.
           MOVE SPACES TO WRK-PERNA-HIST.
           STRING 'TRANSF DE ' ME-CONTA
               DELIMITED BY SIZE INTO WRK-PERNA-HIST.
           MOVE ME-VALOR TO WRK-PERNA-VALOR.
           MOVE SAL-SALDO(IX-DESTINO) TO WRK-PERNA-ANTES.
           ADD ME-VALOR TO SAL-SALDO(IX-DESTINO).
           MOVE SAL-SALDO(IX-DESTINO) TO WRK-PERNA-APOS.
           PERFORM 2800-POSTA-MOVIMENTO.
           ADD 1 TO CNT-TRANSF.
           ADD ME-VALOR TO TOT-TRANSF.
       2500-POSTA-TRANSFERENCIA-EXIT.
           EXIT.
      *POSTA UMA PERNA NO MOVCONTA (PRIMEIRA SEQUENCIA LIVRE DA CONTA
      *NA DATA - A SEQUENCIA 000 E DA APROPRIACAO DO JUROLOTE) E
      *LISTA A PERNA NO RELMOV
       2800-POSTA-MOVIMENTO SECTION.
           MOVE WRK-PERNA-CONTA TO MV-CONTA.
           MOVE WRK-DATA-MOV    TO MV-DATA.
           MOVE WRK-PERNA-TIPO  TO MV-TIPO.
           MOVE WRK-PERNA-HIST  TO MV-HISTORICO.
           MOVE WRK-PERNA-VALOR TO MV-VALOR.
           MOVE WRK-PERNA-ANTES TO MV-SALDO-ANTES.
           MOVE WRK-PERNA-APOS  TO MV-SALDO-APOS.
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
               DISPLAY 'MOVLOTE: CONTA ' WRK-PERNA-CONTA
                   ' SEM SEQUENCIA LIVRE NO MOVCONTA EM ' WRK-DATA-MOV
           END-IF.
           MOVE WRK-PERNA-CONTA TO DET-CONTA.
           MOVE WRK-PERNA-TIPO  TO DET-TIPO.
           MOVE WRK-PERNA-VALOR TO DET-VALOR.
           MOVE WRK-PERNA-ANTES TO DET-SALDO-ANT.
           MOVE WRK-PERNA-APOS  TO DET-SALDO-NOV.
           IF ME-TRANSFERENCIA
               IF WRK-PERNA-TIPO = 'T'
                   MOVE ME-CONTRA TO DET-CONTRA
               ELSE
                   MOVE ME-CONTA TO DET-CONTRA
               END-IF
           ELSE
               MOVE ZEROS TO DET-CONTRA
           END-IF.
           MOVE ME-REFERENCIA TO DET-REFERENCIA.
           WRITE REL-LINHA FROM REL-DETALHE.
       2800-POSTA-MOVIMENTO-EXIT.
           EXIT.
      *TOTAIS, SALDONOV, CONTABILIDADE E RETORNO AO STEP
       3000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               IF TRILHA-NAO-BATE
                   MOVE RC-ERRO-GRAVE TO RETURN-CODE
               ELSE
                   MOVE RC-ERRO TO RETURN-CODE
               END-IF
               GO TO 3000-FINALIZA-GRAVA-ESTAT
           END-IF.
           PERFORM 3050-GRAVA-SALDONOV.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-LIDOS TO WRK-CONT-EDT.
           STRING "LINHAS LIDAS.......: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-POSTADOS TO WRK-CONT-EDT.
           STRING "LINHAS POSTADAS....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-REJEITADOS TO WRK-CONT-EDT.
           STRING "LINHAS REJEITADAS..: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-DEPOSITOS TO WRK-VALOR-EDT.
           STRING "TOTAL DEPOSITOS....: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-SAQUES TO WRK-VALOR-EDT.
           STRING "TOTAL SAQUES.......: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-TRANSF TO WRK-VALOR-EDT.
           STRING "TOTAL TRANSFERIDO..: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE MOVDIA.
           CLOSE RELMOV.
           CLOSE MOVREJ.
           CLOSE CONTMSTR.
           CLOSE MOVCONTA.
           PERFORM 3100-LANCA-CONTABIL.
           IF CNT-REJEITADOS > ZEROS OR NOT TRILHA-VISTA
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           IF NOT TRILHA-VISTA AND CNT-LIDOS > ZEROS
               DISPLAY 'AVISO: MOVDIA SEM TRILHA DE CONTROLE'
           END-IF.
           MOVE 'RELMOV  ' TO GER-ORIGEM.
           MOVE EST-DATA TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
       3000-FINALIZA-GRAVA-ESTAT.
           MOVE CNT-LIDOS      TO EST-LIDOS.
           MOVE CNT-POSTADOS   TO EST-GRAVADOS.
           MOVE CNT-REJEITADOS TO EST-REJEITADOS.
           MOVE RETURN-CODE    TO EST-RC.
           CALL 'GRVSTAT' USING AREA-ESTAT-EXEC.
           DISPLAY 'MOVLOTE: ' CNT-POSTADOS ' POSTADAS, '
               CNT-REJEITADOS ' REJEITADAS'.
           MOVE 'G' TO REG-FUNCAO.
           IF RETURN-CODE < RC-ERRO
               MOVE RETURN-CODE TO REG-RC
               CALL 'REGEXEC' USING AREA-REGEXEC
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *DESCARREGA A TABELA ATUALIZADA NO SALDONOV PARA COLETA
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
      *ANEXA AO LANCTOS UM PAR DE PARTIDA DOBRADA POR TIPO DE
      *MOVIMENTO DO DIA, PARA O BALANCETE DO CTBLOTE
       3100-LANCA-CONTABIL SECTION.
           IF TOT-DEPOSITOS = ZEROS AND TOT-SAQUES = ZEROS
              AND TOT-TRANSF = ZEROS
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
           MOVE 'MOVLOTE ' TO LN-ORIGEM.
           IF TOT-DEPOSITOS NOT = ZEROS
               MOVE TOT-DEPOSITOS TO LN-VALOR
               MOVE 'DEPOSITOS DE CLIENTES NO DIA' TO LN-HISTORICO
               MOVE 1102 TO LN-CONTA-CTB
               MOVE 'D'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
               MOVE 2101 TO LN-CONTA-CTB
               MOVE 'C'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
           END-IF.
           IF TOT-SAQUES NOT = ZEROS
               MOVE TOT-SAQUES TO LN-VALOR
               MOVE 'SAQUES DE CLIENTES NO DIA' TO LN-HISTORICO
               MOVE 2101 TO LN-CONTA-CTB
               MOVE 'D'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
               MOVE 1102 TO LN-CONTA-CTB
               MOVE 'C'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
           END-IF.
           IF TOT-TRANSF NOT = ZEROS
               MOVE TOT-TRANSF TO LN-VALOR
               MOVE 'TRANSFERENCIAS ENTRE CONTAS' TO LN-HISTORICO
               MOVE 2101 TO LN-CONTA-CTB
               MOVE 'D'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
               MOVE 2101 TO LN-CONTA-CTB
               MOVE 'C'  TO LN-TIPO
               PERFORM 3110-GRAVA-LANCTO
           END-IF.
           CLOSE LANCTOS.
       3100-LANCA-CONTABIL-EXIT.
           EXIT.
      *PASSA A LINHA MONTADA EM LANCTO-REC PELA TRAVA DE PERIODO
      *FECHADO E GRAVA; A DATA PEDIDA VOLTA PARA A PROXIMA LINHA
       3110-GRAVA-LANCTO SECTION.
           MOVE 'MOVLOTE ' TO PCK-PROGRAMA.
           MOVE LANCTO-REC TO PCK-LANCTO.
           MOVE RETURN-CODE TO PCK-RC.
           CALL 'PERCHK' USING AREA-PERCHK.
           MOVE PCK-LANCTO TO LANCTO-REC.
           WRITE LANCTO-LINHA FROM LANCTO-REC.
           IF PCK-REDIRECIONADO
               MOVE LN-DATA-ORIGINAL TO LN-DATA
           END-IF.
       3110-GRAVA-LANCTO-EXIT.
           EXIT.
      *CONFERE A TRILHA DE CONTROLE CONTRA OS TOTAIS ACUMULADOS
       8800-VERIFICA-TRILHA SECTION.
           SET TRILHA-VISTA TO TRUE.
           IF TRL-QTDE NOT = TRI-QTDE-ACUM
              OR TRL-HASH NOT = TRI-HASH-ACUM
               SET TRILHA-NAO-BATE TO TRUE
               MOVE 'MSG0002' TO MSG-ID
               MOVE 'MOVDIA' TO MSG-COMPLEMENTO
               CALL 'EXIBEMSG' USING AREA-EXIBEMSG
               MOVE 'MOVLOTE ' TO ABEND-PROGRAMA
               MOVE 'TRILHA DO MOVDIA NAO BATE - NADA FOI POSTADO'
                   TO ABEND-MENSAGEM
               DISPLAY ABEND-PROGRAMA ' ' ABEND-MENSAGEM
               DISPLAY 'TRILHA: ' TRL-QTDE ' ' TRL-HASH
                   ' LIDO: ' TRI-QTDE-ACUM ' ' TRI-HASH-ACUM
           END-IF.
       8800-VERIFICA-TRILHA-EXIT.
           EXIT.
      *CONSULTA O REGISTRO DE EXECUCOES ANTES DE COMECAR O JOB - UMA
      *SEGUNDA RODADA NO MESMO DIA POSTARIA TUDO DE NOVO
       0500-VERIFICA-RERUN SECTION.
           MOVE 'V' TO REG-FUNCAO.
           MOVE 'MOVLOTE ' TO REG-PROGRAMA.
           ACCEPT REG-DATA FROM DATE YYYYMMDD.
           MOVE RETURN-CODE TO REG-RC.
           CALL 'REGEXEC' USING AREA-REGEXEC.
           IF EXECUCAO-JA-FEITA
               DISPLAY 'MOVLOTE JA EXECUTADO PARA A DATA '
                   REG-DATA ' - USE RUNPARM-FORCA-RERUN'
           END-IF.
       0500-VERIFICA-RERUN-EXIT.
           EXIT.
       END PROGRAM MOVLOTE.

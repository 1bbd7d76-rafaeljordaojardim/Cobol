      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CARTAS DE AVISO AO CLIENTE DE MUDANCA DE TAXA - UMA
      *          TAXA NOVA APROVADA NO TAXMAINT/APRMAINT COM VIGENCIA
      *          FUTURA ENTRAVA NO JUROLOTE SEM QUE OS CLIENTES DAQUELE
      *          SL-TAXA-COD FOSSEM AVISADOS. ESTE LOTE CARREGA O
      *          HISTORICO TAXAHIST E SEPARA AS MUDANCAS QUE ENTRAM EM
      *          VIGOR DEPOIS DA DATA DE PROCESSAMENTO E ATE N DIAS
      *          ADIANTE (RUNPARM-DIAS-AVISO, PADRAO 30), COM A TAXA
      *          ANTERIOR DO MESMO CODIGO. DEPOIS VARRE O SALDOS E, PARA
      *          CADA CONTA NUM CODIGO QUE MUDA E ATIVA NO CONTMSTR,
      *          IMPRIME UMA CARTA NO CARTAXA COM O TITULAR (CLIMSTR
      *          QUANDO A CONTA TEM CLIENTE, SENAO CT-NOME), A CONTA, A
      *          TAXA ANTIGA, A TAXA NOVA E A DATA DE VIGENCIA.
      *
      *          CADA CARTA EMITIDA E GRAVADA NO AVISOLOG (CHAVE CODIGO
      *          + VIGENCIA + CONTA) E A CHAVE E CONSULTADA ANTES DE
      *          IMPRIMIR: A MESMA MUDANCA NUNCA GERA DUAS CARTAS PARA
      *          A MESMA CONTA, MESMO COM O LOTE RODANDO TODA NOITE
      *          DENTRO DA JANELA. O RELAVISO LISTA AS MUDANCAS DA
      *          JANELA E CADA CONTA AVISADA, JA AVISADA OU SEM
      *          CADASTRO NO CONTMSTR (ESTA ULTIMA DA AVISO NO STEP).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ SELECT DO CLIMSTR DECLARA A CHAVE ALTERNATIVA
      *                CLI-CPF COMO OS DEMAIS - SEM ELA O OPEN FALHAVA
      *                (STATUS 39) E AS CARTAS SAIAM SEM ENDERECO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXAVISO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXAHIST ASSIGN TO "TAXAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXAHIST-STATUS.
           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT DATAPROC ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CARTAXA ASSIGN TO "CARTAXA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELAVISO ASSIGN TO "RELAVISO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTMSTR-STATUS.
           SELECT CLIMSTR ASSIGN TO "CLIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WS-CLIMSTR-STATUS.
           SELECT AVISOLOG ASSIGN TO "AVISOLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVL-CHAVE
               FILE STATUS IS WS-AVISOLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXAHIST.
       01  TAXAHIST-REC.
           05 TH-COD        PIC X(001).
           05 TH-VIGENCIA   PIC 9(008).
           05 TH-TAXA       PIC 9(003)V9(004).
       FD  SALDOS.
       01  SALDOS-REC.
           05 SL-CONTA     PIC 9(009).
           05 SL-SALDO     PIC S9(011)V99.
           05 SL-TAXA-COD  PIC X(001).
       FD  DATAPROC.
       01  DATAPROC-REC.
           05 DP-DATA       PIC 9(008).
       FD  RUNCTL.
       COPY RUNPARM.
       FD  CARTAXA.
       01  CARTA-LINHA PIC X(090).
       FD  RELAVISO.
       01  REL-LINHA PIC X(090).
       FD  CONTMSTR.
       COPY CONTREC.
       FD  CLIMSTR.
       COPY CLIREC.
       FD  AVISOLOG.
       COPY AVLREC.
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY STATCOM.
       COPY GERCOM.
       COPY REGCOM.
       01 AREA-CONTROLE.
           05 WS-TAXAHIST-STATUS PIC X(002) VALUE '00'.
           05 WS-SALDOS-STATUS   PIC X(002) VALUE '00'.
           05 WS-DATAPROC-STATUS PIC X(002) VALUE '00'.
           05 WS-RUNCTL-STATUS   PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-CLIMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-AVISOLOG-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-TAXAHIST    PIC X(001) VALUE 'N'.
               88 FIM-TAXAHIST        VALUE 'S'.
           05 WS-FIM-SALDOS      PIC X(001) VALUE 'N'.
               88 FIM-SALDOS          VALUE 'S'.
           05 WS-CLIMSTR-NO-AR   PIC X(001) VALUE 'N'.
               88 CLIMSTR-NO-AR       VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA     VALUE 'S'.
           05 WS-CONTA-LIDA      PIC X(001) VALUE 'N'.
               88 CONTA-LIDA          VALUE 'S'.
      *DATA BASE E JANELA DE AVISO (DATA BASE + N DIAS)
       01 AREA-JANELA.
           05 WRK-DATA-BASE      PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-LIMITE    PIC 9(008) VALUE ZEROS.
           05 WRK-DIAS-AVISO     PIC 9(003) VALUE 30.
           05 WRK-JULIANO        PIC 9(007) VALUE ZEROS.
      *HISTORICO TAXAHIST INTEIRO EM MEMORIA - A TAXA ANTERIOR DE UMA
      *MUDANCA PODE ESTAR EM QUALQUER PONTO DO ARQUIVO
       01 AREA-HISTORICO.
           05 HIS-QTDE           PIC 9(004) VALUE ZEROS.
           05 HIS-ENTRADA OCCURS 1000 TIMES.
               10 HIS-COD        PIC X(001).
               10 HIS-VIGENCIA   PIC 9(008).
               10 HIS-TAXA       PIC 9(003)V9(004).
           05 IX-HIS             PIC 9(004) VALUE ZEROS.
           05 IX-ANT             PIC 9(004) VALUE ZEROS.
           05 IX-BUSCA           PIC 9(004) VALUE ZEROS.
      *MUDANCAS QUE ENTRAM EM VIGOR DENTRO DA JANELA
       01 AREA-MUDANCAS.
           05 MUD-QTDE           PIC 9(003) VALUE ZEROS.
           05 MUD-ENTRADA OCCURS 50 TIMES.
               10 MUD-COD        PIC X(001).
               10 MUD-VIGENCIA   PIC 9(008).
               10 MUD-TAXA-ANT   PIC 9(003)V9(004).
               10 MUD-TAXA-NOVA  PIC 9(003)V9(004).
           05 IX-MUD             PIC 9(003) VALUE ZEROS.
       01 AREA-CARTA.
           05 WRK-TITULAR        PIC X(030) VALUE SPACES.
           05 WRK-ENDERECO       PIC X(040) VALUE SPACES.
           05 WRK-CIDADE         PIC X(020) VALUE SPACES.
           05 WRK-UF             PIC X(002) VALUE SPACES.
           05 WRK-CEP            PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-CEP.
               10 WRK-CEP-PREFIXO PIC 9(005).
               10 WRK-CEP-SUFIXO  PIC 9(003).
           05 WRK-VIG-CARTA      PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-VIG-CARTA.
               10 WRK-VIG-ANO    PIC 9(004).
               10 WRK-VIG-MES    PIC 9(002).
               10 WRK-VIG-DIA    PIC 9(002).
           05 WRK-TAXA-ANT-EDT   PIC ZZ9.9999.
           05 WRK-TAXA-NOVA-EDT  PIC ZZ9.9999.
           05 WRK-SITUACAO       PIC X(012) VALUE SPACES.
           05 WRK-OBS            PIC X(020) VALUE SPACES.
       01 AREA-TOTAIS.
           05 CNT-LIDAS          PIC 9(007) VALUE ZEROS.
           05 CNT-EMITIDAS       PIC 9(007) VALUE ZEROS.
           05 CNT-JA-AVISADAS    PIC 9(007) VALUE ZEROS.
           05 CNT-NAO-ATIVAS     PIC 9(007) VALUE ZEROS.
           05 CNT-SEM-CADASTRO   PIC 9(007) VALUE ZEROS.
       01 WRK-CONT-EDT           PIC Z(6)9.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(027) VALUE "AVISO DE MUDANCA DE TAXA - ".
           05 FILLER   PIC X(011) VALUE "DATA BASE: ".
           05 CAB1-BASE PIC 9(008).
           05 FILLER   PIC X(010) VALUE " LIMITE: ".
           05 CAB1-LIMITE PIC 9(008).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(005) VALUE "COD".
           05 FILLER   PIC X(010) VALUE "VIGENCIA".
           05 FILLER   PIC X(010) VALUE "TAXA ANT".
           05 FILLER   PIC X(010) VALUE "TAXA NOVA".
       01 REL-MUDANCA.
           05 MUDL-COD      PIC X(001).
           05 FILLER        PIC X(004) VALUE SPACES.
           05 MUDL-VIGENCIA PIC 9(008).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 MUDL-TAXA-ANT PIC ZZ9.9999.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 MUDL-TAXA-NOVA PIC ZZ9.9999.
       01 REL-CABECALHO-3.
           05 FILLER   PIC X(010) VALUE "CONTA".
           05 FILLER   PIC X(031) VALUE "TITULAR".
           05 FILLER   PIC X(004) VALUE "COD".
           05 FILLER   PIC X(009) VALUE "VIGENCIA".
           05 FILLER   PIC X(013) VALUE "SITUACAO".
           05 FILLER   PIC X(020) VALUE "OBS".
       01 REL-DETALHE.
           05 DET-CONTA     PIC 9(009).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-NOME      PIC X(030).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-COD       PIC X(001).
           05 FILLER        PIC X(003) VALUE SPACES.
           05 DET-VIGENCIA  PIC 9(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SITUACAO  PIC X(012).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-OBS       PIC X(020).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-VERIFICA-RERUN
           IF EXECUCAO-JA-FEITA
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZA
               IF NOT RODADA-ABORTADA AND MUD-QTDE > ZEROS
                   PERFORM 2000-PROCESSA UNTIL FIM-SALDOS
               END-IF
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *JANELA, MUDANCAS DE TAXA E ABERTURA DOS ARQUIVOS
       1000-INICIALIZA SECTION.
           MOVE 'TAXAVISO' TO EST-PROGRAMA.
           ACCEPT EST-DATA FROM DATE YYYYMMDD.
           ACCEPT EST-HORA-INICIO FROM TIME.
           PERFORM 0900-LE-RUNCTL.
           PERFORM 1300-DEFINE-JANELA.
           PERFORM 1400-CARREGA-HISTORICO.
           IF RODADA-ABORTADA
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM 1500-SEPARA-MUDANCAS.
           IF RODADA-ABORTADA
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           IF MUD-QTDE > ZEROS
               PERFORM 1600-ABRE-ARQUIVOS
               IF RODADA-ABORTADA
                   GO TO 1000-INICIALIZA-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT RELAVISO.
           OPEN OUTPUT CARTAXA.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-DATA-BASE   TO CAB1-BASE.
           MOVE WRK-DATA-LIMITE TO CAB1-LIMITE.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
           IF MUD-QTDE = ZEROS
               MOVE 'NENHUMA MUDANCA DE TAXA NA JANELA' TO REL-LINHA
               WRITE REL-LINHA
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           PERFORM VARYING IX-MUD FROM 1 BY 1 UNTIL IX-MUD > MUD-QTDE
               MOVE MUD-COD(IX-MUD)       TO MUDL-COD
               MOVE MUD-VIGENCIA(IX-MUD)  TO MUDL-VIGENCIA
               MOVE MUD-TAXA-ANT(IX-MUD)  TO MUDL-TAXA-ANT
               MOVE MUD-TAXA-NOVA(IX-MUD) TO MUDL-TAXA-NOVA
               WRITE REL-LINHA FROM REL-MUDANCA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-3.
       1000-INICIALIZA-EXIT.
           EXIT.
      *ANTECEDENCIA DO AVISO NO RUNCTL (OU FICA NO PADRAO COMPILADO)
       0900-LE-RUNCTL SECTION.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL
                   NOT AT END
                       IF RUNPARM-DIAS-AVISO NUMERIC
                          AND RUNPARM-DIAS-AVISO > ZEROS
                           MOVE RUNPARM-DIAS-AVISO TO WRK-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.
       0900-LE-RUNCTL-EXIT.
           EXIT.
      *DATA BASE: VEM DO ARQUIVO DE PARAMETRO DATAPROC QUANDO
      *PRESENTE, SENAO E HOJE. O LIMITE E A DATA BASE + N DIAS
       1300-DEFINE-JANELA SECTION.
           ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD.
           OPEN INPUT DATAPROC.
           IF WS-DATAPROC-STATUS = '00'
               READ DATAPROC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-DATA NUMERIC AND DP-DATA > ZEROS
                           MOVE DP-DATA TO WRK-DATA-BASE
                           DISPLAY 'AVISO PARA A DATA BASE '
                               WRK-DATA-BASE ' (DATAPROC)'
                       END-IF
               END-READ
               CLOSE DATAPROC
           END-IF.
           COMPUTE WRK-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE) + WRK-DIAS-AVISO.
           COMPUTE WRK-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WRK-JULIANO).
           DISPLAY 'JANELA DE AVISO ' WRK-DATA-BASE ' A '
               WRK-DATA-LIMITE ' (' WRK-DIAS-AVISO ' DIAS)'.
       1300-DEFINE-JANELA-EXIT.
           EXIT.
      *CARREGA O TAXAHIST EM TABELA - SEM HISTORICO NAO HA O QUE
      *AVISAR, E ESTOURO DA TABELA ABORTA A RODADA
       1400-CARREGA-HISTORICO SECTION.
           OPEN INPUT TAXAHIST.
           IF WS-TAXAHIST-STATUS NOT = '00'
               DISPLAY 'TAXAVISO: TAXAHIST INDISPONIVEL - STATUS '
                   WS-TAXAHIST-STATUS ' - NENHUMA CARTA EMITIDA'
               SET RODADA-ABORTADA TO TRUE
               GO TO 1400-CARREGA-HISTORICO-EXIT
           END-IF.
           PERFORM UNTIL FIM-TAXAHIST OR RODADA-ABORTADA
               READ TAXAHIST
                   AT END
                       SET FIM-TAXAHIST TO TRUE
                   NOT AT END
                       IF HIS-QTDE >= 1000
                           DISPLAY 'TAXAVISO: TAXAHIST COM MAIS DE '
                               '1000 LINHAS - NENHUMA CARTA EMITIDA'
                           SET RODADA-ABORTADA TO TRUE
                       ELSE
                           ADD 1 TO HIS-QTDE
                           MOVE TH-COD      TO HIS-COD(HIS-QTDE)
                           MOVE TH-VIGENCIA TO HIS-VIGENCIA(HIS-QTDE)
                           MOVE TH-TAXA     TO HIS-TAXA(HIS-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAXAHIST.
       1400-CARREGA-HISTORICO-EXIT.
           EXIT.
      *MUDANCA = LINHA COM VIGENCIA DEPOIS DA DATA BASE E ATE O
      *LIMITE. A TAXA ANTERIOR E A DO MESMO CODIGO COM A MAIOR
      *VIGENCIA ANTES DELA (ZERO QUANDO O CODIGO E NOVO)
       1500-SEPARA-MUDANCAS SECTION.
           PERFORM VARYING IX-HIS FROM 1 BY 1
                   UNTIL IX-HIS > HIS-QTDE OR RODADA-ABORTADA
               IF HIS-VIGENCIA(IX-HIS) > WRK-DATA-BASE
                  AND HIS-VIGENCIA(IX-HIS) <= WRK-DATA-LIMITE
                   IF MUD-QTDE >= 50
                       DISPLAY 'TAXAVISO: MAIS DE 50 MUDANCAS NA '
                           'JANELA - NENHUMA CARTA EMITIDA'
                       SET RODADA-ABORTADA TO TRUE
                   ELSE
                       ADD 1 TO MUD-QTDE
                       MOVE HIS-COD(IX-HIS) TO MUD-COD(MUD-QTDE)
                       MOVE HIS-VIGENCIA(IX-HIS)
                           TO MUD-VIGENCIA(MUD-QTDE)
                       MOVE HIS-TAXA(IX-HIS) TO MUD-TAXA-NOVA(MUD-QTDE)
                       PERFORM 1550-TAXA-ANTERIOR
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'TAXAVISO: ' MUD-QTDE ' MUDANCAS DE TAXA NA JANELA'.
       1500-SEPARA-MUDANCAS-EXIT.
           EXIT.
      *TAXA EM VIGOR NO DIA ANTERIOR A MUDANCA MUD-QTDE
       1550-TAXA-ANTERIOR SECTION.
           MOVE ZEROS TO MUD-TAXA-ANT(MUD-QTDE).
           MOVE ZEROS TO IX-ANT.
           PERFORM VARYING IX-BUSCA FROM 1 BY 1
                   UNTIL IX-BUSCA > HIS-QTDE
               IF HIS-COD(IX-BUSCA) = MUD-COD(MUD-QTDE)
                  AND HIS-VIGENCIA(IX-BUSCA) < MUD-VIGENCIA(MUD-QTDE)
                   IF IX-ANT = ZEROS
                       MOVE IX-BUSCA TO IX-ANT
                   ELSE
                       IF HIS-VIGENCIA(IX-BUSCA) > HIS-VIGENCIA(IX-ANT)
                           MOVE IX-BUSCA TO IX-ANT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF IX-ANT > ZEROS
               MOVE HIS-TAXA(IX-ANT) TO MUD-TAXA-ANT(MUD-QTDE)
           END-IF.
       1550-TAXA-ANTERIOR-EXIT.
           EXIT.
      *SALDOS, CADASTROS E O REGISTRO DE AVISOS (CRIADO NA PRIMEIRA
      *RODADA). SEM O AVISOLOG NAO HA COMO EVITAR CARTA REPETIDA
       1600-ABRE-ARQUIVOS SECTION.
           OPEN INPUT SALDOS.
           IF WS-SALDOS-STATUS NOT = '00'
               DISPLAY 'TAXAVISO: SALDOS INDISPONIVEL - STATUS '
                   WS-SALDOS-STATUS ' - NENHUMA CARTA EMITIDA'
               SET RODADA-ABORTADA TO TRUE
               GO TO 1600-ABRE-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT CONTMSTR.
           IF WS-CONTMSTR-STATUS NOT = '00'
               DISPLAY 'TAXAVISO: CONTMSTR INDISPONIVEL - STATUS '
                   WS-CONTMSTR-STATUS ' - NENHUMA CARTA EMITIDA'
               CLOSE SALDOS
               SET RODADA-ABORTADA TO TRUE
               GO TO 1600-ABRE-ARQUIVOS-EXIT
           END-IF.
           OPEN I-O AVISOLOG.
           IF WS-AVISOLOG-STATUS = '35'
               OPEN OUTPUT AVISOLOG
               CLOSE AVISOLOG
               OPEN I-O AVISOLOG
           END-IF.
           IF WS-AVISOLOG-STATUS NOT = '00'
               DISPLAY 'TAXAVISO: AVISOLOG INDISPONIVEL - STATUS '
                   WS-AVISOLOG-STATUS ' - NENHUMA CARTA EMITIDA'
               CLOSE SALDOS
               CLOSE CONTMSTR
               SET RODADA-ABORTADA TO TRUE
               GO TO 1600-ABRE-ARQUIVOS-EXIT
           END-IF.
           OPEN INPUT CLIMSTR.
           IF WS-CLIMSTR-STATUS = '00'
               SET CLIMSTR-NO-AR TO TRUE
           END-IF.
       1600-ABRE-ARQUIVOS-EXIT.
           EXIT.
      *UMA CONTA DO SALDOS: CADA MUDANCA DO SEU CODIGO DE TAXA RENDE
      *UMA CARTA, SE A CONTA ESTA ATIVA E AINDA NAO FOI AVISADA
       2000-PROCESSA SECTION.
           READ SALDOS
               AT END
                   SET FIM-SALDOS TO TRUE
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           ADD 1 TO CNT-LIDAS.
           MOVE 'N' TO WS-CONTA-LIDA.
           PERFORM VARYING IX-MUD FROM 1 BY 1 UNTIL IX-MUD > MUD-QTDE
               IF MUD-COD(IX-MUD) = SL-TAXA-COD
                   PERFORM 2100-AVALIA-CONTA
               END-IF
           END-PERFORM.
       2000-PROCESSA-EXIT.
           EXIT.
      *CONTA ATINGIDA PELA MUDANCA IX-MUD
       2100-AVALIA-CONTA SECTION.
           IF NOT CONTA-LIDA
               PERFORM 2200-IDENTIFICA-TITULAR
               SET CONTA-LIDA TO TRUE
           END-IF.
           MOVE SPACES TO WRK-OBS.
           IF WS-CONTMSTR-STATUS NOT = '00'
               ADD 1 TO CNT-SEM-CADASTRO
               MOVE 'SEM CADASTRO' TO WRK-SITUACAO
               MOVE 'CONTA FORA DO CONTMSTR' TO WRK-OBS
               PERFORM 2700-LISTA-CONTA
               GO TO 2100-AVALIA-CONTA-EXIT
           END-IF.
           IF NOT CT-ATIVA
               ADD 1 TO CNT-NAO-ATIVAS
               GO TO 2100-AVALIA-CONTA-EXIT
           END-IF.
           MOVE MUD-COD(IX-MUD)      TO AVL-COD.
           MOVE MUD-VIGENCIA(IX-MUD) TO AVL-VIGENCIA.
           MOVE SL-CONTA             TO AVL-CONTA.
           READ AVISOLOG
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-AVISOLOG-STATUS = '00'
               ADD 1 TO CNT-JA-AVISADAS
               MOVE 'JA AVISADA' TO WRK-SITUACAO
               MOVE AVL-DATA-EMISSAO TO WRK-OBS
               PERFORM 2700-LISTA-CONTA
               GO TO 2100-AVALIA-CONTA-EXIT
           END-IF.
           PERFORM 2800-EMITE-CARTA.
       2100-AVALIA-CONTA-EXIT.
           EXIT.
      *TITULAR E ENDERECO DA CONTA: CT-NOME NO CONTMSTR E, QUANDO A
      *CONTA TEM CLIENTE, NOME E ENDERECO DO CLIMSTR
       2200-IDENTIFICA-TITULAR SECTION.
           MOVE SPACES TO WRK-TITULAR.
           MOVE SPACES TO WRK-ENDERECO.
           MOVE SPACES TO WRK-CIDADE.
           MOVE SPACES TO WRK-UF.
           MOVE ZEROS TO WRK-CEP.
           MOVE SL-CONTA TO CT-CONTA.
           READ CONTMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CONTMSTR-STATUS NOT = '00'
               MOVE '*** SEM CADASTRO ***' TO WRK-TITULAR
               GO TO 2200-IDENTIFICA-TITULAR-EXIT
           END-IF.
           MOVE CT-NOME TO WRK-TITULAR.
           IF CLIMSTR-NO-AR AND CT-CLIENTE NOT = ZEROS
               MOVE CT-CLIENTE TO CLI-CODIGO
               READ CLIMSTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIMSTR-STATUS = '00'
                   MOVE CLI-NOME     TO WRK-TITULAR
                   MOVE CLI-ENDERECO TO WRK-ENDERECO
                   MOVE CLI-CIDADE   TO WRK-CIDADE
                   MOVE CLI-UF       TO WRK-UF
                   MOVE CLI-CEP      TO WRK-CEP
               END-IF
           END-IF.
       2200-IDENTIFICA-TITULAR-EXIT.
           EXIT.
      *LINHA DA CONTA NO RELAVISO
       2700-LISTA-CONTA SECTION.
           MOVE SL-CONTA             TO DET-CONTA.
           MOVE WRK-TITULAR          TO DET-NOME.
           MOVE MUD-COD(IX-MUD)      TO DET-COD.
           MOVE MUD-VIGENCIA(IX-MUD) TO DET-VIGENCIA.
           MOVE WRK-SITUACAO         TO DET-SITUACAO.
           MOVE WRK-OBS              TO DET-OBS.
           WRITE REL-LINHA FROM REL-DETALHE.
       2700-LISTA-CONTA-EXIT.
           EXIT.
      *IMPRIME A CARTA NO CARTAXA E REGISTRA O AVISO NO AVISOLOG
       2800-EMITE-CARTA SECTION.
           MOVE MUD-VIGENCIA(IX-MUD)  TO WRK-VIG-CARTA.
           MOVE MUD-TAXA-ANT(IX-MUD)  TO WRK-TAXA-ANT-EDT.
           MOVE MUD-TAXA-NOVA(IX-MUD) TO WRK-TAXA-NOVA-EDT.
           MOVE SPACES TO CARTA-LINHA.
           STRING CAB-REL-EMPRESA DELIMITED BY SIZE
               INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'EM ' CAB-REL-DD '/' CAB-REL-MM '/' CAB-REL-AAAA
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'AO(A) SR(A). ' WRK-TITULAR
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           IF WRK-ENDERECO = SPACES
               MOVE 'SEM ENDERECO' TO WRK-OBS
           ELSE
               MOVE SPACES TO CARTA-LINHA
               MOVE WRK-ENDERECO TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE SPACES TO CARTA-LINHA
               STRING WRK-CIDADE ' ' WRK-UF '  CEP '
                   WRK-CEP-PREFIXO '-' WRK-CEP-SUFIXO
                   DELIMITED BY SIZE INTO CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'REF.: CONTA ' SL-CONTA
               ' - AVISO DE MUDANCA DE TAXA DE JUROS'
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'INFORMAMOS QUE A TAXA DE JUROS DO CODIGO '
               MUD-COD(IX-MUD) ' APLICADA A SUA CONTA'
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'PASSA DE ' WRK-TAXA-ANT-EDT ' PARA '
               WRK-TAXA-NOVA-EDT ' A PARTIR DE '
               WRK-VIG-DIA '/' WRK-VIG-MES '/' WRK-VIG-ANO '.'
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE 'ATENCIOSAMENTE,' TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE 'GERENCIA DE CONTAS' TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE ALL '-' TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE MUD-TAXA-ANT(IX-MUD)  TO AVL-TAXA-ANT.
           MOVE MUD-TAXA-NOVA(IX-MUD) TO AVL-TAXA-NOVA.
           MOVE WRK-DATA-BASE         TO AVL-DATA-EMISSAO.
           WRITE AVISOLOG-REC
               INVALID KEY
                   DISPLAY 'TAXAVISO: ERRO AO GRAVAR AVISOLOG - STATUS '
                       WS-AVISOLOG-STATUS ' CONTA ' SL-CONTA
           END-WRITE.
           ADD 1 TO CNT-EMITIDAS.
           MOVE 'EMITIDA' TO WRK-SITUACAO.
           PERFORM 2700-LISTA-CONTA.
       2800-EMITE-CARTA-EXIT.
           EXIT.
      *TOTAIS E RETORNO AO STEP
       3000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 3000-FINALIZA-GRAVA-ESTAT
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-LIDAS TO WRK-CONT-EDT.
           STRING "CONTAS NO SALDOS...: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-EMITIDAS TO WRK-CONT-EDT.
           STRING "CARTAS EMITIDAS....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-JA-AVISADAS TO WRK-CONT-EDT.
           STRING "JA AVISADAS........: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-NAO-ATIVAS TO WRK-CONT-EDT.
           STRING "CONTAS NAO ATIVAS..: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-SEM-CADASTRO TO WRK-CONT-EDT.
           STRING "SEM CADASTRO.......: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELAVISO.
           CLOSE CARTAXA.
           IF MUD-QTDE > ZEROS
               CLOSE SALDOS
               CLOSE CONTMSTR
               CLOSE AVISOLOG
               IF CLIMSTR-NO-AR
                   CLOSE CLIMSTR
               END-IF
           END-IF.
           IF CNT-SEM-CADASTRO > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           MOVE 'CARTAXA ' TO GER-ORIGEM.
           MOVE EST-DATA TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
           MOVE 'RELAVISO' TO GER-ORIGEM.
           MOVE EST-DATA TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
       3000-FINALIZA-GRAVA-ESTAT.
           MOVE CNT-LIDAS        TO EST-LIDOS.
           MOVE CNT-EMITIDAS     TO EST-GRAVADOS.
           MOVE CNT-SEM-CADASTRO TO EST-REJEITADOS.
           MOVE RETURN-CODE      TO EST-RC.
           CALL 'GRVSTAT' USING AREA-ESTAT-EXEC.
           DISPLAY 'TAXAVISO: ' CNT-EMITIDAS ' CARTAS, '
               CNT-JA-AVISADAS ' JA AVISADAS, '
               CNT-SEM-CADASTRO ' SEM CADASTRO'.
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
           MOVE 'TAXAVISO' TO REG-PROGRAMA.
           ACCEPT REG-DATA FROM DATE YYYYMMDD.
           MOVE RETURN-CODE TO REG-RC.
           CALL 'REGEXEC' USING AREA-REGEXEC.
           IF EXECUCAO-JA-FEITA
               DISPLAY 'TAXAVISO JA EXECUTADO PARA A DATA '
                   REG-DATA ' - USE RUNPARM-FORCA-RERUN'
           END-IF.
       0500-VERIFICA-RERUN-EXIT.
           EXIT.
       END PROGRAM TAXAVISO.

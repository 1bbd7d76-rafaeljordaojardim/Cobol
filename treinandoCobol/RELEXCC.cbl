      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: RELATORIO NOTURNO DE EXCECOES DAS CALCULADORAS - O
      *          RELDIA CONTA QUANTAS CONTAS FORAM FEITAS, MAS NINGUEM
      *          OLHAVA O QUE FOI CALCULADO. ESTE PASSO LE OS LOGS
      *          VIVOS LOGCALC (calc.cbl) E LOGSIMP (calcSimples.cbl),
      *          QUE GUARDAM TUDO DESDE A ULTIMA VIRADA DO LOGROLL, E O
      *          RESCALC DA RODADA DO CALCLOTE, E SINALIZA:
      *          D - MESMA OPERACAO COM OS MESMOS OPERANDOS REPETIDA
      *              PELO MESMO LD-OPERADOR DENTRO DE RUNPARM-MIN-
      *              DUPLIC MINUTOS (PADRAO 5) - DIGITACAO EM DOBRO;
      *          L - RESULTADO ACIMA DO LIMITE DA OPERACAO NO ARQUIVO
      *              DE CONTROLE LIMCALC (COPY LIMREC), TAMBEM PARA AS
      *              LINHAS DO RESCALC;
      *          C - MESMA OPERACAO COM OS MESMOS OPERANDOS DIGITADA
      *              NO MESMO DIA POR DOIS OPERADORES DIFERENTES (OS
      *              DOIS LADOS SAEM, CADA UM NO SEU OPERADOR);
      *          H - OPERACAO FORA DO HORARIO COMERCIAL (RUNPARM-HORA-
      *              INICIO ATE RUNPARM-HORA-FIM, PADRAO 08 AS 18);
      *          F - OPERACAO EM FERIADO DO CALENDARIO FERIADO OU EM
      *              FIM DE SEMANA (CALL 'DIAUTIL' FUNCAO 'E').
      *          D, L E C SO OLHAM AS OPERACOES ACEITAS ('OK '); H E F
      *          OLHAM TODAS. O RELATORIO SAI AGRUPADO POR OPERADOR -
      *          AS LINHAS DO RESCALC NAO TEM OPERADOR NEM HORA E SAEM
      *          SOB *LOTE*, COM A ORIGEM 'LT NNNN' (NUMERO DO LOTE).
      *          AS COMPARACOES D E C USAM UMA TABELA DE 2000
      *          OPERACOES; O EXCEDENTE AINDA PASSA POR L, H E F E E
      *          CONTADO NO RODAPE. RC-AVISO SE HOUVER ALGUMA EXCECAO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ A MOEDA DA CONVERSAO (LD-MOEDA/COLUNA NOVA DO
      *                RESCALC) ENTROU NA CONTA COMPARADA - O MESMO
      *                VALOR CONVERTIDO EM DUAS MOEDAS NAO E DOBRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEXCC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT LIMCALC ASSIGN TO "LIMCALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMCALC-STATUS.
           SELECT LOGCALC ASSIGN TO "LOGCALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGCALC-STATUS.
           SELECT LOGSIMP ASSIGN TO "LOGSIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGSIMP-STATUS.
           SELECT RESCALC ASSIGN TO "RESCALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCALC-STATUS.
           SELECT RELEXCC ASSIGN TO "RELEXCC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCSORT ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
       COPY RUNPARM.
       FD  LIMCALC.
       COPY LIMREC.
       FD  LOGCALC.
       01  LOGCALC-REC PIC X(090).
       FD  LOGSIMP.
       01  LOGSIMP-REC PIC X(090).
       FD  RESCALC.
      *MESMAS COLUNAS DO REL-DETALHE QUE O CALCLOTE GRAVA NO RESCALC
       01  RESCALC-REC.
           05 RSC-LOTE        PIC X(004).
           05 FILLER          PIC X(002).
           05 RSC-OP          PIC 9(002).
           05 FILLER          PIC X(002).
           05 RSC-NUM         PIC X(013).
           05 FILLER          PIC X(002).
           05 RSC-NUM2        PIC X(013).
           05 FILLER          PIC X(002).
           05 RSC-RES         PIC X(013).
           05 FILLER          PIC X(002).
           05 RSC-MOEDA       PIC X(003).
           05 FILLER          PIC X(022).
       FD  RELEXCC.
       01  REL-LINHA PIC X(090).
       SD  EXCSORT.
       01  EXS-REC.
           05 EXS-OPERADOR    PIC X(006).
           05 EXS-DATA        PIC 9(006).
           05 EXS-HORA        PIC 9(008).
           05 EXS-SEQ         PIC 9(007).
           05 EXS-DADOS       PIC X(085).
           05 EXS-TIPO        PIC X(001).
           05 EXS-MOTIVO      PIC X(060).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY LOGDET.
       COPY DIACOM.
       COPY STATCOM.
       01 AREA-CONTROLE.
           05 WS-RUNCTL-STATUS   PIC X(002) VALUE '00'.
           05 WS-LIMCALC-STATUS  PIC X(002) VALUE '00'.
           05 WS-LOGCALC-STATUS  PIC X(002) VALUE '00'.
           05 WS-LOGSIMP-STATUS  PIC X(002) VALUE '00'.
           05 WS-RESCALC-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-LIMCALC     PIC X(001) VALUE 'N'.
               88 FIM-LIMCALC         VALUE 'S'.
           05 WS-FIM-LOGCALC     PIC X(001) VALUE 'N'.
               88 FIM-LOGCALC         VALUE 'S'.
           05 WS-FIM-LOGSIMP     PIC X(001) VALUE 'N'.
               88 FIM-LOGSIMP         VALUE 'S'.
           05 WS-FIM-RESCALC     PIC X(001) VALUE 'N'.
               88 FIM-RESCALC         VALUE 'S'.
           05 WS-FIM-SORT        PIC X(001) VALUE 'N'.
               88 FIM-SORT            VALUE 'S'.
           05 WS-PRIMEIRO-REG    PIC X(001) VALUE 'S'.
               88 PRIMEIRO-REGISTRO   VALUE 'S'.
       01 AREA-PARAMETRO.
           05 WRK-MIN-DUPLIC     PIC 9(003) VALUE 5.
           05 WRK-HORA-INICIO    PIC 9(002) VALUE 8.
           05 WRK-HORA-FIM       PIC 9(002) VALUE 18.
           05 WRK-JANELA-SEG     PIC 9(005) VALUE ZEROS.
           05 WRK-DATA-HOJE      PIC 9(006) VALUE ZEROS.
      *LIMITE POR FERRAMENTA (1 C, 2 S, 3 L) E OPERACAO (CODIGO + 1)
       01 AREA-LIMITES.
           05 LIM-FER-ENTRADA OCCURS 3 TIMES.
               10 LIM-OP-ENTRADA OCCURS 100 TIMES.
                   15 TAB-LIM-ATIVO   PIC X(001).
                   15 TAB-LIM-VALOR   PIC 9(009)V99.
           05 IX-FER             PIC 9(001) VALUE ZEROS.
           05 IX-LIM             PIC 9(003) VALUE ZEROS.
      *OPERACAO EM EXAME, NO MESMO FORMATO DA TABELA E DO EXS-DADOS.
      *OPA-CONTA E A CONTA EM SI (DIA, FERRAMENTA, OPERACAO,
      *OPERANDOS E A MOEDA NA CONVERSAO) - IGUAL COM O MESMO OPERADOR
      *E DOBRO, COM OUTRO E CRUZADA
       01 WRK-OPERACAO.
           05 OPA-OPERADOR       PIC X(006).
           05 OPA-CONTA.
               10 OPA-DATA       PIC 9(006).
               10 OPA-FERRAMENTA PIC X(001).
               10 OPA-OP         PIC 9(002).
               10 OPA-NUM        PIC X(013).
               10 OPA-NUM2       PIC X(013).
               10 OPA-NUM3       PIC X(013).
               10 OPA-MOEDA      PIC X(003).
           05 OPA-HORA           PIC 9(008).
           05 FILLER REDEFINES OPA-HORA.
               10 OPA-HH         PIC 9(002).
               10 OPA-MM         PIC 9(002).
               10 OPA-SS         PIC 9(002).
               10 OPA-CC         PIC 9(002).
           05 OPA-ORIGEM         PIC X(007).
           05 OPA-RES            PIC X(013).
           05 OPA-RES-EDT REDEFINES OPA-RES PIC -9(009).9(002).
       01 AREA-OPERACOES.
           05 TAB-QTDE           PIC 9(005) VALUE ZEROS.
           05 TAB-ENTRADA OCCURS 2000 TIMES.
               10 TAB-DADOS.
                   15 TAB-OPERADOR  PIC X(006).
                   15 TAB-CONTA     PIC X(051).
                   15 TAB-HORA      PIC 9(008).
                   15 TAB-ORIGEM    PIC X(007).
                   15 TAB-RES       PIC X(013).
               10 TAB-SEGUNDOS      PIC 9(005).
               10 TAB-CRUZADA       PIC X(001).
           05 IX-I               PIC 9(005) VALUE ZEROS.
           05 IX-J               PIC 9(005) VALUE ZEROS.
           05 IX-ACHADO          PIC 9(005) VALUE ZEROS.
       01 AREA-CALCULO.
           05 WRK-VALOR-LIDO     PIC S9(009)V99 VALUE ZEROS.
           05 WRK-DIFERENCA      PIC S9(006) VALUE ZEROS.
           05 WRK-SEQ            PIC 9(007) VALUE ZEROS.
           05 WRK-TIPO           PIC X(001) VALUE SPACE.
           05 WRK-MOTIVO         PIC X(060) VALUE SPACES.
           05 WRK-DATA-EXAMINADA PIC 9(006) VALUE ZEROS.
           05 WRK-RETORNO-DIA    PIC X(002) VALUE SPACES.
           05 WRK-LIMITE-EDT     PIC Z(8)9.99.
           05 WRK-HORA-REF       PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-HORA-REF.
               10 WRK-HR-HH      PIC 9(002).
               10 WRK-HR-MM      PIC 9(002).
               10 WRK-HR-SS      PIC 9(002).
               10 WRK-HR-CC      PIC 9(002).
           05 WRK-HORA-EDT.
               10 WRK-HE-HH      PIC 9(002).
               10 FILLER         PIC X(001) VALUE ':'.
               10 WRK-HE-MM      PIC 9(002).
               10 FILLER         PIC X(001) VALUE ':'.
               10 WRK-HE-SS      PIC 9(002).
           05 WRK-DATA-REF       PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-DATA-REF.
               10 WRK-DR-AA      PIC 9(002).
               10 WRK-DR-MM      PIC 9(002).
               10 WRK-DR-DD      PIC 9(002).
           05 WRK-DATA-EDT.
               10 WRK-DE-DD      PIC 9(002).
               10 FILLER         PIC X(001) VALUE '/'.
               10 WRK-DE-MM      PIC 9(002).
               10 FILLER         PIC X(001) VALUE '/'.
               10 WRK-DE-AA      PIC 9(002).
       01 AREA-QUEBRA.
           05 QBR-OPERADOR       PIC X(006) VALUE SPACES.
           05 SUB-QTDE           PIC 9(005) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-LIDAS-CALC     PIC 9(007) VALUE ZEROS.
           05 CNT-LIDAS-SIMP     PIC 9(007) VALUE ZEROS.
           05 CNT-LIDAS-LOTE     PIC 9(007) VALUE ZEROS.
           05 CNT-ILEGIVEIS      PIC 9(007) VALUE ZEROS.
           05 CNT-LIMITES        PIC 9(005) VALUE ZEROS.
           05 CNT-LIM-IGNORADAS  PIC 9(005) VALUE ZEROS.
           05 CNT-DOBRO          PIC 9(007) VALUE ZEROS.
           05 CNT-LIMITE         PIC 9(007) VALUE ZEROS.
           05 CNT-CRUZADA        PIC 9(007) VALUE ZEROS.
           05 CNT-HORARIO        PIC 9(007) VALUE ZEROS.
           05 CNT-FERIADO        PIC 9(007) VALUE ZEROS.
           05 CNT-EXCECOES       PIC 9(007) VALUE ZEROS.
           05 CNT-FORA-TABELA    PIC 9(007) VALUE ZEROS.
       01 AREA-PAGINACAO.
           05 WRK-LINHAS-PAG     PIC 9(002) VALUE ZEROS.
           05 WRK-PAGINA         PIC 9(003) VALUE ZEROS.
           05 WRK-LINHAS-DET     PIC 9(007) VALUE ZEROS.
           05 WRK-PROF-PAGINA    PIC 9(002) VALUE 50.
       01 WRK-CONT-EDT           PIC Z(6)9.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(045) VALUE
               "EXCECOES DAS CALCULADORAS POR OPERADOR".
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(040) VALUE
               "DATA     HORA     ORIGEM  OP NUMERO 1   ".
           05 FILLER   PIC X(044) VALUE
               "   NUMERO 2      NUMERO 3      RESULTADO".
       01 REL-CABECALHO-OPER.
           05 FILLER        PIC X(010) VALUE "OPERADOR: ".
           05 CABOP-OPERADOR PIC X(006).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 CABOP-OBS     PIC X(040).
       01 REL-DETALHE.
           05 DET-DATA      PIC X(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-HORA      PIC X(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-ORIGEM    PIC X(007).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-OP        PIC 9(002).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-NUM       PIC X(013).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-NUM2      PIC X(013).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-NUM3      PIC X(013).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-RES       PIC X(013).
       01 REL-MOTIVO.
           05 FILLER        PIC X(010) VALUE SPACES.
           05 MOT-TIPO      PIC X(001).
           05 FILLER        PIC X(004) VALUE ' -> '.
           05 MOT-TEXTO     PIC X(060).
       01 REL-SUBTOTAL.
           05 FILLER        PIC X(023) VALUE
               "  EXCECOES DO OPERADOR:".
           05 SUB-QTDE-EDT  PIC Z(4)9.
       01 REL-TRAILER-FIM.
           05 FILLER           PIC X(021) VALUE
               "*** FIM DO RELATORIO ".
           05 TRF-QTDE         PIC Z(6)9.
           05 FILLER           PIC X(023) VALUE
               " LINHAS DE DETALHE ***".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           SORT EXCSORT
               ON ASCENDING KEY EXS-OPERADOR EXS-DATA EXS-HORA EXS-SEQ
               INPUT PROCEDURE IS 2000-LEVANTA-EXCECOES
               OUTPUT PROCEDURE IS 5000-IMPRIME-EXCECOES
           PERFORM 6000-FINALIZA
           GOBACK.
      *PARAMETROS DO RUNCTL, TABELA DE LIMITES DO LIMCALC E DATA
       1000-INICIALIZA SECTION.
           MOVE 'RELEXCC ' TO EST-PROGRAMA.
           ACCEPT EST-DATA FROM DATE YYYYMMDD.
           ACCEPT EST-HORA-INICIO FROM TIME.
           MOVE RC-SUCESSO TO RETURN-CODE.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNPARM-MIN-DUPLIC NUMERIC
                          AND RUNPARM-MIN-DUPLIC > ZEROS
                           MOVE RUNPARM-MIN-DUPLIC TO WRK-MIN-DUPLIC
                       END-IF
                       IF RUNPARM-HORA-INICIO NUMERIC
                          AND RUNPARM-HORA-INICIO > ZEROS
                           MOVE RUNPARM-HORA-INICIO
                               TO WRK-HORA-INICIO
                       END-IF
                       IF RUNPARM-HORA-FIM NUMERIC
                          AND RUNPARM-HORA-FIM > ZEROS
                           MOVE RUNPARM-HORA-FIM TO WRK-HORA-FIM
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.
           IF WRK-HORA-FIM NOT > WRK-HORA-INICIO
              OR WRK-HORA-FIM > 24
               DISPLAY 'HORARIO COMERCIAL INVALIDO NO RUNCTL ('
                   WRK-HORA-INICIO ' AS ' WRK-HORA-FIM
                   ') - USANDO 08 AS 18'
               MOVE 8  TO WRK-HORA-INICIO
               MOVE 18 TO WRK-HORA-FIM
           END-IF.
           COMPUTE WRK-JANELA-SEG = WRK-MIN-DUPLIC * 60.
           COMPUTE WRK-DATA-HOJE = FUNCTION MOD(EST-DATA, 1000000).
           PERFORM 1100-CARREGA-LIMITES.
       1000-INICIALIZA-EXIT.
           EXIT.
      *CARREGA O LIMCALC NA TABELA DE LIMITES (AUSENTE = SEM LIMITES)
       1100-CARREGA-LIMITES SECTION.
           INITIALIZE AREA-LIMITES.
           OPEN INPUT LIMCALC.
           IF WS-LIMCALC-STATUS NOT = '00'
               DISPLAY 'LIMCALC AUSENTE - RESULTADOS NAO SERAO '
                   'CONFERIDOS CONTRA LIMITE'
               GO TO 1100-CARREGA-LIMITES-EXIT
           END-IF.
           PERFORM UNTIL FIM-LIMCALC
               READ LIMCALC
                   AT END
                       SET FIM-LIMCALC TO TRUE
                   NOT AT END
                       PERFORM 1110-GUARDA-LIMITE
               END-READ
           END-PERFORM.
           CLOSE LIMCALC.
       1100-CARREGA-LIMITES-EXIT.
           EXIT.
      *VALIDA UMA LINHA DO LIMCALC E GUARDA O LIMITE DA OPERACAO
       1110-GUARDA-LIMITE SECTION.
           IF LIMCALC-REC = SPACES OR LIM-FERRAMENTA = '*'
               GO TO 1110-GUARDA-LIMITE-EXIT
           END-IF.
           IF (NOT LIM-CALC AND NOT LIM-SIMPLES AND NOT LIM-LOTE)
              OR LIM-OP NOT NUMERIC
              OR LIM-VALOR-INT NOT NUMERIC
              OR LIM-VALOR-PONTO NOT = '.'
              OR LIM-VALOR-DEC NOT NUMERIC
               DISPLAY 'LIMCALC: LINHA IGNORADA - ' LIMCALC-REC
               ADD 1 TO CNT-LIM-IGNORADAS
               GO TO 1110-GUARDA-LIMITE-EXIT
           END-IF.
           MOVE LIM-FERRAMENTA TO OPA-FERRAMENTA.
           MOVE LIM-OP         TO OPA-OP.
           PERFORM 2450-INDICE-LIMITE.
           MOVE 'S' TO TAB-LIM-ATIVO(IX-FER IX-LIM).
           COMPUTE TAB-LIM-VALOR(IX-FER IX-LIM) =
               LIM-VALOR-INT + (LIM-VALOR-DEC / 100).
           ADD 1 TO CNT-LIMITES.
       1110-GUARDA-LIMITE-EXIT.
           EXIT.
      *LE AS TRES FONTES, EXAMINA LINHA A LINHA E DEPOIS COMPARA AS
      *OPERACOES ENTRE SI, SOLTANDO CADA EXCECAO PARA O SORT
       2000-LEVANTA-EXCECOES SECTION.
           PERFORM 2100-LE-LOGCALC.
           PERFORM 2200-LE-LOGSIMP.
           PERFORM 2300-LE-RESCALC.
           PERFORM 2500-COMPARA-OPERACOES.
       2000-LEVANTA-EXCECOES-EXIT.
           EXIT.
      *LOG DO calc.cbl (AUSENTE = NADA A EXAMINAR)
       2100-LE-LOGCALC SECTION.
           OPEN INPUT LOGCALC.
           IF WS-LOGCALC-STATUS = '00'
               PERFORM UNTIL FIM-LOGCALC
                   READ LOGCALC
                       AT END
                           SET FIM-LOGCALC TO TRUE
                       NOT AT END
                           ADD 1 TO CNT-LIDAS-CALC
                           MOVE LOGCALC-REC TO LOG-DETALHE
                           MOVE 'C'       TO OPA-FERRAMENTA
                           MOVE 'CALC'    TO OPA-ORIGEM
                           PERFORM 2400-EXAMINA-LOG
                   END-READ
               END-PERFORM
               CLOSE LOGCALC
           END-IF.
       2100-LE-LOGCALC-EXIT.
           EXIT.
      *LOG DO calcSimples.cbl, MESMA LOGICA DO LOGCALC
       2200-LE-LOGSIMP SECTION.
           OPEN INPUT LOGSIMP.
           IF WS-LOGSIMP-STATUS = '00'
               PERFORM UNTIL FIM-LOGSIMP
                   READ LOGSIMP
                       AT END
                           SET FIM-LOGSIMP TO TRUE
                       NOT AT END
                           ADD 1 TO CNT-LIDAS-SIMP
                           MOVE LOGSIMP-REC TO LOG-DETALHE
                           MOVE 'S'       TO OPA-FERRAMENTA
                           MOVE 'SIMPLES' TO OPA-ORIGEM
                           PERFORM 2400-EXAMINA-LOG
                   END-READ
               END-PERFORM
               CLOSE LOGSIMP
           END-IF.
       2200-LE-LOGSIMP-EXIT.
           EXIT.
      *RESULTADOS DA RODADA DO CALCLOTE - SO O LIMITE SE APLICA
       2300-LE-RESCALC SECTION.
           OPEN INPUT RESCALC.
           IF WS-RESCALC-STATUS = '00'
               PERFORM UNTIL FIM-RESCALC
                   READ RESCALC
                       AT END
                           SET FIM-RESCALC TO TRUE
                       NOT AT END
                           ADD 1 TO CNT-LIDAS-LOTE
                           PERFORM 2350-EXAMINA-RESCALC
                   END-READ
               END-PERFORM
               CLOSE RESCALC
           END-IF.
       2300-LE-RESCALC-EXIT.
           EXIT.
      *UMA LINHA DO RESCALC CONTRA O LIMITE DA OPERACAO
       2350-EXAMINA-RESCALC SECTION.
           IF RSC-OP NOT NUMERIC
               ADD 1 TO CNT-ILEGIVEIS
               GO TO 2350-EXAMINA-RESCALC-EXIT
           END-IF.
           MOVE '*LOTE*'      TO OPA-OPERADOR.
           MOVE WRK-DATA-HOJE TO OPA-DATA.
           MOVE 'L'           TO OPA-FERRAMENTA.
           MOVE RSC-OP        TO OPA-OP.
           MOVE RSC-NUM       TO OPA-NUM.
           MOVE RSC-NUM2      TO OPA-NUM2.
           MOVE SPACES        TO OPA-NUM3.
           MOVE RSC-MOEDA     TO OPA-MOEDA.
           MOVE ZEROS         TO OPA-HORA.
           MOVE SPACES        TO OPA-ORIGEM.
           STRING 'LT ' RSC-LOTE DELIMITED BY SIZE INTO OPA-ORIGEM.
           MOVE RSC-RES       TO OPA-RES.
           PERFORM 2420-VERIFICA-LIMITE.
       2350-EXAMINA-RESCALC-EXIT.
           EXIT.
      *UMA LINHA DE LOG: HORARIO E CALENDARIO PARA TODAS, LIMITE E
      *TABELA DE COMPARACAO SO PARA AS ACEITAS
       2400-EXAMINA-LOG SECTION.
           IF LD-DATA NOT NUMERIC OR LD-HORA NOT NUMERIC
              OR LD-OP NOT NUMERIC
               ADD 1 TO CNT-ILEGIVEIS
               GO TO 2400-EXAMINA-LOG-EXIT
           END-IF.
           MOVE LD-OPERADOR TO OPA-OPERADOR.
           MOVE LD-DATA     TO OPA-DATA.
           MOVE LD-OP       TO OPA-OP.
           MOVE LD-NUM      TO OPA-NUM.
           MOVE LD-NUM2     TO OPA-NUM2.
           MOVE LD-NUM3     TO OPA-NUM3.
           MOVE LD-MOEDA    TO OPA-MOEDA.
           MOVE LD-HORA     TO OPA-HORA.
           MOVE LD-RES      TO OPA-RES.
           PERFORM 2410-VERIFICA-HORARIO.
           IF LD-STATUS NOT = 'OK '
               GO TO 2400-EXAMINA-LOG-EXIT
           END-IF.
           PERFORM 2420-VERIFICA-LIMITE.
           PERFORM 2430-GUARDA-OPERACAO.
       2400-EXAMINA-LOG-EXIT.
           EXIT.
      *FORA DO HORARIO COMERCIAL, EM FERIADO OU EM FIM DE SEMANA
       2410-VERIFICA-HORARIO SECTION.
           IF OPA-HH < WRK-HORA-INICIO OR OPA-HH >= WRK-HORA-FIM
               MOVE 'H' TO WRK-TIPO
               MOVE SPACES TO WRK-MOTIVO
               STRING 'FORA DO HORARIO COMERCIAL (' WRK-HORA-INICIO
                      ' AS ' WRK-HORA-FIM ' HORAS)'
                   DELIMITED BY SIZE INTO WRK-MOTIVO
               ADD 1 TO CNT-HORARIO
               PERFORM 2900-SOLTA-EXCECAO
           END-IF.
           IF OPA-DATA NOT = WRK-DATA-EXAMINADA
               MOVE 'E' TO DU-FUNCAO
               COMPUTE DU-DATA = 20000000 + OPA-DATA
               MOVE ZEROS TO DU-AGENCIA
               MOVE RETURN-CODE TO DU-RC
               CALL 'DIAUTIL' USING AREA-DIAUTIL
               MOVE DU-RETORNO TO WRK-RETORNO-DIA
               MOVE OPA-DATA   TO WRK-DATA-EXAMINADA
           END-IF.
           EVALUATE WRK-RETORNO-DIA
               WHEN '06'
                   MOVE 'OPERACAO EM FERIADO' TO WRK-MOTIVO
               WHEN '04'
                   MOVE 'OPERACAO EM FIM DE SEMANA' TO WRK-MOTIVO
               WHEN OTHER
                   GO TO 2410-VERIFICA-HORARIO-EXIT
           END-EVALUATE.
           MOVE 'F' TO WRK-TIPO.
           ADD 1 TO CNT-FERIADO.
           PERFORM 2900-SOLTA-EXCECAO.
       2410-VERIFICA-HORARIO-EXIT.
           EXIT.
      *VALOR ABSOLUTO DO RESULTADO CONTRA O LIMITE DA OPERACAO
       2420-VERIFICA-LIMITE SECTION.
           PERFORM 2450-INDICE-LIMITE.
           IF TAB-LIM-ATIVO(IX-FER IX-LIM) NOT = 'S'
               GO TO 2420-VERIFICA-LIMITE-EXIT
           END-IF.
           MOVE OPA-RES-EDT TO WRK-VALOR-LIDO.
           IF WRK-VALOR-LIDO < ZEROS
               COMPUTE WRK-VALOR-LIDO = WRK-VALOR-LIDO * -1
           END-IF.
           IF WRK-VALOR-LIDO > TAB-LIM-VALOR(IX-FER IX-LIM)
               MOVE 'L' TO WRK-TIPO
               MOVE TAB-LIM-VALOR(IX-FER IX-LIM) TO WRK-LIMITE-EDT
               MOVE SPACES TO WRK-MOTIVO
               STRING 'RESULTADO ACIMA DO LIMITE DA OPERACAO ('
                      WRK-LIMITE-EDT ')'
                   DELIMITED BY SIZE INTO WRK-MOTIVO
               ADD 1 TO CNT-LIMITE
               PERFORM 2900-SOLTA-EXCECAO
           END-IF.
       2420-VERIFICA-LIMITE-EXIT.
           EXIT.
      *GUARDA A OPERACAO ACEITA NA TABELA DAS COMPARACOES D E C
       2430-GUARDA-OPERACAO SECTION.
           IF TAB-QTDE >= 2000
               ADD 1 TO CNT-FORA-TABELA
               GO TO 2430-GUARDA-OPERACAO-EXIT
           END-IF.
           ADD 1 TO TAB-QTDE.
           MOVE WRK-OPERACAO TO TAB-DADOS(TAB-QTDE).
           COMPUTE TAB-SEGUNDOS(TAB-QTDE) =
               (OPA-HH * 3600) + (OPA-MM * 60) + OPA-SS.
           MOVE 'N' TO TAB-CRUZADA(TAB-QTDE).
       2430-GUARDA-OPERACAO-EXIT.
           EXIT.
      *POSICAO DA FERRAMENTA E DA OPERACAO NA TABELA DE LIMITES
       2450-INDICE-LIMITE SECTION.
           EVALUATE OPA-FERRAMENTA
               WHEN 'C'
                   MOVE 1 TO IX-FER
               WHEN 'S'
                   MOVE 2 TO IX-FER
               WHEN OTHER
                   MOVE 3 TO IX-FER
           END-EVALUATE.
           COMPUTE IX-LIM = OPA-OP + 1.
       2450-INDICE-LIMITE-EXIT.
           EXIT.
      *CADA OPERACAO DA TABELA CONTRA AS ANTERIORES A ELA
       2500-COMPARA-OPERACOES SECTION.
           PERFORM VARYING IX-J FROM 2 BY 1 UNTIL IX-J > TAB-QTDE
               PERFORM 2510-PROCURA-DOBRO
               PERFORM 2520-PROCURA-CRUZADA
           END-PERFORM.
       2500-COMPARA-OPERACOES-EXIT.
           EXIT.
      *MESMA CONTA DO MESMO OPERADOR DENTRO DA JANELA - FICA A MAIS
      *RECENTE DAS ANTERIORES
       2510-PROCURA-DOBRO SECTION.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-I FROM 1 BY 1 UNTIL IX-I >= IX-J
               IF TAB-OPERADOR(IX-I) = TAB-OPERADOR(IX-J)
                  AND TAB-CONTA(IX-I) = TAB-CONTA(IX-J)
                   COMPUTE WRK-DIFERENCA =
                       TAB-SEGUNDOS(IX-J) - TAB-SEGUNDOS(IX-I)
                   IF WRK-DIFERENCA < ZEROS
                       COMPUTE WRK-DIFERENCA = WRK-DIFERENCA * -1
                   END-IF
                   IF WRK-DIFERENCA <= WRK-JANELA-SEG
                       MOVE IX-I TO IX-ACHADO
                   END-IF
               END-IF
           END-PERFORM.
           IF IX-ACHADO = ZEROS
               GO TO 2510-PROCURA-DOBRO-EXIT
           END-IF.
           MOVE TAB-HORA(IX-ACHADO) TO WRK-HORA-REF.
           PERFORM 2950-EDITA-HORA.
           MOVE TAB-DADOS(IX-J) TO WRK-OPERACAO.
           MOVE 'D' TO WRK-TIPO.
           MOVE SPACES TO WRK-MOTIVO.
           STRING 'DIGITACAO EM DOBRO - MESMA CONTA JA FEITA AS '
                  WRK-HORA-EDT
               DELIMITED BY SIZE INTO WRK-MOTIVO.
           ADD 1 TO CNT-DOBRO.
           PERFORM 2900-SOLTA-EXCECAO.
       2510-PROCURA-DOBRO-EXIT.
           EXIT.
      *MESMA CONTA DE OUTRO OPERADOR - SAEM OS DOIS LADOS, E O LADO
      *ANTERIOR SO UMA VEZ
       2520-PROCURA-CRUZADA SECTION.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-I FROM 1 BY 1
                   UNTIL IX-I >= IX-J OR IX-ACHADO > ZEROS
               IF TAB-CONTA(IX-I) = TAB-CONTA(IX-J)
                  AND TAB-OPERADOR(IX-I) NOT = TAB-OPERADOR(IX-J)
                   MOVE IX-I TO IX-ACHADO
               END-IF
           END-PERFORM.
           IF IX-ACHADO = ZEROS
               GO TO 2520-PROCURA-CRUZADA-EXIT
           END-IF.
           MOVE 'C' TO WRK-TIPO.
           MOVE TAB-HORA(IX-ACHADO) TO WRK-HORA-REF.
           PERFORM 2950-EDITA-HORA.
           MOVE TAB-DADOS(IX-J) TO WRK-OPERACAO.
           MOVE SPACES TO WRK-MOTIVO.
           STRING 'MESMA CONTA DIGITADA TAMBEM POR '
                  TAB-OPERADOR(IX-ACHADO) ' AS ' WRK-HORA-EDT
               DELIMITED BY SIZE INTO WRK-MOTIVO.
           ADD 1 TO CNT-CRUZADA.
           PERFORM 2900-SOLTA-EXCECAO.
           MOVE 'S' TO TAB-CRUZADA(IX-J).
           IF TAB-CRUZADA(IX-ACHADO) = 'S'
               GO TO 2520-PROCURA-CRUZADA-EXIT
           END-IF.
           MOVE TAB-HORA(IX-J) TO WRK-HORA-REF.
           PERFORM 2950-EDITA-HORA.
           MOVE TAB-DADOS(IX-ACHADO) TO WRK-OPERACAO.
           MOVE SPACES TO WRK-MOTIVO.
           STRING 'MESMA CONTA DIGITADA TAMBEM POR '
                  TAB-OPERADOR(IX-J) ' AS ' WRK-HORA-EDT
               DELIMITED BY SIZE INTO WRK-MOTIVO.
           ADD 1 TO CNT-CRUZADA.
           PERFORM 2900-SOLTA-EXCECAO.
           MOVE 'S' TO TAB-CRUZADA(IX-ACHADO).
       2520-PROCURA-CRUZADA-EXIT.
           EXIT.
      *SOLTA A OPERACAO EM WRK-OPERACAO COM O TIPO E O MOTIVO
       2900-SOLTA-EXCECAO SECTION.
           ADD 1 TO WRK-SEQ.
           ADD 1 TO CNT-EXCECOES.
           MOVE OPA-OPERADOR TO EXS-OPERADOR.
           MOVE OPA-DATA     TO EXS-DATA.
           MOVE OPA-HORA     TO EXS-HORA.
           MOVE WRK-SEQ      TO EXS-SEQ.
           MOVE WRK-OPERACAO TO EXS-DADOS.
           MOVE WRK-TIPO     TO EXS-TIPO.
           MOVE WRK-MOTIVO   TO EXS-MOTIVO.
           RELEASE EXS-REC.
       2900-SOLTA-EXCECAO-EXIT.
           EXIT.
      *HHMMSSCC DE WRK-HORA-REF PARA HH:MM:SS
       2950-EDITA-HORA SECTION.
           MOVE WRK-HR-HH TO WRK-HE-HH.
           MOVE WRK-HR-MM TO WRK-HE-MM.
           MOVE WRK-HR-SS TO WRK-HE-SS.
       2950-EDITA-HORA-EXIT.
           EXIT.
      *RECEBE AS EXCECOES POR OPERADOR E IMPRIME COM QUEBRA
       5000-IMPRIME-EXCECOES SECTION.
           OPEN OUTPUT RELEXCC.
           MOVE EST-DATA TO AS-DATA-LONGA.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           PERFORM 7100-NOVA-PAGINA.
           PERFORM UNTIL FIM-SORT
               RETURN EXCSORT
                   AT END
                       SET FIM-SORT TO TRUE
                   NOT AT END
                       PERFORM 5100-IMPRIME-EXCECAO
               END-RETURN
           END-PERFORM.
           IF PRIMEIRO-REGISTRO
               MOVE SPACES TO REL-LINHA
               PERFORM 7000-ESCREVE-LINHA
               MOVE 'NENHUMA EXCECAO ENCONTRADA' TO REL-LINHA
               PERFORM 7000-ESCREVE-LINHA
           ELSE
               PERFORM 5300-FECHA-OPERADOR
           END-IF.
       5000-IMPRIME-EXCECOES-EXIT.
           EXIT.
      *UMA EXCECAO: QUEBRA DE OPERADOR, LINHA DA CONTA E O MOTIVO
       5100-IMPRIME-EXCECAO SECTION.
           IF PRIMEIRO-REGISTRO OR EXS-OPERADOR NOT = QBR-OPERADOR
               IF NOT PRIMEIRO-REGISTRO
                   PERFORM 5300-FECHA-OPERADOR
               END-IF
               MOVE 'N' TO WS-PRIMEIRO-REG
               PERFORM 5200-ABRE-OPERADOR
           END-IF.
           MOVE EXS-DADOS TO WRK-OPERACAO.
           MOVE OPA-DATA  TO WRK-DATA-REF.
           MOVE WRK-DR-DD TO WRK-DE-DD.
           MOVE WRK-DR-MM TO WRK-DE-MM.
           MOVE WRK-DR-AA TO WRK-DE-AA.
           MOVE WRK-DATA-EDT TO DET-DATA.
           IF OPA-FERRAMENTA = 'L'
               MOVE '--:--:--' TO DET-HORA
           ELSE
               MOVE OPA-HORA TO WRK-HORA-REF
               PERFORM 2950-EDITA-HORA
               MOVE WRK-HORA-EDT TO DET-HORA
           END-IF.
           MOVE OPA-ORIGEM TO DET-ORIGEM.
           MOVE OPA-OP     TO DET-OP.
           MOVE OPA-NUM    TO DET-NUM.
           MOVE OPA-NUM2   TO DET-NUM2.
           MOVE OPA-NUM3   TO DET-NUM3.
           MOVE OPA-RES    TO DET-RES.
           MOVE REL-DETALHE TO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE EXS-TIPO   TO MOT-TIPO.
           MOVE EXS-MOTIVO TO MOT-TEXTO.
           MOVE REL-MOTIVO TO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           ADD 1 TO SUB-QTDE.
       5100-IMPRIME-EXCECAO-EXIT.
           EXIT.
      *ABRE O GRUPO DE UM OPERADOR
       5200-ABRE-OPERADOR SECTION.
           MOVE EXS-OPERADOR TO QBR-OPERADOR.
           MOVE ZEROS TO SUB-QTDE.
           MOVE SPACES TO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE EXS-OPERADOR TO CABOP-OPERADOR.
           EVALUATE EXS-OPERADOR
               WHEN SPACES
                   MOVE '(SEM)' TO CABOP-OPERADOR
                   MOVE 'LINHAS DE LOG ANTERIORES AO SIGN-ON'
                       TO CABOP-OBS
               WHEN '*LOTE*'
                   MOVE 'CALCLOTE - RESULTADOS DO RESCALC'
                       TO CABOP-OBS
               WHEN OTHER
                   MOVE SPACES TO CABOP-OBS
           END-EVALUATE.
           MOVE REL-CABECALHO-OPER TO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE REL-CABECALHO-1 TO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
       5200-ABRE-OPERADOR-EXIT.
           EXIT.
      *FECHA O GRUPO DO OPERADOR COM A QUANTIDADE DE EXCECOES
       5300-FECHA-OPERADOR SECTION.
           MOVE SUB-QTDE TO SUB-QTDE-EDT.
           MOVE REL-SUBTOTAL TO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
       5300-FECHA-OPERADOR-EXIT.
           EXIT.
      *RODAPE COM OS TOTAIS POR TIPO, TRAILER E ESTATISTICAS
       6000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-LIDAS-CALC TO WRK-CONT-EDT.
           STRING "LINHAS LIDAS DO LOGCALC........: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-LIDAS-SIMP TO WRK-CONT-EDT.
           STRING "LINHAS LIDAS DO LOGSIMP........: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-LIDAS-LOTE TO WRK-CONT-EDT.
           STRING "LINHAS LIDAS DO RESCALC........: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-ILEGIVEIS TO WRK-CONT-EDT.
           STRING "LINHAS ILEGIVEIS IGNORADAS.....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-LIMITES TO WRK-CONT-EDT.
           STRING "LIMITES CARREGADOS DO LIMCALC..: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE SPACES TO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-DOBRO TO WRK-CONT-EDT.
           STRING "D - DIGITACAO EM DOBRO.........: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-LIMITE TO WRK-CONT-EDT.
           STRING "L - ACIMA DO LIMITE............: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-CRUZADA TO WRK-CONT-EDT.
           STRING "C - MESMA CONTA, OUTRO OPERADOR: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-HORARIO TO WRK-CONT-EDT.
           STRING "H - FORA DO HORARIO COMERCIAL..: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-FERIADO TO WRK-CONT-EDT.
           STRING "F - FERIADO OU FIM DE SEMANA...: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           MOVE CNT-EXCECOES TO WRK-CONT-EDT.
           STRING "TOTAL DE EXCECOES..............: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 7000-ESCREVE-LINHA.
           IF CNT-FORA-TABELA > ZEROS
               MOVE CNT-FORA-TABELA TO WRK-CONT-EDT
               STRING "SEM COMPARACAO D/C (TABELA DE 2000 CHEIA): "
                      WRK-CONT-EDT
                   DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 7000-ESCREVE-LINHA
           END-IF.
           MOVE WRK-LINHAS-DET TO TRF-QTDE.
           WRITE REL-LINHA FROM REL-TRAILER-FIM.
           CLOSE RELEXCC.
           IF CNT-EXCECOES > ZEROS OR CNT-FORA-TABELA > ZEROS
              OR CNT-LIM-IGNORADAS > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           COMPUTE EST-LIDOS = CNT-LIDAS-CALC + CNT-LIDAS-SIMP
               + CNT-LIDAS-LOTE.
           MOVE CNT-EXCECOES  TO EST-GRAVADOS.
           MOVE CNT-ILEGIVEIS TO EST-REJEITADOS.
           MOVE RETURN-CODE TO EST-RC.
           CALL 'GRVSTAT' USING AREA-ESTAT-EXEC.
       6000-FINALIZA-EXIT.
           EXIT.
      *ESCREVE UMA LINHA COM QUEBRA DE PAGINA
       7000-ESCREVE-LINHA SECTION.
           IF WRK-LINHAS-PAG >= WRK-PROF-PAGINA
               PERFORM 7100-NOVA-PAGINA
           END-IF.
           WRITE REL-LINHA.
           ADD 1 TO WRK-LINHAS-PAG.
           ADD 1 TO WRK-LINHAS-DET.
           MOVE SPACES TO REL-LINHA.
       7000-ESCREVE-LINHA-EXIT.
           EXIT.
      *ABRE UMA PAGINA NOVA COM O TIMBRE
       7100-NOVA-PAGINA SECTION.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           MOVE 2 TO WRK-LINHAS-PAG.
       7100-NOVA-PAGINA-EXIT.
           EXIT.
       END PROGRAM RELEXCC.

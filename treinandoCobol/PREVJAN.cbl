      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: PREVISAO DA JANELA DE LOTE - O VIGIASLA SO AVISA QUE
      *          UM PASSO ESTA ATRASADO QUANDO O ATRASO JA ACONTECEU.
      *          ESTE PROGRAMA PREVE A NOITE INTEIRA: CRUZA O GRAFO DE
      *          DEPENDENCIAS DO PLANJOB COM AS DURACOES DAS ULTIMAS N
      *          RODADAS DE CADA PASSO NO ESTATRUN (MEDIA E PERCENTIL
      *          90), REPETE A ORDEM EM QUE O JOBSCHED DISPARA OS
      *          PASSOS (UM DE CADA VEZ, EM VARREDURAS DO PLANO) PARA
      *          PROJETAR A HORA DE TERMINO DE CADA PASSO E, PARA CADA
      *          LIMITE DO CUTOFF (RELDIA, RELREC E OS DEMAIS), EMITE
      *          NO RELPREV A PREVISAO NA MEDIA E NO P90, A FOLGA EM
      *          MINUTOS E O CAMINHO CRITICO - A CADEIA DE
      *          PREDECESSORES MAIS LONGA ATE O PASSO DO LIMITE. QUANDO
      *          A PREVISAO ESTOURA, O RELATORIO DIZ SE O CAMINHO
      *          SOZINHO JA ESTOURA (AJUSTAR O PASSO MAIS LONGO DELE)
      *          OU SE SO A FILA DA JANELA ESTOURA (ADIANTAR O PASSO
      *          NO PLANJOB).
      *          SYSIN: 'PLANO [N] [HHMMSS]' - ANTES DA JANELA, COM A
      *                 JANELA COMECANDO AGORA OU NA HORA INFORMADA;
      *                 'NOITE [N]' - DURANTE A JANELA, USANDO OS
      *                 TERMINOS REAIS JA GRAVADOS NO EXECPLAN DA NOITE
      *                 E PROJETANDO O RESTO A PARTIR DE AGORA.
      *          N = RODADAS DO HISTORICO POR PASSO (PADRAO 10, ATE 30).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. NO MODO PLANO OS PASSOS DE
      *                FREQUENCIA NAO DIARIA ENTRAM COMO DEVIDOS (A
      *                PREVISAO PECA PELO LADO SEGURO); NO MODO NOITE
      *                O EXECPLAN JA DIZ QUEM FICOU DE FORA. PASSO SEM
      *                HISTORICO CONTA DURACAO ZERO E SAI MARCADO.
      *                HORAS ANTES DO MEIO-DIA SAO DA MADRUGADA
      *                SEGUINTE AO INICIO DA NOITE.
      * 15/10/2026 RJJ A TABELA DO PLANO PASSOU DE 50 PARA 200 PASSOS
      *                (INDICES COM 3 DIGITOS). PLANJOB COM MAIS PASSOS
      *                ATIVOS DO QUE CABE NA TABELA NAO E MAIS CORTADO
      *                EM SILENCIO: O PROGRAMA AVISA E TERMINA COM
      *                RC-ERRO SEM PREVER NADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVJAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANJOB ASSIGN TO "PLANJOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANJOB-STATUS.
           SELECT ESTATRUN ASSIGN TO "ESTATRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WS-ESTATRUN-STATUS.
           SELECT EXECPLAN ASSIGN TO "EXECPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECPLAN-STATUS.
           SELECT CUTOFF ASSIGN TO "CUTOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOFF-STATUS.
           SELECT RELPREV ASSIGN TO "RELPREV"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANJOB.
       01  PLANJOB-REC.
           05 PJ-PASSO      PIC X(008).
           05 PJ-PROGRAMA   PIC X(008).
           05 PJ-PRED1      PIC X(008).
           05 PJ-PRED2      PIC X(008).
           05 PJ-RC-LIMITE  PIC 9(002).
           05 PJ-ATIVO      PIC X(001).
           05 PJ-SYSIN      PIC X(008).
           05 PJ-FREQUENCIA PIC X(001).
           05 PJ-FREQ-PARM  PIC 9(002).
       FD  ESTATRUN.
       COPY STATREC.
       FD  EXECPLAN.
       01  EXECPLAN-REC.
           05 EP-DATA       PIC 9(008).
           05 EP-PASSO      PIC X(008).
           05 EP-HORA-INI   PIC 9(008).
           05 EP-HORA-FIM   PIC 9(008).
           05 EP-RC         PIC 9(002).
           05 EP-SITUACAO   PIC X(001).
           05 EP-REINICIO   PIC X(001).
       FD  CUTOFF.
       01  CUTOFF-REC.
           05 CO-PASSO        PIC X(008).
           05 CO-HORA-LIMITE  PIC 9(006).
       FD  RELPREV.
       01  REL-LINHA PIC X(100).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WRK-HORA-AGORA    PIC 9(008) VALUE ZEROS.
       01 AREA-PARAMETRO.
           05 WRK-PARAMETRO     PIC X(030) VALUE SPACES.
           05 WRK-PARM-MODO     PIC X(008) VALUE SPACES.
           05 WRK-PARM-RODADAS  PIC X(008) VALUE SPACES.
           05 WRK-PARM-HORA     PIC X(008) VALUE SPACES.
           05 WS-MODO-NOITE     PIC X(001) VALUE 'N'.
               88 MODO-NOITE          VALUE 'S'.
           05 WRK-RODADAS       PIC 9(002) VALUE 10.
       01 AREA-CONTROLE.
           05 WS-PLANJOB-STATUS  PIC X(002) VALUE '00'.
           05 WS-ESTATRUN-STATUS PIC X(002) VALUE '00'.
           05 WS-EXECPLAN-STATUS PIC X(002) VALUE '00'.
           05 WS-CUTOFF-STATUS   PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO     PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO         VALUE 'S'.
           05 WS-HOUVE-AVANCO    PIC X(001) VALUE 'S'.
               88 HOUVE-AVANCO        VALUE 'S'.
           05 WS-PODE-RODAR      PIC X(001) VALUE 'S'.
               88 PASSO-LIBERADO      VALUE 'S'.
           05 WS-PLANO-CHEIO     PIC X(001) VALUE 'N'.
               88 PLANO-ESTOURADO     VALUE 'S'.
      *RELOGIOS EM SEGUNDOS DA NOITE (MADRUGADA = DIA + 86400)
       01 AREA-RELOGIO.
           05 WRK-INICIO        PIC 9(006) VALUE ZEROS.
           05 WRK-AGORA         PIC 9(006) VALUE ZEROS.
           05 WRK-RELOGIO-MED   PIC 9(006) VALUE ZEROS.
           05 WRK-RELOGIO-P90   PIC 9(006) VALUE ZEROS.
           05 WRK-ULTIMO-FIM    PIC 9(006) VALUE ZEROS.
           05 WRK-DATA-NOITE    PIC 9(008) VALUE ZEROS.
           05 WRK-PARTIDA       PIC 9(006) VALUE ZEROS.
           05 WRK-CAM-BASE      PIC 9(006) VALUE ZEROS.
           05 WRK-CAM-PRED      PIC 9(003) VALUE ZEROS.
           05 WRK-LIMITE        PIC 9(006) VALUE ZEROS.
           05 WRK-FOLGA-MED     PIC S9(006) VALUE ZEROS.
           05 WRK-FOLGA-P90     PIC S9(006) VALUE ZEROS.
           05 WRK-FOLGA-MIN     PIC S9(004) VALUE ZEROS.
      *CONVERSAO HHMMSS <-> SEGUNDOS
       01 AREA-CONVERSAO.
           05 WRK-HHMMSS        PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-HHMMSS.
               10 WRK-HH        PIC 9(002).
               10 WRK-MM        PIC 9(002).
               10 WRK-SS        PIC 9(002).
           05 WRK-SEGUNDOS      PIC 9(006) VALUE ZEROS.
           05 WRK-SEG-INI       PIC 9(006) VALUE ZEROS.
           05 WRK-DURACAO       PIC S9(006) VALUE ZEROS.
           05 WRK-DIAS          PIC 9(001) VALUE ZEROS.
           05 WRK-RESTO         PIC 9(006) VALUE ZEROS.
           05 WRK-HORA-TXT.
               10 WRK-TXT-HH    PIC 9(002).
               10 FILLER        PIC X(001) VALUE ':'.
               10 WRK-TXT-MM    PIC 9(002).
               10 FILLER        PIC X(001) VALUE ':'.
               10 WRK-TXT-SS    PIC 9(002).
      *PASSOS ATIVOS DO PLANO COM O HISTORICO E AS PROJECOES
       01 AREA-PLANO.
           05 PRV-QTDE          PIC 9(003) VALUE ZEROS.
           05 PRV-ENTRADA OCCURS 200 TIMES.
               10 PRV-PASSO     PIC X(008).
               10 PRV-PROGRAMA  PIC X(008).
               10 PRV-PRED1     PIC X(008).
               10 PRV-PRED2     PIC X(008).
               10 PRV-FREQUENCIA PIC X(001).
               10 PRV-ESTADO    PIC X(001).
      *            'P' PENDENTE, 'S' SIMULADO, 'F' JA FEITO NA NOITE
               10 PRV-SIT-EXEC  PIC X(001).
               10 PRV-QTDE-DUR  PIC 9(002).
               10 PRV-PROX-DUR  PIC 9(002).
               10 PRV-DURACAO   PIC 9(005) OCCURS 30 TIMES.
               10 PRV-MEDIA     PIC 9(005).
               10 PRV-P90       PIC 9(005).
               10 PRV-FIM-MED   PIC 9(006).
               10 PRV-FIM-P90   PIC 9(006).
               10 PRV-CAMINHO   PIC 9(006).
               10 PRV-CAM-PRED  PIC 9(003).
           05 IX-PRV            PIC 9(003) VALUE ZEROS.
           05 IX-PRED           PIC 9(003) VALUE ZEROS.
           05 IX-DUR            PIC 9(002) VALUE ZEROS.
           05 IX-ORD            PIC 9(002) VALUE ZEROS.
       01 AREA-ORDENACAO.
           05 WRK-SOMA-DUR      PIC 9(007) VALUE ZEROS.
           05 WRK-POSICAO-P90   PIC 9(002) VALUE ZEROS.
           05 WRK-TROCA         PIC 9(005) VALUE ZEROS.
           05 ORD-DURACAO       PIC 9(005) OCCURS 30 TIMES.
       01 AREA-CAMINHO.
           05 CAM-QTDE          PIC 9(003) VALUE ZEROS.
           05 CAM-PASSO-IX      PIC 9(003) OCCURS 200 TIMES.
           05 IX-CAM            PIC 9(003) VALUE ZEROS.
           05 WRK-MAIS-LONGO    PIC 9(003) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-LIMITES        PIC 9(003) VALUE ZEROS.
           05 CNT-ESTOURO        PIC 9(003) VALUE ZEROS.
           05 CNT-RISCO          PIC 9(003) VALUE ZEROS.
           05 CNT-SEM-HISTORICO  PIC 9(003) VALUE ZEROS.
           05 CNT-NAO-DIARIOS    PIC 9(003) VALUE ZEROS.
           05 CNT-CIRCULARES     PIC 9(003) VALUE ZEROS.
           05 CNT-FEITOS         PIC 9(003) VALUE ZEROS.
       01 REL-CABECALHO-0      PIC X(100) VALUE SPACES.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(050) VALUE
               'PASSO    LIMITE   PREV.MEDIA PREV.P90 CAMINHO   FO'.
           05 FILLER   PIC X(026) VALUE
               'LGA MED FOLGA P90 SITUACAO'.
       01 REL-LIMITE.
           05 LIM-PASSO     PIC X(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 LIM-LIMITE    PIC X(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 LIM-PREV-MED  PIC X(008).
           05 FILLER        PIC X(003) VALUE SPACES.
           05 LIM-PREV-P90  PIC X(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 LIM-CAMINHO   PIC X(008).
           05 FILLER        PIC X(003) VALUE SPACES.
           05 LIM-FOLGA-MED PIC ----9.
           05 FILLER        PIC X(005) VALUE SPACES.
           05 LIM-FOLGA-P90 PIC ----9.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 LIM-SITUACAO  PIC X(022).
       01 REL-CAMINHO.
           05 FILLER        PIC X(006) VALUE SPACES.
           05 RCM-PASSO     PIC X(008).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 RCM-DUR-MED   PIC X(008).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 RCM-DUR-P90   PIC X(008).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 RCM-FIM       PIC X(008).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 RCM-OBS       PIC X(020).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE = RC-SUCESSO
               PERFORM 1200-CARREGA-HISTORICO
               PERFORM 1300-CALCULA-DURACOES
               IF MODO-NOITE
                   PERFORM 1400-LE-EXECPLAN
               END-IF
               PERFORM 2000-SIMULA-JANELA
               PERFORM 3000-PREVE-LIMITES
               PERFORM 4000-FINALIZA
           END-IF
           GOBACK.
      *PARAMETRO, PLANO E CABECALHO DO RELATORIO
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           ACCEPT WRK-PARAMETRO.
           MOVE FUNCTION UPPER-CASE(WRK-PARAMETRO) TO WRK-PARAMETRO.
           UNSTRING WRK-PARAMETRO DELIMITED BY ALL SPACE
               INTO WRK-PARM-MODO WRK-PARM-RODADAS WRK-PARM-HORA.
           IF WRK-PARM-MODO = 'NOITE'
               SET MODO-NOITE TO TRUE
           END-IF.
           IF WRK-PARM-RODADAS(1:2) NUMERIC
              AND WRK-PARM-RODADAS(3:1) = SPACE
               MOVE WRK-PARM-RODADAS(1:2) TO WRK-RODADAS
           ELSE
               IF WRK-PARM-RODADAS(1:1) NUMERIC
                  AND WRK-PARM-RODADAS(2:1) = SPACE
                   MOVE WRK-PARM-RODADAS(1:1) TO WRK-RODADAS
               END-IF
           END-IF.
           IF WRK-RODADAS < 1 OR WRK-RODADAS > 30
               MOVE 10 TO WRK-RODADAS
           END-IF.
           MOVE WRK-HORA-AGORA(1:6) TO WRK-HHMMSS.
           PERFORM 9050-NORMALIZA-HORA.
           MOVE WRK-SEGUNDOS TO WRK-AGORA.
           IF NOT MODO-NOITE
              AND WRK-PARM-HORA(1:6) NUMERIC
              AND WRK-PARM-HORA(7:1) = SPACE
               MOVE WRK-PARM-HORA(1:6) TO WRK-HHMMSS
               PERFORM 9050-NORMALIZA-HORA
               MOVE WRK-SEGUNDOS TO WRK-AGORA
           END-IF.
           MOVE WRK-AGORA TO WRK-INICIO.
           MOVE WRK-AGORA TO WRK-RELOGIO-MED.
           MOVE WRK-AGORA TO WRK-RELOGIO-P90.
           PERFORM 1100-CARREGA-PLANO.
           IF RETURN-CODE NOT = RC-SUCESSO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN OUTPUT RELPREV.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-INICIO TO WRK-SEGUNDOS.
           PERFORM 9100-FORMATA-HORA.
           IF MODO-NOITE
               STRING 'PREVISAO DA JANELA DE LOTE - DURANTE A NOITE - '
                   'AGORA ' WRK-HORA-TXT ' - ULTIMAS ' WRK-RODADAS
                   ' RODADAS' DELIMITED BY SIZE INTO REL-CABECALHO-0
           ELSE
               STRING 'PREVISAO DA JANELA DE LOTE - PLANO - INICIO '
                   WRK-HORA-TXT ' - ULTIMAS ' WRK-RODADAS
                   ' RODADAS' DELIMITED BY SIZE INTO REL-CABECALHO-0
           END-IF.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           IF NOT MODO-NOITE AND CNT-NAO-DIARIOS > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'PASSOS DE FREQUENCIA NAO DIARIA CONTADOS COMO '
                   'DEVIDOS: ' CNT-NAO-DIARIOS
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PASSOS ATIVOS DO PLANJOB (DESLIGADO NAO RODA NEM SEGURA NINGUEM)
       1100-CARREGA-PLANO SECTION.
           OPEN INPUT PLANJOB.
           IF WS-PLANJOB-STATUS NOT = '00'
               DISPLAY 'PLANJOB INDISPONIVEL - STATUS '
                   WS-PLANJOB-STATUS ' - NADA A PREVER'
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1100-CARREGA-PLANO-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO OR PLANO-ESTOURADO
               READ PLANJOB
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF PJ-ATIVO = 'S' AND PRV-QTDE >= 200
                           SET PLANO-ESTOURADO TO TRUE
                       END-IF
                       IF PJ-ATIVO = 'S' AND NOT PLANO-ESTOURADO
                           ADD 1 TO PRV-QTDE
                           MOVE PRV-QTDE TO IX-PRV
                           INITIALIZE PRV-ENTRADA(IX-PRV)
                           MOVE PJ-PASSO    TO PRV-PASSO(IX-PRV)
                           MOVE FUNCTION UPPER-CASE(PJ-PROGRAMA)
                               TO PRV-PROGRAMA(IX-PRV)
                           MOVE PJ-PRED1    TO PRV-PRED1(IX-PRV)
                           MOVE PJ-PRED2    TO PRV-PRED2(IX-PRV)
                           MOVE PJ-FREQUENCIA
                               TO PRV-FREQUENCIA(IX-PRV)
                           MOVE 'P' TO PRV-ESTADO(IX-PRV)
                           MOVE 1 TO PRV-PROX-DUR(IX-PRV)
                           IF PJ-FREQUENCIA NOT = SPACE
                              AND PJ-FREQUENCIA NOT = 'D'
                              AND PJ-FREQUENCIA NOT = 'U'
                               ADD 1 TO CNT-NAO-DIARIOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANJOB.
           IF PLANO-ESTOURADO
               DISPLAY 'PLANJOB COM MAIS DE 200 PASSOS ATIVOS - TABELA '
                   'DO PLANO ESTOURADA - NADA A PREVER'
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 1100-CARREGA-PLANO-EXIT
           END-IF.
           IF PRV-QTDE = ZEROS
               DISPLAY 'PLANJOB SEM PASSO ATIVO - NADA A PREVER'
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
           END-IF.
       1100-CARREGA-PLANO-EXIT.
           EXIT.
      *DURACOES DAS RODADAS NO ESTATRUN; COMO O ARQUIVO VEM POR
      *PROGRAMA/DATA/HORA, O RODIZIO GUARDA AS N MAIS RECENTES
       1200-CARREGA-HISTORICO SECTION.
           OPEN INPUT ESTATRUN.
           IF WS-ESTATRUN-STATUS NOT = '00'
               DISPLAY 'ESTATRUN INDISPONIVEL - STATUS '
                   WS-ESTATRUN-STATUS ' - PREVISAO SEM HISTORICO'
               GO TO 1200-CARREGA-HISTORICO-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ESTATRUN NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       PERFORM 1250-GUARDA-DURACAO
               END-READ
           END-PERFORM.
           CLOSE ESTATRUN.
       1200-CARREGA-HISTORICO-EXIT.
           EXIT.
      *DURACAO DE UMA RODADA PARA CADA PASSO DAQUELE PROGRAMA
       1250-GUARDA-DURACAO SECTION.
           IF ES-HORA-INICIO NOT NUMERIC OR ES-HORA-FIM NOT NUMERIC
               GO TO 1250-GUARDA-DURACAO-EXIT
           END-IF.
           MOVE ES-HORA-INICIO(1:6) TO WRK-HHMMSS.
           PERFORM 9000-HORA-EM-SEGUNDOS.
           MOVE WRK-SEGUNDOS TO WRK-SEG-INI.
           MOVE ES-HORA-FIM(1:6) TO WRK-HHMMSS.
           PERFORM 9000-HORA-EM-SEGUNDOS.
           COMPUTE WRK-DURACAO = WRK-SEGUNDOS - WRK-SEG-INI.
           IF WRK-DURACAO < ZEROS
               ADD 86400 TO WRK-DURACAO
           END-IF.
           PERFORM VARYING IX-PRV FROM 1 BY 1
                   UNTIL IX-PRV > PRV-QTDE
               IF PRV-PASSO(IX-PRV) = ES-PROGRAMA
                  OR PRV-PROGRAMA(IX-PRV) = ES-PROGRAMA
                   MOVE PRV-PROX-DUR(IX-PRV) TO IX-DUR
                   MOVE WRK-DURACAO TO PRV-DURACAO(IX-PRV IX-DUR)
                   IF PRV-QTDE-DUR(IX-PRV) < WRK-RODADAS
                       ADD 1 TO PRV-QTDE-DUR(IX-PRV)
                   END-IF
                   IF IX-DUR >= WRK-RODADAS
                       MOVE 1 TO PRV-PROX-DUR(IX-PRV)
                   ELSE
                       ADD 1 TO PRV-PROX-DUR(IX-PRV)
                   END-IF
               END-IF
           END-PERFORM.
       1250-GUARDA-DURACAO-EXIT.
           EXIT.
      *MEDIA E PERCENTIL 90 (POSTO MAIS PROXIMO) DE CADA PASSO
       1300-CALCULA-DURACOES SECTION.
           PERFORM VARYING IX-PRV FROM 1 BY 1
                   UNTIL IX-PRV > PRV-QTDE
               IF PRV-QTDE-DUR(IX-PRV) = ZEROS
                   ADD 1 TO CNT-SEM-HISTORICO
               ELSE
                   PERFORM 1350-ORDENA-DURACOES
                   COMPUTE PRV-MEDIA(IX-PRV) ROUNDED =
                       WRK-SOMA-DUR / PRV-QTDE-DUR(IX-PRV)
                   COMPUTE WRK-POSICAO-P90 =
                       ((9 * PRV-QTDE-DUR(IX-PRV)) + 9) / 10
                   MOVE ORD-DURACAO(WRK-POSICAO-P90)
                       TO PRV-P90(IX-PRV)
               END-IF
           END-PERFORM.
       1300-CALCULA-DURACOES-EXIT.
           EXIT.
      *COPIA AS DURACOES DO PASSO IX-PRV EM ORDEM CRESCENTE E SOMA
       1350-ORDENA-DURACOES SECTION.
           MOVE ZEROS TO WRK-SOMA-DUR.
           PERFORM VARYING IX-DUR FROM 1 BY 1
                   UNTIL IX-DUR > PRV-QTDE-DUR(IX-PRV)
               MOVE PRV-DURACAO(IX-PRV IX-DUR) TO ORD-DURACAO(IX-DUR)
               ADD PRV-DURACAO(IX-PRV IX-DUR) TO WRK-SOMA-DUR
           END-PERFORM.
           PERFORM VARYING IX-DUR FROM 2 BY 1
                   UNTIL IX-DUR > PRV-QTDE-DUR(IX-PRV)
               PERFORM VARYING IX-ORD FROM IX-DUR BY -1
                       UNTIL IX-ORD < 2
                          OR ORD-DURACAO(IX-ORD - 1)
                             <= ORD-DURACAO(IX-ORD)
                   MOVE ORD-DURACAO(IX-ORD) TO WRK-TROCA
                   MOVE ORD-DURACAO(IX-ORD - 1) TO ORD-DURACAO(IX-ORD)
                   MOVE WRK-TROCA TO ORD-DURACAO(IX-ORD - 1)
               END-PERFORM
           END-PERFORM.
       1350-ORDENA-DURACOES-EXIT.
           EXIT.
      *MODO NOITE: O QUE O JOBSCHED JA GRAVOU NA NOITE CORRENTE ESTA
      *FEITO NA HORA REAL; O RESTO COMECA DEPOIS DO ULTIMO TERMINO E
      *NAO TERMINA ANTES DE AGORA
       1400-LE-EXECPLAN SECTION.
           MOVE WRK-DATA-HOJE TO WRK-DATA-NOITE.
           IF WRK-HORA-AGORA(1:6) < '120000'
               COMPUTE WRK-DATA-NOITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 1)
           END-IF.
           OPEN INPUT EXECPLAN.
           IF WS-EXECPLAN-STATUS NOT = '00'
               DISPLAY 'EXECPLAN INDISPONIVEL - PREVISAO A PARTIR '
                   'DE AGORA'
               GO TO 1400-LE-EXECPLAN-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ EXECPLAN
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF EP-DATA = WRK-DATA-NOITE
                           PERFORM 1450-MARCA-FEITO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXECPLAN.
           IF CNT-FEITOS = ZEROS
               DISPLAY 'NENHUM PASSO GRAVADO NA NOITE DE '
                   WRK-DATA-NOITE ' - PREVISAO A PARTIR DE AGORA'
           ELSE
               MOVE WRK-ULTIMO-FIM TO WRK-RELOGIO-MED
               MOVE WRK-ULTIMO-FIM TO WRK-RELOGIO-P90
           END-IF.
       1400-LE-EXECPLAN-EXIT.
           EXIT.
      *UMA LINHA DA NOITE: A MAIS RECENTE DO PASSO PREVALECE
       1450-MARCA-FEITO SECTION.
           IF EP-HORA-FIM NOT NUMERIC
               GO TO 1450-MARCA-FEITO-EXIT
           END-IF.
           MOVE EP-HORA-FIM(1:6) TO WRK-HHMMSS.
           PERFORM 9050-NORMALIZA-HORA.
           IF WRK-SEGUNDOS > WRK-ULTIMO-FIM
               MOVE WRK-SEGUNDOS TO WRK-ULTIMO-FIM
           END-IF.
           PERFORM VARYING IX-PRV FROM 1 BY 1
                   UNTIL IX-PRV > PRV-QTDE
               IF PRV-PASSO(IX-PRV) = EP-PASSO
                   IF PRV-ESTADO(IX-PRV) NOT = 'F'
                       ADD 1 TO CNT-FEITOS
                   END-IF
                   MOVE 'F' TO PRV-ESTADO(IX-PRV)
                   MOVE EP-SITUACAO TO PRV-SIT-EXEC(IX-PRV)
                   MOVE WRK-SEGUNDOS TO PRV-FIM-MED(IX-PRV)
                   MOVE WRK-SEGUNDOS TO PRV-FIM-P90(IX-PRV)
                   MOVE WRK-SEGUNDOS TO PRV-CAMINHO(IX-PRV)
                   MOVE ZEROS TO PRV-CAM-PRED(IX-PRV)
               END-IF
           END-PERFORM.
       1450-MARCA-FEITO-EXIT.
           EXIT.
      *REPETE AS VARREDURAS DO JOBSCHED: UM PASSO POR VEZ, NA ORDEM DO
      *PLANO, QUANDO OS PREDECESSORES JA TERMINARAM
       2000-SIMULA-JANELA SECTION.
           MOVE WRK-RELOGIO-MED TO WRK-PARTIDA.
           SET HOUVE-AVANCO TO TRUE.
           PERFORM UNTIL NOT HOUVE-AVANCO
               MOVE 'N' TO WS-HOUVE-AVANCO
               PERFORM VARYING IX-PRV FROM 1 BY 1
                       UNTIL IX-PRV > PRV-QTDE
                   IF PRV-ESTADO(IX-PRV) = 'P'
                       PERFORM 2100-EXAMINA-PREDECESSORES
                       IF PASSO-LIBERADO
                           PERFORM 2200-SIMULA-PASSO
                           SET HOUVE-AVANCO TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING IX-PRV FROM 1 BY 1
                   UNTIL IX-PRV > PRV-QTDE
               IF PRV-ESTADO(IX-PRV) = 'P'
                   ADD 1 TO CNT-CIRCULARES
               END-IF
           END-PERFORM.
       2000-SIMULA-JANELA-EXIT.
           EXIT.
      *PREDECESSOR AINDA PENDENTE SEGURA O PASSO; O QUE TERMINOU MAIS
      *TARDE NO CAMINHO E O ELO DO CAMINHO CRITICO
       2100-EXAMINA-PREDECESSORES SECTION.
           MOVE 'S' TO WS-PODE-RODAR.
           MOVE WRK-PARTIDA TO WRK-CAM-BASE.
           MOVE ZEROS TO WRK-CAM-PRED.
           PERFORM VARYING IX-PRED FROM 1 BY 1
                   UNTIL IX-PRED > PRV-QTDE
               IF PRV-PRED1(IX-PRV) NOT = SPACES
                  AND PRV-PASSO(IX-PRED) = PRV-PRED1(IX-PRV)
                   PERFORM 2150-EXAMINA-UM-PRED
               END-IF
               IF PRV-PRED2(IX-PRV) NOT = SPACES
                  AND PRV-PASSO(IX-PRED) = PRV-PRED2(IX-PRV)
                   PERFORM 2150-EXAMINA-UM-PRED
               END-IF
           END-PERFORM.
       2100-EXAMINA-PREDECESSORES-EXIT.
           EXIT.
       2150-EXAMINA-UM-PRED SECTION.
           IF PRV-ESTADO(IX-PRED) = 'P'
               MOVE 'N' TO WS-PODE-RODAR
           ELSE
               IF PRV-CAMINHO(IX-PRED) > WRK-CAM-BASE
                   MOVE PRV-CAMINHO(IX-PRED) TO WRK-CAM-BASE
                   MOVE IX-PRED TO WRK-CAM-PRED
               END-IF
           END-IF.
       2150-EXAMINA-UM-PRED-EXIT.
           EXIT.
      *AVANCA OS DOIS RELOGIOS DA FILA E O DO CAMINHO DO PASSO
       2200-SIMULA-PASSO SECTION.
           ADD PRV-MEDIA(IX-PRV) TO WRK-RELOGIO-MED.
           IF WRK-RELOGIO-MED < WRK-AGORA
               MOVE WRK-AGORA TO WRK-RELOGIO-MED
           END-IF.
           ADD PRV-P90(IX-PRV) TO WRK-RELOGIO-P90.
           IF WRK-RELOGIO-P90 < WRK-AGORA
               MOVE WRK-AGORA TO WRK-RELOGIO-P90
           END-IF.
           MOVE WRK-RELOGIO-MED TO PRV-FIM-MED(IX-PRV).
           MOVE WRK-RELOGIO-P90 TO PRV-FIM-P90(IX-PRV).
           COMPUTE PRV-CAMINHO(IX-PRV) =
               WRK-CAM-BASE + PRV-MEDIA(IX-PRV).
           IF PRV-CAMINHO(IX-PRV) < WRK-AGORA
               MOVE WRK-AGORA TO PRV-CAMINHO(IX-PRV)
           END-IF.
           MOVE WRK-CAM-PRED TO PRV-CAM-PRED(IX-PRV).
           MOVE 'S' TO PRV-ESTADO(IX-PRV).
       2200-SIMULA-PASSO-EXIT.
           EXIT.
      *UMA LINHA POR LIMITE DO CUTOFF, COM O CAMINHO CRITICO
       3000-PREVE-LIMITES SECTION.
           OPEN INPUT CUTOFF.
           IF WS-CUTOFF-STATUS NOT = '00'
               DISPLAY 'CUTOFF INDISPONIVEL - STATUS '
                   WS-CUTOFF-STATUS ' - SEM LIMITES A PREVER'
               MOVE 'CUTOFF INDISPONIVEL - SEM LIMITES A PREVER'
                   TO REL-LINHA
               WRITE REL-LINHA
               GO TO 3000-PREVE-LIMITES-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ CUTOFF
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-LIMITES
                       PERFORM 3100-PREVE-UM-LIMITE
               END-READ
           END-PERFORM.
           CLOSE CUTOFF.
       3000-PREVE-LIMITES-EXIT.
           EXIT.
      *PREVISAO, FOLGA E SITUACAO DO PASSO CO-PASSO
       3100-PREVE-UM-LIMITE SECTION.
           MOVE SPACES TO REL-LIMITE.
           MOVE CO-PASSO TO LIM-PASSO.
           MOVE CO-HORA-LIMITE TO WRK-HHMMSS.
           PERFORM 9050-NORMALIZA-HORA.
           MOVE WRK-SEGUNDOS TO WRK-LIMITE.
           PERFORM 9100-FORMATA-HORA.
           MOVE WRK-HORA-TXT TO LIM-LIMITE.
           PERFORM VARYING IX-PRV FROM 1 BY 1
                   UNTIL IX-PRV > PRV-QTDE
                      OR PRV-PASSO(IX-PRV) = CO-PASSO
               CONTINUE
           END-PERFORM.
           IF IX-PRV > PRV-QTDE
               MOVE 'FORA DO PLANO' TO LIM-SITUACAO
               WRITE REL-LINHA FROM REL-LIMITE
               GO TO 3100-PREVE-UM-LIMITE-EXIT
           END-IF.
           IF PRV-ESTADO(IX-PRV) = 'P'
               MOVE 'DEPENDENCIA CIRCULAR' TO LIM-SITUACAO
               WRITE REL-LINHA FROM REL-LIMITE
               GO TO 3100-PREVE-UM-LIMITE-EXIT
           END-IF.
           MOVE PRV-FIM-MED(IX-PRV) TO WRK-SEGUNDOS.
           PERFORM 9100-FORMATA-HORA.
           MOVE WRK-HORA-TXT TO LIM-PREV-MED.
           MOVE PRV-FIM-P90(IX-PRV) TO WRK-SEGUNDOS.
           PERFORM 9100-FORMATA-HORA.
           MOVE WRK-HORA-TXT TO LIM-PREV-P90.
           MOVE PRV-CAMINHO(IX-PRV) TO WRK-SEGUNDOS.
           PERFORM 9100-FORMATA-HORA.
           MOVE WRK-HORA-TXT TO LIM-CAMINHO.
           COMPUTE WRK-FOLGA-MED = WRK-LIMITE - PRV-FIM-MED(IX-PRV).
           COMPUTE WRK-FOLGA-P90 = WRK-LIMITE - PRV-FIM-P90(IX-PRV).
           COMPUTE WRK-FOLGA-MIN ROUNDED = WRK-FOLGA-MED / 60.
           MOVE WRK-FOLGA-MIN TO LIM-FOLGA-MED.
           COMPUTE WRK-FOLGA-MIN ROUNDED = WRK-FOLGA-P90 / 60.
           MOVE WRK-FOLGA-MIN TO LIM-FOLGA-P90.
           EVALUATE TRUE
               WHEN PRV-ESTADO(IX-PRV) = 'F'
                AND PRV-SIT-EXEC(IX-PRV) = 'N'
                   MOVE 'NAO PROGRAMADO HOJE' TO LIM-SITUACAO
               WHEN PRV-ESTADO(IX-PRV) = 'F'
                AND WRK-FOLGA-MED < ZEROS
                   ADD 1 TO CNT-ESTOURO
                   MOVE 'CONCLUIDO ATRASADO' TO LIM-SITUACAO
               WHEN PRV-ESTADO(IX-PRV) = 'F'
                   MOVE 'CONCLUIDO NO PRAZO' TO LIM-SITUACAO
               WHEN WRK-FOLGA-MED < ZEROS
                   ADD 1 TO CNT-ESTOURO
                   MOVE '*** ESTOURA NA MEDIA' TO LIM-SITUACAO
               WHEN WRK-FOLGA-P90 < ZEROS
                   ADD 1 TO CNT-RISCO
                   MOVE '*** RISCO NO P90' TO LIM-SITUACAO
               WHEN OTHER
                   MOVE 'NO PRAZO' TO LIM-SITUACAO
           END-EVALUATE.
           WRITE REL-LINHA FROM REL-LIMITE.
           IF PRV-ESTADO(IX-PRV) = 'S'
               PERFORM 3200-CAMINHO-CRITICO
           END-IF.
       3100-PREVE-UM-LIMITE-EXIT.
           EXIT.
      *O CAMINHO DO LIMITE PARA TRAS PELOS ELOS GUARDADOS NA SIMULACAO
      *E, SE A PREVISAO ESTOURA, O QUE FAZER: AJUSTAR O PASSO MAIS
      *LONGO DO CAMINHO OU ADIANTAR O PASSO NO PLANO
       3200-CAMINHO-CRITICO SECTION.
           MOVE ZEROS TO CAM-QTDE.
           MOVE ZEROS TO WRK-MAIS-LONGO.
           MOVE IX-PRV TO IX-CAM.
           PERFORM UNTIL IX-CAM = ZEROS OR CAM-QTDE >= 200
               ADD 1 TO CAM-QTDE
               MOVE IX-CAM TO CAM-PASSO-IX(CAM-QTDE)
               IF PRV-ESTADO(IX-CAM) = 'S'
                   IF WRK-MAIS-LONGO = ZEROS
                       MOVE IX-CAM TO WRK-MAIS-LONGO
                   ELSE
                       IF PRV-MEDIA(IX-CAM) > PRV-MEDIA(WRK-MAIS-LONGO)
                           MOVE IX-CAM TO WRK-MAIS-LONGO
                       END-IF
                   END-IF
               END-IF
               MOVE PRV-CAM-PRED(IX-CAM) TO IX-CAM
           END-PERFORM.
           MOVE '    CAMINHO CRITICO (DO LIMITE PARA TRAS):'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '      PASSO     DUR.MEDIA DUR.P90   TERMINO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IX-CAM FROM 1 BY 1
                   UNTIL IX-CAM > CAM-QTDE
               MOVE CAM-PASSO-IX(IX-CAM) TO IX-PRED
               PERFORM 3250-LINHA-CAMINHO
           END-PERFORM.
           IF WRK-FOLGA-MED < ZEROS OR WRK-FOLGA-P90 < ZEROS
               MOVE SPACES TO REL-LINHA
               IF PRV-CAMINHO(IX-PRV) > WRK-LIMITE
                  AND WRK-MAIS-LONGO NOT = ZEROS
                   STRING '    >> AJUSTAR ' PRV-PASSO(WRK-MAIS-LONGO)
                       ' - O CAMINHO CRITICO SOZINHO JA ESTOURA O '
                       'LIMITE' DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                   STRING '    >> ADIANTAR ' CO-PASSO
                       ' NO PLANJOB - O CAMINHO CABE NO LIMITE, A '
                       'FILA DA JANELA NAO' DELIMITED BY SIZE
                       INTO REL-LINHA
               END-IF
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       3200-CAMINHO-CRITICO-EXIT.
           EXIT.
      *UM PASSO DO CAMINHO (IX-PRED)
       3250-LINHA-CAMINHO SECTION.
           MOVE SPACES TO RCM-OBS.
           MOVE PRV-PASSO(IX-PRED) TO RCM-PASSO.
           MOVE PRV-MEDIA(IX-PRED) TO WRK-SEGUNDOS.
           PERFORM 9100-FORMATA-HORA.
           MOVE WRK-HORA-TXT TO RCM-DUR-MED.
           MOVE PRV-P90(IX-PRED) TO WRK-SEGUNDOS.
           PERFORM 9100-FORMATA-HORA.
           MOVE WRK-HORA-TXT TO RCM-DUR-P90.
           MOVE PRV-CAMINHO(IX-PRED) TO WRK-SEGUNDOS.
           PERFORM 9100-FORMATA-HORA.
           MOVE WRK-HORA-TXT TO RCM-FIM.
           IF PRV-ESTADO(IX-PRED) = 'F'
               MOVE 'CONCLUIDO' TO RCM-OBS
               MOVE SPACES TO RCM-DUR-MED
               MOVE SPACES TO RCM-DUR-P90
           ELSE
               IF PRV-QTDE-DUR(IX-PRED) = ZEROS
                   MOVE 'SEM HISTORICO' TO RCM-OBS
               END-IF
           END-IF.
           WRITE REL-LINHA FROM REL-CAMINHO.
       3250-LINHA-CAMINHO-EXIT.
           EXIT.
      *TOTAIS E RC DO STEP
       4000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIMITES: ' CNT-LIMITES '  ESTOURO NA MEDIA: '
               CNT-ESTOURO '  RISCO NO P90: ' CNT-RISCO
               '  PASSOS SEM HISTORICO: ' CNT-SEM-HISTORICO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF CNT-CIRCULARES > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'PASSOS PRESOS EM DEPENDENCIA CIRCULAR: '
                   CNT-CIRCULARES DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE RELPREV.
           DISPLAY 'LIMITES PREVISTOS: ' CNT-LIMITES.
           DISPLAY 'ESTOURO NA MEDIA.: ' CNT-ESTOURO.
           DISPLAY 'RISCO NO P90.....: ' CNT-RISCO.
           IF CNT-ESTOURO > ZEROS OR CNT-RISCO > ZEROS
              OR CNT-SEM-HISTORICO > ZEROS OR CNT-CIRCULARES > ZEROS
               DISPLAY 'VEJA O RELPREV'
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       4000-FINALIZA-EXIT.
           EXIT.
      *WRK-HHMMSS EM SEGUNDOS DO DIA
       9000-HORA-EM-SEGUNDOS SECTION.
           COMPUTE WRK-SEGUNDOS = (WRK-HH * 3600) + (WRK-MM * 60)
               + WRK-SS.
       9000-HORA-EM-SEGUNDOS-EXIT.
           EXIT.
      *WRK-HHMMSS EM SEGUNDOS DA NOITE: ANTES DO MEIO-DIA E MADRUGADA
       9050-NORMALIZA-HORA SECTION.
           PERFORM 9000-HORA-EM-SEGUNDOS.
           IF WRK-HHMMSS < 120000
               ADD 86400 TO WRK-SEGUNDOS
           END-IF.
       9050-NORMALIZA-HORA-EXIT.
           EXIT.
      *WRK-SEGUNDOS (HORA DA NOITE OU DURACAO) EM HH:MM:SS
       9100-FORMATA-HORA SECTION.
           DIVIDE WRK-SEGUNDOS BY 86400 GIVING WRK-DIAS
               REMAINDER WRK-RESTO.
           DIVIDE WRK-RESTO BY 3600 GIVING WRK-TXT-HH
               REMAINDER WRK-RESTO.
           DIVIDE WRK-RESTO BY 60 GIVING WRK-TXT-MM
               REMAINDER WRK-TXT-SS.
       9100-FORMATA-HORA-EXIT.
           EXIT.
       END PROGRAM PREVJAN.

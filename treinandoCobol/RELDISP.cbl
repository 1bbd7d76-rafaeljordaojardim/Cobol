      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: RELATORIO DE DERIVA POR QUIOSQUE/BALANCA - VARRE O
      *          HISTIMC EM ORDEM DE CHAVE E, PARA CADA MEDICAO DA
      *          JANELA DO RUNCTL (RUNPARM-DIAS-DISP, PADRAO 90 DIAS)
      *          QUE TEM UMA MEDICAO ANTERIOR DO MESMO FUNCIONARIO,
      *          CARREGA A DIFERENCA ABSOLUTA DE PESO E DE IMC NO
      *          DISPOSITIVO QUE TIROU A MEDICAO NOVA. NO FIM COMPARA
      *          A MEDIA DE CADA DISPOSITIVO COM A MEDIA GERAL: QUEM
      *          PASSA DA MEDIA GERAL MAIS A TOLERANCIA DO RUNCTL
      *          (RUNPARM-DERIVA-PESO EM DECIMOS DE KG, PADRAO 10, E
      *          RUNPARM-DERIVA-IMC EM DECIMOS DE PONTO, PADRAO 5) SAI
      *          MARCADO COM '*' - BALANCA DERIVANDO APARECE ANTES DE A
      *          CLINICA AGIR SOBRE AS LEITURAS DELA. CADA LINHA TRAZ
      *          TAMBEM AS LEITURAS FEITAS COM A CALIBRACAO VENCIDA OU
      *          EM DISPOSITIVO DESCONHECIDO, O LOCAL E A PROXIMA
      *          CALIBRACAO DO DISPMSTR. DISPOSITIVO MARCADO OU LEITURA
      *          VENCIDA SINALIZA RC-AVISO AO STEP.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMA VARREDURA DO RELDRIFT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDISP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTIMC ASSIGN TO "HISTIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTIMC-STATUS.
           SELECT DISPMSTR ASSIGN TO "DISPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-CODIGO
               FILE STATUS IS WS-DISPMSTR-STATUS.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RELDISP ASSIGN TO "RELDISP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTIMC.
       COPY HISTREC.
       FD  DISPMSTR.
       COPY DSPREC.
       FD  RUNCTL.
       COPY RUNPARM.
       FD  RELDISP.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-HISTIMC-STATUS  PIC X(002) VALUE '00'.
           05 WS-DISPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-RUNCTL-STATUS   PIC X(002) VALUE '00'.
           05 WS-FIM-HISTIMC     PIC X(001) VALUE 'N'.
               88 FIM-HISTIMC        VALUE 'S'.
           05 WS-PRIMEIRO-REG    PIC X(001) VALUE 'S'.
               88 PRIMEIRO-REGISTRO  VALUE 'S'.
           05 WS-DISPMSTR-ABERTO PIC X(001) VALUE 'N'.
               88 DISPMSTR-ABERTO    VALUE 'S'.
       01 AREA-QUEBRA.
           05 WRK-ID-ATUAL       PIC 9(006) VALUE ZEROS.
           05 WRK-PESO-ANT       PIC 9(003) VALUE ZEROS.
           05 WRK-RES-ANT        PIC 9(002)V99 VALUE ZEROS.
           05 WS-TEM-ANTERIOR    PIC X(001) VALUE 'N'.
               88 TEM-MEDICAO-ANTERIOR VALUE 'S'.
       01 AREA-PARAMETROS.
           05 WRK-DERIVA-PESO    PIC 9(003) VALUE 10.
           05 WRK-DERIVA-IMC     PIC 9(003) VALUE 5.
           05 WRK-DIAS-DISP      PIC 9(003) VALUE 90.
           05 WRK-DATA-INICIO    PIC 9(008) VALUE ZEROS.
       01 AREA-DESVIO.
           05 WRK-DELTA-PESO     PIC S9(003) VALUE ZEROS.
           05 WRK-DELTA-IMC      PIC S9(002)V99 VALUE ZEROS.
           05 WRK-MEDIA-PESO     PIC 9(005)V99 VALUE ZEROS.
           05 WRK-MEDIA-IMC      PIC 9(005)V99 VALUE ZEROS.
           05 WRK-GERAL-PESO     PIC 9(005)V99 VALUE ZEROS.
           05 WRK-GERAL-IMC      PIC 9(005)V99 VALUE ZEROS.
           05 WRK-LIMITE-PESO    PIC 9(005)V99 VALUE ZEROS.
           05 WRK-LIMITE-IMC     PIC 9(005)V99 VALUE ZEROS.
      *UMA ENTRADA POR DISPOSITIVO QUE MEDIU NA JANELA ('(SEM)' JUNTA
      *AS MEDICOES SEM DISPOSITIVO, ANTERIORES AO CADASTRO)
       01 TAB-DISPOSITIVOS.
           05 TAB-DSP-QTDE       PIC 9(003) VALUE ZEROS.
           05 TAB-DSP-ENTRADA    OCCURS 200 TIMES.
               10 TAB-DSP-CODIGO     PIC X(005).
               10 TAB-DSP-LEITURAS   PIC 9(007).
               10 TAB-DSP-PARES      PIC 9(007).
               10 TAB-DSP-SOMA-PESO  PIC 9(009).
               10 TAB-DSP-SOMA-IMC   PIC 9(007)V99.
               10 TAB-DSP-VENCIDAS   PIC 9(007).
           05 IX-DSP             PIC 9(003) VALUE ZEROS.
           05 WRK-CODIGO-TAB     PIC X(005) VALUE SPACES.
       01 AREA-TOTAIS.
           05 CNT-LEITURAS       PIC 9(007) VALUE ZEROS.
           05 CNT-PARES          PIC 9(007) VALUE ZEROS.
           05 CNT-VENCIDAS       PIC 9(007) VALUE ZEROS.
           05 CNT-MARCADOS       PIC 9(005) VALUE ZEROS.
           05 CNT-TAB-CHEIA      PIC 9(007) VALUE ZEROS.
           05 TOT-SOMA-PESO      PIC 9(009) VALUE ZEROS.
           05 TOT-SOMA-IMC       PIC 9(007)V99 VALUE ZEROS.
       01 WRK-MEDIA-EDT          PIC ZZ9.99.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(047) VALUE
               'DERIVA DE PESO/IMC POR QUIOSQUE/BALANCA'.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(018) VALUE 'MEDICOES A PARTIR '.
           05 CAB-DATA-INICIO PIC 9(008).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(006) VALUE 'DISP'.
           05 FILLER   PIC X(021) VALUE 'LOCAL'.
           05 FILLER   PIC X(006) VALUE ' LEIT'.
           05 FILLER   PIC X(007) VALUE 'PARES'.
           05 FILLER   PIC X(008) VALUE ' DPESO'.
           05 FILLER   PIC X(007) VALUE '  DIMC'.
           05 FILLER   PIC X(007) VALUE ' VENC'.
           05 FILLER   PIC X(011) VALUE 'PROX CALIB'.
       01 REL-DETALHE.
           05 DET-DISPOSITIVO PIC X(005).
           05 FILLER          PIC X(001) VALUE SPACE.
           05 DET-LOCAL       PIC X(020).
           05 FILLER          PIC X(001) VALUE SPACE.
           05 DET-LEITURAS    PIC ZZZZ9.
           05 FILLER          PIC X(001) VALUE SPACE.
           05 DET-PARES       PIC ZZZZ9.
           05 FILLER          PIC X(002) VALUE SPACES.
           05 DET-MEDIA-PESO  PIC ZZ9.99.
           05 FILLER          PIC X(002) VALUE SPACES.
           05 DET-MEDIA-IMC   PIC Z9.99.
           05 FILLER          PIC X(002) VALUE SPACES.
           05 DET-VENCIDAS    PIC ZZZZ9.
           05 FILLER          PIC X(002) VALUE SPACES.
           05 DET-PROX-CALIB  PIC 9(008).
           05 FILLER          PIC X(001) VALUE SPACE.
           05 DET-MARCA       PIC X(001).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-HISTIMC
           PERFORM 3000-FINALIZA
           GOBACK.
      *LE AS TOLERANCIAS E A JANELA DO RUNCTL E ABRE OS ARQUIVOS
       1000-INICIALIZA SECTION.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNPARM-DERIVA-PESO NUMERIC
                          AND RUNPARM-DERIVA-PESO > ZEROS
                           MOVE RUNPARM-DERIVA-PESO TO WRK-DERIVA-PESO
                       END-IF
                       IF RUNPARM-DERIVA-IMC NUMERIC
                          AND RUNPARM-DERIVA-IMC > ZEROS
                           MOVE RUNPARM-DERIVA-IMC TO WRK-DERIVA-IMC
                       END-IF
                       IF RUNPARM-DIAS-DISP NUMERIC
                          AND RUNPARM-DIAS-DISP > ZEROS
                           MOVE RUNPARM-DIAS-DISP TO WRK-DIAS-DISP
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-INICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(AS-DATA-LONGA) - WRK-DIAS-DISP).
           OPEN INPUT HISTIMC.
           IF WS-HISTIMC-STATUS NOT = '00'
               DISPLAY 'HISTIMC INDISPONIVEL - STATUS '
                   WS-HISTIMC-STATUS
               SET FIM-HISTIMC TO TRUE
           END-IF.
           OPEN INPUT DISPMSTR.
           IF WS-DISPMSTR-STATUS = '00'
               SET DISPMSTR-ABERTO TO TRUE
           ELSE
               DISPLAY 'DISPMSTR INDISPONIVEL - STATUS '
                   WS-DISPMSTR-STATUS ' - LISTAGEM SEM LOCAL'
           END-IF.
           OPEN OUTPUT RELDISP.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           MOVE WRK-DATA-INICIO TO CAB-DATA-INICIO.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
       1000-INICIALIZA-EXIT.
           EXIT.
      *CONFRONTA CADA MEDICAO DA JANELA COM A ANTERIOR DO FUNCIONARIO
       2000-PROCESSA SECTION.
           READ HISTIMC NEXT
               AT END
                   SET FIM-HISTIMC TO TRUE
               NOT AT END
                   IF PRIMEIRO-REGISTRO
                      OR HIST-ID NOT = WRK-ID-ATUAL
                       MOVE 'N' TO WS-PRIMEIRO-REG
                       MOVE HIST-ID TO WRK-ID-ATUAL
                       MOVE 'N' TO WS-TEM-ANTERIOR
                   END-IF
                   IF HIST-DATA NOT < WRK-DATA-INICIO
                       PERFORM 2100-ACUMULA-LEITURA
                   END-IF
                   SET TEM-MEDICAO-ANTERIOR TO TRUE
                   MOVE HIST-PESO TO WRK-PESO-ANT
                   MOVE HIST-RES  TO WRK-RES-ANT
           END-READ.
       2000-PROCESSA-EXIT.
           EXIT.
      *CARREGA A LEITURA E A DIFERENCA PARA A ANTERIOR NO DISPOSITIVO
       2100-ACUMULA-LEITURA SECTION.
           PERFORM 2200-LOCALIZA-DISPOSITIVO.
           IF IX-DSP = ZEROS
               ADD 1 TO CNT-TAB-CHEIA
               GO TO 2100-ACUMULA-LEITURA-EXIT
           END-IF.
           ADD 1 TO CNT-LEITURAS.
           ADD 1 TO TAB-DSP-LEITURAS(IX-DSP).
           IF HIST-CALIB-VENCIDA OR HIST-DISP-DESCONHECIDO
               ADD 1 TO CNT-VENCIDAS
               ADD 1 TO TAB-DSP-VENCIDAS(IX-DSP)
           END-IF.
           IF NOT TEM-MEDICAO-ANTERIOR
               GO TO 2100-ACUMULA-LEITURA-EXIT
           END-IF.
           COMPUTE WRK-DELTA-PESO = HIST-PESO - WRK-PESO-ANT.
           IF WRK-DELTA-PESO < ZEROS
               COMPUTE WRK-DELTA-PESO = ZEROS - WRK-DELTA-PESO
           END-IF.
           COMPUTE WRK-DELTA-IMC = HIST-RES - WRK-RES-ANT.
           IF WRK-DELTA-IMC < ZEROS
               COMPUTE WRK-DELTA-IMC = ZEROS - WRK-DELTA-IMC
           END-IF.
           ADD 1 TO CNT-PARES.
           ADD 1 TO TAB-DSP-PARES(IX-DSP).
           ADD WRK-DELTA-PESO TO TAB-DSP-SOMA-PESO(IX-DSP).
           ADD WRK-DELTA-PESO TO TOT-SOMA-PESO.
           ADD WRK-DELTA-IMC  TO TAB-DSP-SOMA-IMC(IX-DSP).
           ADD WRK-DELTA-IMC  TO TOT-SOMA-IMC.
       2100-ACUMULA-LEITURA-EXIT.
           EXIT.
      *PROCURA O DISPOSITIVO NA TABELA, ABRINDO ENTRADA NOVA SE PRECISO
      *(IX-DSP ZERO = TABELA CHEIA)
       2200-LOCALIZA-DISPOSITIVO SECTION.
           IF HIST-DISPOSITIVO = SPACES
               MOVE '(SEM)' TO WRK-CODIGO-TAB
           ELSE
               MOVE HIST-DISPOSITIVO TO WRK-CODIGO-TAB
           END-IF.
           PERFORM VARYING IX-DSP FROM 1 BY 1
                   UNTIL IX-DSP > TAB-DSP-QTDE
                      OR TAB-DSP-CODIGO(IX-DSP) = WRK-CODIGO-TAB
               CONTINUE
           END-PERFORM.
           IF IX-DSP NOT > TAB-DSP-QTDE
               GO TO 2200-LOCALIZA-DISPOSITIVO-EXIT
           END-IF.
           IF TAB-DSP-QTDE NOT < 200
               MOVE ZEROS TO IX-DSP
               GO TO 2200-LOCALIZA-DISPOSITIVO-EXIT
           END-IF.
           ADD 1 TO TAB-DSP-QTDE.
           MOVE TAB-DSP-QTDE TO IX-DSP.
           MOVE WRK-CODIGO-TAB TO TAB-DSP-CODIGO(IX-DSP).
           MOVE ZEROS TO TAB-DSP-LEITURAS(IX-DSP).
           MOVE ZEROS TO TAB-DSP-PARES(IX-DSP).
           MOVE ZEROS TO TAB-DSP-SOMA-PESO(IX-DSP).
           MOVE ZEROS TO TAB-DSP-SOMA-IMC(IX-DSP).
           MOVE ZEROS TO TAB-DSP-VENCIDAS(IX-DSP).
       2200-LOCALIZA-DISPOSITIVO-EXIT.
           EXIT.
      *MEDIA GERAL, UMA LINHA POR DISPOSITIVO, TOTAIS E RETORNO
       3000-FINALIZA SECTION.
           IF CNT-PARES > ZEROS
               COMPUTE WRK-GERAL-PESO ROUNDED =
                   TOT-SOMA-PESO / CNT-PARES
               COMPUTE WRK-GERAL-IMC ROUNDED =
                   TOT-SOMA-IMC / CNT-PARES
           END-IF.
           COMPUTE WRK-LIMITE-PESO = WRK-GERAL-PESO
               + (WRK-DERIVA-PESO / 10).
           COMPUTE WRK-LIMITE-IMC = WRK-GERAL-IMC
               + (WRK-DERIVA-IMC / 10).
           PERFORM 3100-LISTA-DISPOSITIVO
               VARYING IX-DSP FROM 1 BY 1
               UNTIL IX-DSP > TAB-DSP-QTDE.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-GERAL-PESO TO WRK-MEDIA-EDT.
           STRING 'MEDIA GERAL DPESO...: ' WRK-MEDIA-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-GERAL-IMC TO WRK-MEDIA-EDT.
           STRING 'MEDIA GERAL DIMC....: ' WRK-MEDIA-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LEITURAS NA JANELA..: ' CNT-LEITURAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PARES COMPARADOS....: ' CNT-PARES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LEITURAS VENCIDAS...: ' CNT-VENCIDAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DISPOSITIVOS (*)....: ' CNT-MARCADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF CNT-TAB-CHEIA > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'FORA DA TABELA......: ' CNT-TAB-CHEIA
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE RELDISP.
           IF WS-HISTIMC-STATUS NOT = '35'
              AND WS-HISTIMC-STATUS NOT = '91'
               CLOSE HISTIMC
           END-IF.
           IF DISPMSTR-ABERTO
               CLOSE DISPMSTR
           END-IF.
           IF CNT-MARCADOS > ZEROS OR CNT-VENCIDAS > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *MEDIAS DO DISPOSITIVO, DADOS DO DISPMSTR E MARCA DE DERIVA
       3100-LISTA-DISPOSITIVO SECTION.
           MOVE ZEROS  TO WRK-MEDIA-PESO.
           MOVE ZEROS  TO WRK-MEDIA-IMC.
           MOVE SPACES TO DET-LOCAL.
           MOVE ZEROS  TO DET-PROX-CALIB.
           MOVE SPACE  TO DET-MARCA.
           IF TAB-DSP-PARES(IX-DSP) > ZEROS
               COMPUTE WRK-MEDIA-PESO ROUNDED =
                   TAB-DSP-SOMA-PESO(IX-DSP) / TAB-DSP-PARES(IX-DSP)
               COMPUTE WRK-MEDIA-IMC ROUNDED =
                   TAB-DSP-SOMA-IMC(IX-DSP) / TAB-DSP-PARES(IX-DSP)
           END-IF.
           IF DISPMSTR-ABERTO
              AND TAB-DSP-CODIGO(IX-DSP) NOT = '(SEM)'
               MOVE TAB-DSP-CODIGO(IX-DSP) TO DSP-CODIGO
               READ DISPMSTR
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO DET-LOCAL
                   NOT INVALID KEY
                       MOVE DSP-LOCAL      TO DET-LOCAL
                       MOVE DSP-PROX-CALIB TO DET-PROX-CALIB
               END-READ
           END-IF.
           IF TAB-DSP-PARES(IX-DSP) > ZEROS
              AND (WRK-MEDIA-PESO > WRK-LIMITE-PESO
                   OR WRK-MEDIA-IMC > WRK-LIMITE-IMC)
               MOVE '*' TO DET-MARCA
               ADD 1 TO CNT-MARCADOS
           END-IF.
           MOVE TAB-DSP-CODIGO(IX-DSP)   TO DET-DISPOSITIVO.
           MOVE TAB-DSP-LEITURAS(IX-DSP) TO DET-LEITURAS.
           MOVE TAB-DSP-PARES(IX-DSP)    TO DET-PARES.
           MOVE WRK-MEDIA-PESO           TO DET-MEDIA-PESO.
           MOVE WRK-MEDIA-IMC            TO DET-MEDIA-IMC.
           MOVE TAB-DSP-VENCIDAS(IX-DSP) TO DET-VENCIDAS.
           WRITE REL-LINHA FROM REL-DETALHE.
       3100-LISTA-DISPOSITIVO-EXIT.
           EXIT.
       END PROGRAM RELDISP.

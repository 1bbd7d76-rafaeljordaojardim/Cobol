      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CONTROLE DE SESSAO DE OPERADOR - MANTEM NO SESSMST UMA
      *          SESSAO POR OPERADOR (TERMINAL, INICIO, ULTIMA
      *          ATIVIDADE E A ULTIMA FUNCAO USADA): ABRE NO SIGN-ON
      *          DO OPERSIGN, RECUSA O MESMO OP-ID ATIVO EM OUTRO
      *          TERMINAL, TOCA A CADA OPCAO DO MENUPRIN E EXPIRA A
      *          SESSAO OCIOSA ALEM DO LIMITE DO RUNCTL
      *          (RUNPARM-MIN-OCIOSO, PADRAO 15 MINUTOS), OBRIGANDO UM
      *          NOVO SIGN-ON. TODA SESSAO ENCERRADA - SAIDA NORMAL,
      *          EXPIRADA POR OCIOSIDADE OU LIBERADA POR SUPERVISOR - E
      *          ANEXADA AO HISTORICO SESSLOG COM A DURACAO EM MINUTOS,
      *          MATERIA-PRIMA DO RELATORIO DIARIO RELSESS. VEJA OS
      *          COPYBOOKS SESCOM E SESREC. FALHA NO SESSMST E SO
      *          AVISADA, NO MESMO ESPIRITO DO GRVJRNL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLSESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSMST ASSIGN TO "SESSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-OPERADOR
               FILE STATUS IS WS-SESSMST-STATUS.
           SELECT SESSLOG ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSLOG-STATUS.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESSMST.
       COPY SESREC.
       FD  SESSLOG.
       01  SESSLOG-REC.
           05 SH-DATA-FIM    PIC 9(008).
           05 FILLER         PIC X(001).
           05 SH-HORA-FIM    PIC 9(008).
           05 FILLER         PIC X(001).
           05 SH-OPERADOR    PIC X(006).
           05 FILLER         PIC X(001).
           05 SH-TERMINAL    PIC X(008).
           05 FILLER         PIC X(001).
           05 SH-DATA-INICIO PIC 9(008).
           05 FILLER         PIC X(001).
           05 SH-HORA-INICIO PIC 9(008).
           05 FILLER         PIC X(001).
           05 SH-MINUTOS     PIC 9(005).
           05 FILLER         PIC X(001).
           05 SH-MOTIVO      PIC X(001).
      *        'N' SAIDA NORMAL, 'T' EXPIRADA POR OCIOSIDADE,
      *        'L' LIBERADA POR SUPERVISOR
           05 FILLER         PIC X(001).
           05 SH-SUPERVISOR  PIC X(006).
       FD  RUNCTL.
       COPY RUNPARM.
       WORKING-STORAGE SECTION.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WRK-HORA-AGORA    PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-SESSMST-STATUS PIC X(002) VALUE '00'.
           05 WS-SESSLOG-STATUS PIC X(002) VALUE '00'.
           05 WS-RUNCTL-STATUS  PIC X(002) VALUE '00'.
           05 WS-EXISTE         PIC X(001) VALUE 'N'.
               88 SESSAO-EXISTE      VALUE 'S'.
           05 WS-VENCIDA        PIC X(001) VALUE 'N'.
               88 SESSAO-VENCIDA     VALUE 'S'.
       01 AREA-TEMPO.
           05 WRK-MIN-OCIOSO    PIC 9(003) VALUE 15.
           05 WRK-MOTIVO        PIC X(001) VALUE SPACE.
           05 WRK-MIN-AGORA     PIC S9(011) VALUE ZEROS.
           05 WRK-MIN-ULTIMA    PIC S9(011) VALUE ZEROS.
           05 WRK-MIN-INICIO    PIC S9(011) VALUE ZEROS.
           05 WRK-OCIOSOS       PIC S9(011) VALUE ZEROS.
           05 WRK-DATA-CONV     PIC 9(008) VALUE ZEROS.
           05 WRK-HORA-CONV     PIC 9(008) VALUE ZEROS.
           05 WRK-HORA-CONV-R REDEFINES WRK-HORA-CONV.
               10 WRK-CONV-HH   PIC 9(002).
               10 WRK-CONV-MM   PIC 9(002).
               10 FILLER        PIC 9(004).
           05 WRK-MIN-CONV      PIC S9(011) VALUE ZEROS.
       LINKAGE SECTION.
       COPY SESCOM.
       PROCEDURE DIVISION USING AREA-CTLSESS.
       0000-MAINLINE.
           MOVE '00' TO SES-RETORNO.
           MOVE SPACES TO SES-TERMINAL-ATIVO.
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           PERFORM 1000-LE-LIMITE.
           OPEN I-O SESSMST.
           IF WS-SESSMST-STATUS = '35'
               OPEN OUTPUT SESSMST
               CLOSE SESSMST
               OPEN I-O SESSMST
           END-IF.
           IF WS-SESSMST-STATUS NOT = '00'
               DISPLAY 'AVISO: SESSMST INDISPONIVEL - STATUS '
                   WS-SESSMST-STATUS ' - SESSAO SEM CONTROLE'
               MOVE '08' TO SES-RETORNO
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EXISTE.
           MOVE SES-OPERADOR TO SS-OPERADOR.
           READ SESSMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SESSAO-EXISTE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN SES-ABRE
                   PERFORM 2000-ABRE
               WHEN SES-TOCA
                   PERFORM 3000-TOCA
               WHEN SES-FECHA
                   PERFORM 4000-FECHA
               WHEN SES-LIBERA
                   PERFORM 5000-LIBERA
           END-EVALUATE.
           CLOSE SESSMST.
           GOBACK.
      *LIMITE DE OCIOSIDADE EM MINUTOS, DO RUNCTL
       1000-LE-LIMITE SECTION.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNPARM-MIN-OCIOSO NUMERIC
                          AND RUNPARM-MIN-OCIOSO > ZEROS
                           MOVE RUNPARM-MIN-OCIOSO TO WRK-MIN-OCIOSO
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.
       1000-LE-LIMITE-EXIT.
           EXIT.
      *SIGN-ON: CONTINUA NO MESMO TERMINAL, EXPIRA A OCIOSA, RECUSA A
      *ATIVA EM OUTRO TERMINAL, SENAO ABRE UMA SESSAO NOVA
       2000-ABRE SECTION.
           IF SESSAO-EXISTE AND SS-ATIVA
               PERFORM 7000-CALCULA-OCIOSIDADE
               EVALUATE TRUE
                   WHEN SESSAO-VENCIDA
                       MOVE 'T' TO WRK-MOTIVO
                       MOVE SPACES TO SH-SUPERVISOR
                       PERFORM 6000-ENCERRA
                   WHEN SS-TERMINAL = SES-TERMINAL
                       PERFORM 6500-REGISTRA-ATIVIDADE
                       REWRITE SESSMST-REC
                       GO TO 2000-ABRE-EXIT
                   WHEN OTHER
                       MOVE SS-TERMINAL TO SES-TERMINAL-ATIVO
                       MOVE '10' TO SES-RETORNO
                       GO TO 2000-ABRE-EXIT
               END-EVALUATE
           END-IF.
           MOVE SES-OPERADOR   TO SS-OPERADOR.
           MOVE SES-TERMINAL   TO SS-TERMINAL.
           MOVE WRK-DATA-HOJE  TO SS-DATA-INICIO.
           MOVE WRK-HORA-AGORA TO SS-HORA-INICIO.
           PERFORM 6500-REGISTRA-ATIVIDADE.
           SET SS-ATIVA TO TRUE.
           IF SESSAO-EXISTE
               REWRITE SESSMST-REC
           ELSE
               WRITE SESSMST-REC
           END-IF.
       2000-ABRE-EXIT.
           EXIT.
      *OPCAO DE MENU: SO A SESSAO ATIVA, DESTE TERMINAL E DENTRO DO
      *LIMITE CONTINUA; O RESTO PEDE NOVO SIGN-ON
       3000-TOCA SECTION.
           IF NOT SESSAO-EXISTE OR NOT SS-ATIVA
              OR SS-TERMINAL NOT = SES-TERMINAL
               MOVE '20' TO SES-RETORNO
               GO TO 3000-TOCA-EXIT
           END-IF.
           PERFORM 7000-CALCULA-OCIOSIDADE.
           IF SESSAO-VENCIDA
               MOVE 'T' TO WRK-MOTIVO
               MOVE SPACES TO SH-SUPERVISOR
               PERFORM 6000-ENCERRA
               REWRITE SESSMST-REC
               MOVE '20' TO SES-RETORNO
               GO TO 3000-TOCA-EXIT
           END-IF.
           PERFORM 6500-REGISTRA-ATIVIDADE.
           REWRITE SESSMST-REC.
       3000-TOCA-EXIT.
           EXIT.
      *SAIDA NORMAL DO MENU
       4000-FECHA SECTION.
           IF NOT SESSAO-EXISTE OR NOT SS-ATIVA
              OR SS-TERMINAL NOT = SES-TERMINAL
               GO TO 4000-FECHA-EXIT
           END-IF.
           PERFORM 6500-REGISTRA-ATIVIDADE.
           MOVE 'N' TO WRK-MOTIVO.
           MOVE SPACES TO SH-SUPERVISOR.
           PERFORM 6000-ENCERRA.
           REWRITE SESSMST-REC.
       4000-FECHA-EXIT.
           EXIT.
      *SUPERVISOR DERRUBA A SESSAO ATIVA DO OPERADOR
       5000-LIBERA SECTION.
           IF NOT SESSAO-EXISTE OR NOT SS-ATIVA
               GO TO 5000-LIBERA-EXIT
           END-IF.
           MOVE 'L' TO WRK-MOTIVO.
           MOVE SES-SUPERVISOR TO SH-SUPERVISOR.
           PERFORM 6000-ENCERRA.
           REWRITE SESSMST-REC.
       5000-LIBERA-EXIT.
           EXIT.
      *ENCERRA A SESSAO CORRENTE E ANEXA NO HISTORICO A DURACAO (DO
      *INICIO ATE A ULTIMA ATIVIDADE) E O MOTIVO
       6000-ENCERRA SECTION.
           MOVE SS-DATA-INICIO TO WRK-DATA-CONV.
           MOVE SS-HORA-INICIO TO WRK-HORA-CONV.
           PERFORM 8000-CONVERTE-MINUTOS.
           MOVE WRK-MIN-CONV   TO WRK-MIN-INICIO.
           MOVE SS-DATA-ULTIMA TO WRK-DATA-CONV.
           MOVE SS-HORA-ULTIMA TO WRK-HORA-CONV.
           PERFORM 8000-CONVERTE-MINUTOS.
           MOVE WRK-MIN-CONV   TO WRK-MIN-ULTIMA.
           MOVE WRK-DATA-HOJE  TO SH-DATA-FIM.
           MOVE WRK-HORA-AGORA TO SH-HORA-FIM.
           MOVE SS-OPERADOR    TO SH-OPERADOR.
           MOVE SS-TERMINAL    TO SH-TERMINAL.
           MOVE SS-DATA-INICIO TO SH-DATA-INICIO.
           MOVE SS-HORA-INICIO TO SH-HORA-INICIO.
           IF WRK-MIN-ULTIMA > WRK-MIN-INICIO
               COMPUTE SH-MINUTOS = WRK-MIN-ULTIMA - WRK-MIN-INICIO
           ELSE
               MOVE ZEROS TO SH-MINUTOS
           END-IF.
           MOVE WRK-MOTIVO     TO SH-MOTIVO.
           SET SS-ENCERRADA TO TRUE.
           OPEN EXTEND SESSLOG.
           IF WS-SESSLOG-STATUS = '35'
               OPEN OUTPUT SESSLOG
           END-IF.
           IF WS-SESSLOG-STATUS = '00'
               WRITE SESSLOG-REC
               CLOSE SESSLOG
           ELSE
               DISPLAY 'AVISO: SESSLOG INDISPONIVEL - STATUS '
                   WS-SESSLOG-STATUS ' - SESSAO SEM HISTORICO'
           END-IF.
       6000-ENCERRA-EXIT.
           EXIT.
      *CARIMBA A ULTIMA ATIVIDADE E A FUNCAO USADA
       6500-REGISTRA-ATIVIDADE SECTION.
           MOVE WRK-DATA-HOJE  TO SS-DATA-ULTIMA.
           MOVE WRK-HORA-AGORA TO SS-HORA-ULTIMA.
           MOVE SES-PROGRAMA   TO SS-PROGRAMA.
       6500-REGISTRA-ATIVIDADE-EXIT.
           EXIT.
      *MINUTOS DESDE A ULTIMA ATIVIDADE CONTRA O LIMITE
       7000-CALCULA-OCIOSIDADE SECTION.
           MOVE 'N' TO WS-VENCIDA.
           MOVE WRK-DATA-HOJE  TO WRK-DATA-CONV.
           MOVE WRK-HORA-AGORA TO WRK-HORA-CONV.
           PERFORM 8000-CONVERTE-MINUTOS.
           MOVE WRK-MIN-CONV   TO WRK-MIN-AGORA.
           MOVE SS-DATA-ULTIMA TO WRK-DATA-CONV.
           MOVE SS-HORA-ULTIMA TO WRK-HORA-CONV.
           PERFORM 8000-CONVERTE-MINUTOS.
           MOVE WRK-MIN-CONV   TO WRK-MIN-ULTIMA.
           COMPUTE WRK-OCIOSOS = WRK-MIN-AGORA - WRK-MIN-ULTIMA.
           IF WRK-OCIOSOS > WRK-MIN-OCIOSO
               SET SESSAO-VENCIDA TO TRUE
           END-IF.
       7000-CALCULA-OCIOSIDADE-EXIT.
           EXIT.
      *DATA + HORA EM MINUTOS CORRIDOS (DATA INVALIDA = ZERO, O QUE
      *FAZ A SESSAO PARECER OCIOSA E EXPIRAR)
       8000-CONVERTE-MINUTOS SECTION.
           MOVE ZEROS TO WRK-MIN-CONV.
           IF WRK-DATA-CONV NOT NUMERIC OR WRK-DATA-CONV = ZEROS
              OR WRK-HORA-CONV NOT NUMERIC
               GO TO 8000-CONVERTE-MINUTOS-EXIT
           END-IF.
           COMPUTE WRK-MIN-CONV =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CONV) * 1440
               + WRK-CONV-HH * 60 + WRK-CONV-MM.
       8000-CONVERTE-MINUTOS-EXIT.
           EXIT.
       END PROGRAM CTLSESS.

      * 01/09/2026 RJJ FIRST VERSION. UMA PASSADA POR EXECUCAO - O
      *                OPERADOR RODA DE NOVO PARA ATUALIZAR, COMO NO
      *                STATINQ.
      * 15/10/2026 RJJ PASSO QUE O JOBSCHED GRAVOU NO EXECPLAN DE HOJE
      *                COMO 'N' (FORA DA SUA FREQUENCIA NO PLANJOB) SAI
      *                'NAO PROGR.' EM VEZ DE FICAR AGUARDANDO A NOITE
      *                TODA.
      * 15/10/2026 RJJ A TABELA DE RITMO POR PROGRAMA PASSOU DE 50 PARA
      *                200 ENTRADAS, ACOMPANHANDO O PLANO. PROGRAMA QUE
      *                NAO CABE NA TABELA NAO E MAIS IGNORADO EM
      *                SILENCIO: O CONSOLE AVISA E TERMINA COM RC-ERRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSBAT.
           SELECT CTLEXEC ASSIGN TO "CTLEXEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLEXEC-STATUS.
           SELECT EXECPLAN ASSIGN TO "EXECPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECPLAN-STATUS.
           SELECT STATEXEC ASSIGN TO "STATEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 PJ-RC-LIMITE  PIC 9(002).
           05 PJ-ATIVO      PIC X(001).
           05 PJ-SYSIN      PIC X(008).
           05 PJ-FREQUENCIA PIC X(001).
           05 PJ-FREQ-PARM  PIC 9(002).
       FD  CTLEXEC.
       01  CTLEXEC-REC.
           05 CT-PROGRAMA     PIC X(008).
           05 CT-DATA         PIC 9(008).
           05 FILLER          PIC X(001).
           05 CT-HORA         PIC 9(008).
       FD  EXECPLAN.
       01  EXECPLAN-REC.
           05 EP-DATA       PIC 9(008).
           05 EP-PASSO      PIC X(008).
           05 EP-HORA-INI   PIC 9(008).
           05 EP-HORA-FIM   PIC 9(008).
           05 EP-RC         PIC 9(002).
           05 EP-SITUACAO   PIC X(001).
           05 EP-REINICIO   PIC X(001).
       FD  STATEXEC.
       COPY PULSREC.
       FD  ESTATRUN.
       01 AREA-CONTROLE.
           05 WS-PLANJOB-STATUS  PIC X(002) VALUE '00'.
           05 WS-CTLEXEC-STATUS  PIC X(002) VALUE '00'.
           05 WS-EXECPLAN-STATUS PIC X(002) VALUE '00'.
           05 WS-STATEXEC-STATUS PIC X(002) VALUE '00'.
           05 WS-ESTATRUN-STATUS PIC X(002) VALUE '00'.
           05 WS-STATEXEC-NO-AR  PIC X(001) VALUE 'N'.
               88 FIM-PLANJOB         VALUE 'S'.
           05 WS-FIM-CTLEXEC     PIC X(001) VALUE 'N'.
               88 FIM-CTLEXEC         VALUE 'S'.
           05 WS-FIM-EXECPLAN    PIC X(001) VALUE 'N'.
               88 FIM-EXECPLAN        VALUE 'S'.
           05 WS-NAO-PROGRAMADO  PIC X(001) VALUE 'N'.
               88 NAO-PROGRAMADO      VALUE 'S'.
           05 WS-FIM-ESTATRUN    PIC X(001) VALUE 'N'.
               88 FIM-ESTATRUN        VALUE 'S'.
           05 WS-CONCLUIDO-HOJE  PIC X(001) VALUE 'N'.
               88 CONCLUIDO-HOJE      VALUE 'S'.
      *HISTORICO DE RITMO POR PROGRAMA (CENTESIMOS DE REG/SEG)
       01 AREA-HISTORICO.
           05 HST-QTDE          PIC 9(003) VALUE ZEROS.
           05 HST-ENTRADA OCCURS 200 TIMES.
               10 HST-PROGRAMA  PIC X(008).
               10 HST-SOMA-RITMO PIC 9(011) VALUE ZEROS.
               10 HST-RODADAS   PIC 9(005) VALUE ZEROS.
           05 IX-HST            PIC 9(003) VALUE ZEROS.
           05 WS-HIST-CHEIO     PIC X(001) VALUE 'N'.
               88 HISTORICO-ESTOURADO VALUE 'S'.
       01 AREA-RITMO.
           05 WRK-SEG-INI       PIC 9(007) VALUE ZEROS.
           05 WRK-SEG-FIM       PIC 9(007) VALUE ZEROS.
               CONTINUE
           END-PERFORM.
           IF IX-HST > HST-QTDE
               IF HST-QTDE >= 200
                   SET HISTORICO-ESTOURADO TO TRUE
                   GO TO 1250-ACUMULA-RITMO-EXIT
               END-IF
               ADD 1 TO HST-QTDE
               MOVE 'CONCLUIDO' TO CON-SITUACAO
               GO TO 2100-SITUA-PASSO-EXIT
           END-IF.
           PERFORM 2250-CONSULTA-EXECPLAN.
           IF NAO-PROGRAMADO
               MOVE 'NAO PROGR.' TO CON-SITUACAO
               GO TO 2100-SITUA-PASSO-EXIT
           END-IF.
           IF STATEXEC-NO-AR
               MOVE PJ-PASSO TO BT-PROGRAMA
               READ STATEXEC
           END-IF.
       2200-CONSULTA-CTLEXEC-EXIT.
           EXIT.
      *O JOBSCHED DEIXOU O PASSO FORA DA NOITE DE HOJE (FREQUENCIA)?
       2250-CONSULTA-EXECPLAN SECTION.
           MOVE 'N' TO WS-NAO-PROGRAMADO.
           MOVE 'N' TO WS-FIM-EXECPLAN.
           OPEN INPUT EXECPLAN.
           IF WS-EXECPLAN-STATUS NOT = '00'
               SET FIM-EXECPLAN TO TRUE
           END-IF.
           PERFORM UNTIL FIM-EXECPLAN OR NAO-PROGRAMADO
               READ EXECPLAN
                   AT END
                       SET FIM-EXECPLAN TO TRUE
                   NOT AT END
                       IF EP-PASSO = PJ-PASSO
                          AND EP-DATA = WRK-DATA-HOJE
                          AND EP-SITUACAO = 'N'
                           SET NAO-PROGRAMADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EXECPLAN-STATUS NOT = '35'
              AND WS-EXECPLAN-STATUS NOT = '91'
               CLOSE EXECPLAN
           END-IF.
       2250-CONSULTA-EXECPLAN-EXIT.
           EXIT.
      *RITMO DO ULTIMO INTERVALO DE PULSO DO STATEXEC
       2300-RITMO-ATUAL SECTION.
           MOVE BT-HORA-ANTERIOR TO WRK-HORA-CONV.
               CLOSE STATEXEC
           END-IF.
           DISPLAY 'RITMOS EM CENTESIMOS DE REGISTRO POR SEGUNDO'.
           IF HISTORICO-ESTOURADO
               DISPLAY 'ESTATRUN COM MAIS DE 200 PROGRAMAS - TABELA DE '
                   'RITMO ESTOURADA, MEDIAS INCOMPLETAS'
               MOVE RC-ERRO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM CONSBAT.

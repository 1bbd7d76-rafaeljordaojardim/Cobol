      *                NAO DA CADEIA DO CALCLOTE - A COMPARACAO
      *                CRUZAVA SUBSISTEMAS SEM RELACAO E ESTOURAVA O
      *                ALARME TODA NOITE.
      * 15/10/2026 RJJ CADEIA CUJO PASSO PRODUTOR (CALCLOTE, PARLOTE,
      *                PROGLOTE) O JOBSCHED GRAVOU NO EXECPLAN DA NOITE
      *                COMO 'N' (FORA DA SUA FREQUENCIA NO PLANJOB) SAI
      *                'NAO PROGRAMADO' E NAO CONTA COMO DIFERENCA - AS
      *                PONTAS VELHAS DA ULTIMA RODADA NAO SAO COBRADAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALDIA.
           SELECT ARQLIDO ASSIGN USING WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQLIDO-STATUS.
           SELECT EXECPLAN ASSIGN TO "EXECPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECPLAN-STATUS.
           SELECT RELBALD ASSIGN TO "RELBALD"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQLIDO.
       01  LIDO-LINHA PIC X(080).
       FD  EXECPLAN.
       01  EXECPLAN-REC.
           05 EP-DATA       PIC 9(008).
           05 EP-PASSO      PIC X(008).
           05 EP-HORA-INI   PIC 9(008).
           05 EP-HORA-FIM   PIC 9(008).
           05 EP-RC         PIC 9(002).
           05 EP-SITUACAO   PIC X(001).
           05 EP-REINICIO   PIC X(001).
       FD  RELBALD.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
               88 FIM-ARQLIDO        VALUE 'S'.
           05 WS-HOUVE-DIF      PIC X(001) VALUE 'N'.
               88 HOUVE-DIFERENCA    VALUE 'S'.
           05 WS-EXECPLAN-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-EXECPLAN   PIC X(001) VALUE 'N'.
               88 FIM-EXECPLAN       VALUE 'S'.
      *SITUACAO DOS PASSOS PRODUTORES NA ULTIMA NOITE DO EXECPLAN
       01 AREA-NOITE.
           05 WRK-DATA-NOITE    PIC 9(008) VALUE ZEROS.
           05 SIT-CALCLOTE      PIC X(001) VALUE SPACE.
           05 SIT-PARLOTE       PIC X(001) VALUE SPACE.
           05 SIT-PROGLOTE      PIC X(001) VALUE SPACE.
           05 WRK-SIT-PASSO     PIC X(001) VALUE SPACE.
               88 PASSO-NAO-PROGRAMADO VALUE 'N'.
       01 AREA-CONTAGEM.
           05 WRK-NOME-ARQ      PIC X(008) VALUE SPACES.
           05 WRK-MODO-CONTA    PIC X(001) VALUE 'T'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 1500-LE-EXECPLAN
           PERFORM 2000-CONTA-AS-PONTAS
           PERFORM 3000-CRUZA-E-IMPRIME
           GOBACK.
           WRITE REL-LINHA.
       1000-INICIALIZA-EXIT.
           EXIT.
      *GUARDA A ULTIMA SITUACAO DE CADA PASSO PRODUTOR NA NOITE MAIS
      *RECENTE DO EXECPLAN (SEM EXECPLAN, TODAS AS CADEIAS CONTAM)
       1500-LE-EXECPLAN SECTION.
           OPEN INPUT EXECPLAN.
           IF WS-EXECPLAN-STATUS NOT = '00'
               GO TO 1500-LE-EXECPLAN-EXIT
           END-IF.
           PERFORM UNTIL FIM-EXECPLAN
               READ EXECPLAN
                   AT END
                       SET FIM-EXECPLAN TO TRUE
                   NOT AT END
                       PERFORM 1550-GUARDA-SITUACAO
               END-READ
           END-PERFORM.
           CLOSE EXECPLAN.
       1500-LE-EXECPLAN-EXIT.
           EXIT.
      *UMA LINHA DO EXECPLAN: NOITE MAIS NOVA ZERA O QUE FOI GUARDADO
       1550-GUARDA-SITUACAO SECTION.
           IF EP-DATA NOT NUMERIC OR EP-DATA < WRK-DATA-NOITE
               GO TO 1550-GUARDA-SITUACAO-EXIT
           END-IF.
           IF EP-DATA > WRK-DATA-NOITE
               MOVE EP-DATA TO WRK-DATA-NOITE
               MOVE SPACE TO SIT-CALCLOTE
               MOVE SPACE TO SIT-PARLOTE
               MOVE SPACE TO SIT-PROGLOTE
           END-IF.
           EVALUATE EP-PASSO
               WHEN 'CALCLOTE'
                   MOVE EP-SITUACAO TO SIT-CALCLOTE
               WHEN 'PARLOTE '
                   MOVE EP-SITUACAO TO SIT-PARLOTE
               WHEN 'PROGLOTE'
                   MOVE EP-SITUACAO TO SIT-PROGLOTE
           END-EVALUATE.
       1550-GUARDA-SITUACAO-EXIT.
           EXIT.
      *CONTA AS DUAS PONTAS E OS REJEITOS DE CADA CADEIA
       2000-CONTA-AS-PONTAS SECTION.
           MOVE 'TRANCALC' TO WRK-NOME-ARQ.
           MOVE QTD-RESCALC  TO BAL-SAIDA.
           MOVE QTD-CALCREJ  TO BAL-REJEITOS.
           COMPUTE WRK-DIFERENCA = QTD-TRANCALC - QTD-RESCALC.
           MOVE SIT-CALCLOTE TO WRK-SIT-PASSO.
           PERFORM 3100-VEREDITO.
           MOVE 'FATORIAL      ' TO BAL-CADEIA.
           MOVE QTD-FATIN  TO BAL-ENTRADA.
           MOVE QTD-FATOUT TO BAL-SAIDA.
           MOVE QTD-FATREJ TO BAL-REJEITOS.
           COMPUTE WRK-DIFERENCA = QTD-FATIN - QTD-FATOUT.
           MOVE SPACE TO WRK-SIT-PASSO.
           PERFORM 3100-VEREDITO.
           MOVE 'PARIDADE      ' TO BAL-CADEIA.
           MOVE QTD-CONTASLT TO BAL-ENTRADA.
           MOVE QTD-RELPAR   TO BAL-SAIDA.
           MOVE ZEROS TO BAL-REJEITOS.
           COMPUTE WRK-DIFERENCA = QTD-CONTASLT - QTD-RELPAR.
           MOVE SIT-PARLOTE TO WRK-SIT-PASSO.
           PERFORM 3100-VEREDITO.
           MOVE 'TRIAGEM       ' TO BAL-CADEIA.
           MOVE QTD-ROSTER TO BAL-ENTRADA.
           MOVE QTD-RELBMI TO BAL-SAIDA.
           MOVE ZEROS TO BAL-REJEITOS.
           COMPUTE WRK-DIFERENCA = QTD-ROSTER - QTD-RELBMI.
           MOVE SIT-PROGLOTE TO WRK-SIT-PASSO.
           PERFORM 3100-VEREDITO.
           CLOSE RELBALD.
           IF HOUVE-DIFERENCA
      *LINHA DE VEREDITO DA CADEIA CORRENTE
       3100-VEREDITO SECTION.
           MOVE WRK-DIFERENCA TO BAL-DIF.
           IF PASSO-NAO-PROGRAMADO
               MOVE 'NAO PROGRAMADO' TO BAL-SITUACAO
               WRITE REL-LINHA FROM REL-BALANCO
               GO TO 3100-VEREDITO-EXIT
           END-IF.
           IF WRK-DIFERENCA = ZEROS
               MOVE 'EM BALANCO' TO BAL-SITUACAO
           ELSE

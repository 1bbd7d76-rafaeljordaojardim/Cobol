      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: SERVICO CHAMAVEL DA SITUACAO DE CALIBRACAO DE UM
      *          QUIOSQUE/BALANCA - LE O CADASTRO DISPMSTR E DEVOLVE SE
      *          NA DATA DA MEDICAO A CALIBRACAO ESTAVA EM DIA ('S'),
      *          VENCIDA ('V') OU SE O DISPOSITIVO E DESCONHECIDO OU
      *          INATIVO ('D'), COM O LOCAL E A PROXIMA CALIBRACAO PARA
      *          O AVISO AO OPERADOR. SO LEITURA - QUEM MEXE NAS DATAS
      *          E O CALMAINT. VEJA O COPYBOOK DSPCOM PARA A AREA DE
      *          COMUNICACAO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERDISP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPMSTR ASSIGN TO "DISPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-CODIGO
               FILE STATUS IS WS-DISPMSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPMSTR.
       COPY DSPREC.
       WORKING-STORAGE SECTION.
       01 AREA-CONTROLE.
           05 WS-DISPMSTR-STATUS PIC X(002) VALUE '00'.
       LINKAGE SECTION.
       COPY DSPCOM.
       PROCEDURE DIVISION USING AREA-VERDISP.
       0000-MAINLINE.
           MOVE '00' TO DSPC-RETORNO.
           MOVE 'D' TO DSPC-SIT-CALIB.
           MOVE SPACES TO DSPC-LOCAL.
           MOVE SPACES TO DSPC-SITUACAO.
           MOVE ZEROS TO DSPC-PROX-CALIB.
           OPEN INPUT DISPMSTR.
           IF WS-DISPMSTR-STATUS NOT = '00'
               MOVE '08' TO DSPC-RETORNO
           ELSE
               PERFORM 2100-AVALIA-DISPOSITIVO
               CLOSE DISPMSTR
           END-IF.
           GOBACK.
      *LE O DISPOSITIVO E CLASSIFICA A CALIBRACAO NA DATA PEDIDA
       2100-AVALIA-DISPOSITIVO SECTION.
           MOVE DSPC-CODIGO TO DSP-CODIGO.
           READ DISPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DISPMSTR-STATUS NOT = '00'
               MOVE '23' TO DSPC-RETORNO
               GO TO 2100-AVALIA-DISPOSITIVO-EXIT
           END-IF.
           MOVE DSP-LOCAL      TO DSPC-LOCAL.
           MOVE DSP-PROX-CALIB TO DSPC-PROX-CALIB.
           MOVE DSP-SITUACAO   TO DSPC-SITUACAO.
           EVALUATE TRUE
               WHEN DSP-INATIVO
                   MOVE 'D' TO DSPC-SIT-CALIB
               WHEN DSP-PROX-CALIB = ZEROS
                   MOVE 'V' TO DSPC-SIT-CALIB
               WHEN DSPC-DATA > DSP-PROX-CALIB
                   MOVE 'V' TO DSPC-SIT-CALIB
               WHEN OTHER
                   MOVE 'S' TO DSPC-SIT-CALIB
           END-EVALUATE.
       2100-AVALIA-DISPOSITIVO-EXIT.
           EXIT.
       END PROGRAM VERDISP.

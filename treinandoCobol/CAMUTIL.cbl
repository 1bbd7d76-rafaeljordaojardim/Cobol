      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: SERVICO DE COTACAO DE CAMBIO - DEVOLVE A TAXA EM REAIS
      *          DE UMA MOEDA NUMA DATA DE REFERENCIA, LIDA DA TABELA
      *          CAMBIO (VEJA CAMCOM). DATA SEM COTACAO QUE CAI EM FIM
      *          DE SEMANA OU FERIADO USA A COTACAO DO DIA UTIL
      *          ANTERIOR, ACHADO PELO DIAUTIL; DIA UTIL SEM COTACAO E
      *          DEVOLVIDO COMO SEM COTACAO. CHAMADO PELO CALCLOTE E
      *          PELO calc.cbl NA OPERACAO DE CONVERSAO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO ASSIGN TO "CAMBIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CHAVE
               FILE STATUS IS WS-CAMBIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO.
       COPY CAMREC.
       WORKING-STORAGE SECTION.
       COPY DIACOM.
       COPY VALDCOM.
       01 WS-CAMBIO-STATUS PIC X(002) VALUE '00'.
       LINKAGE SECTION.
       COPY CAMCOM.
       PROCEDURE DIVISION USING AREA-CAMUTIL.
       0000-MAINLINE.
           MOVE '08' TO CAM-RETORNO.
           MOVE ZEROS TO CAM-TAXA.
           MOVE ZEROS TO CAM-DATA-TAXA.
           IF CAM-MOEDA = SPACES OR CAM-DATA-REF NOT NUMERIC
               GO TO 0000-DEVOLVE
           END-IF.
           MOVE CAM-DATA-REF TO VDT-DATA.
           MOVE CAM-RC TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               GO TO 0000-DEVOLVE
           END-IF.
           OPEN INPUT CAMBIO.
           IF WS-CAMBIO-STATUS NOT = '00'
               MOVE '12' TO CAM-RETORNO
               GO TO 0000-DEVOLVE
           END-IF.
           PERFORM 2000-COTACAO-DO-DIA.
           IF NOT CAM-COTACAO-DO-DIA
               PERFORM 2100-DIA-UTIL-ANTERIOR
           END-IF.
           CLOSE CAMBIO.
       0000-DEVOLVE.
           MOVE CAM-RC TO RETURN-CODE.
           GOBACK.
      *PROCURA A COTACAO DA PROPRIA DATA DE REFERENCIA
       2000-COTACAO-DO-DIA SECTION.
           MOVE CAM-MOEDA    TO CB-MOEDA.
           MOVE CAM-DATA-REF TO CB-DATA.
           READ CAMBIO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CAMBIO-STATUS = '00'
               MOVE CB-TAXA TO CAM-TAXA
               MOVE CB-DATA TO CAM-DATA-TAXA
               MOVE '00' TO CAM-RETORNO
           END-IF.
       2000-COTACAO-DO-DIA-EXIT.
           EXIT.
      *DATA SEM COTACAO: SE NAO FOR DIA UTIL, VALE A COTACAO DO DIA
      *UTIL ANTERIOR; DIA UTIL SEM COTACAO FICA SEM COTACAO
       2100-DIA-UTIL-ANTERIOR SECTION.
           MOVE 'A' TO DU-FUNCAO.
           MOVE CAM-DATA-REF TO DU-DATA.
           MOVE ZEROS TO DU-AGENCIA.
           MOVE CAM-RC TO DU-RC.
           CALL 'DIAUTIL' USING AREA-DIAUTIL.
           IF DU-RETORNO NOT = '00' OR DU-DATA = CAM-DATA-REF
               GO TO 2100-DIA-UTIL-ANTERIOR-EXIT
           END-IF.
           MOVE CAM-MOEDA TO CB-MOEDA.
           MOVE DU-DATA   TO CB-DATA.
           READ CAMBIO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CAMBIO-STATUS = '00'
               MOVE CB-TAXA TO CAM-TAXA
               MOVE CB-DATA TO CAM-DATA-TAXA
               MOVE '02' TO CAM-RETORNO
           END-IF.
       2100-DIA-UTIL-ANTERIOR-EXIT.
           EXIT.
       END PROGRAM CAMUTIL.

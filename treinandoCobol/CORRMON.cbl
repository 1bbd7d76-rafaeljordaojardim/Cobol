      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: SERVICO DE CORRECAO MONETARIA - CORRIGE UM VALOR DA
      *          DATA INICIAL ATE A DATA FINAL PELA TABELA DE INDICES
      *          DE PRECOS INDICES (VEJA CORCOM). O FATOR E O INDICE DO
      *          MES FINAL SOBRE O DO MES INICIAL; ANTES DISSO CADA MES
      *          DO PERIODO E CONFERIDO NA TABELA E O PRIMEIRO MES SEM
      *          INDICE (OU COM INDICE ZERO) RECUSA A CORRECAO. CHAMADO
      *          PELO CALCLOTE E PELO calcSimples NA OPERACAO DE
      *          CORRECAO MONETARIA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES ASSIGN TO "INDICES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NI-ANOMES
               FILE STATUS IS WS-INDICES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDICES.
       COPY INDREC.
       WORKING-STORAGE SECTION.
       COPY VALDCOM.
       01 WS-INDICES-STATUS PIC X(002) VALUE '00'.
       01 WRK-MES-CORRENTE  PIC 9(006) VALUE ZEROS.
       01 FILLER REDEFINES WRK-MES-CORRENTE.
           05 WRK-ANO-CORRENTE PIC 9(004).
           05 WRK-MM-CORRENTE  PIC 9(002).
       01 WRK-MES-INICIAL   PIC 9(006) VALUE ZEROS.
       01 WRK-MES-FINAL     PIC 9(006) VALUE ZEROS.
       01 WRK-INDICE-INI    PIC 9(008)V9(006) VALUE ZEROS.
       01 WRK-INDICE-FIM    PIC 9(008)V9(006) VALUE ZEROS.
       01 WS-PERIODO-COMPLETO PIC X(001) VALUE 'S'.
           88 PERIODO-COMPLETO           VALUE 'S'.
       LINKAGE SECTION.
       COPY CORCOM.
       PROCEDURE DIVISION USING AREA-CORRMON.
       0000-MAINLINE.
           MOVE '08' TO CRM-RETORNO.
           MOVE ZEROS TO CRM-VALOR-CORRIGIDO.
           MOVE ZEROS TO CRM-FATOR.
           MOVE ZEROS TO CRM-MES-FALTANTE.
           IF CRM-DATA-INI NOT NUMERIC OR CRM-DATA-FIM NOT NUMERIC
               GO TO 0000-DEVOLVE
           END-IF.
           MOVE CRM-DATA-INI TO VDT-DATA.
           MOVE CRM-RC TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               GO TO 0000-DEVOLVE
           END-IF.
           MOVE CRM-DATA-FIM TO VDT-DATA.
           MOVE CRM-RC TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               GO TO 0000-DEVOLVE
           END-IF.
           IF CRM-DATA-FIM < CRM-DATA-INI
               GO TO 0000-DEVOLVE
           END-IF.
           MOVE CRM-DATA-INI(1:6) TO WRK-MES-INICIAL.
           MOVE CRM-DATA-FIM(1:6) TO WRK-MES-FINAL.
           OPEN INPUT INDICES.
           IF WS-INDICES-STATUS NOT = '00'
               MOVE '12' TO CRM-RETORNO
               GO TO 0000-DEVOLVE
           END-IF.
           PERFORM 2000-CONFERE-PERIODO.
           CLOSE INDICES.
           IF NOT PERIODO-COMPLETO
               MOVE '04' TO CRM-RETORNO
               GO TO 0000-DEVOLVE
           END-IF.
           PERFORM 3000-CALCULA-CORRECAO.
       0000-DEVOLVE.
           MOVE CRM-RC TO RETURN-CODE.
           GOBACK.
      *PERCORRE MES A MES DO INICIAL AO FINAL; PARA NO PRIMEIRO MES
      *SEM INDICE (OU COM INDICE ZERADO) E GUARDA OS DOIS EXTREMOS
       2000-CONFERE-PERIODO SECTION.
           MOVE 'S' TO WS-PERIODO-COMPLETO.
           MOVE WRK-MES-INICIAL TO WRK-MES-CORRENTE.
           PERFORM UNTIL WRK-MES-CORRENTE > WRK-MES-FINAL
                      OR NOT PERIODO-COMPLETO
               MOVE WRK-MES-CORRENTE TO NI-ANOMES
               READ INDICES
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-INDICES-STATUS NOT = '00' OR NI-INDICE = ZEROS
                   MOVE 'N' TO WS-PERIODO-COMPLETO
                   MOVE WRK-MES-CORRENTE TO CRM-MES-FALTANTE
               ELSE
                   IF WRK-MES-CORRENTE = WRK-MES-INICIAL
                       MOVE NI-INDICE TO WRK-INDICE-INI
                   END-IF
                   IF WRK-MES-CORRENTE = WRK-MES-FINAL
                       MOVE NI-INDICE TO WRK-INDICE-FIM
                   END-IF
                   IF WRK-MM-CORRENTE = 12
                       ADD 1 TO WRK-ANO-CORRENTE
                       MOVE 1 TO WRK-MM-CORRENTE
                   ELSE
                       ADD 1 TO WRK-MM-CORRENTE
                   END-IF
               END-IF
           END-PERFORM.
       2000-CONFERE-PERIODO-EXIT.
           EXIT.
      *FATOR = INDICE FINAL / INDICE INICIAL; O VALOR CORRIGIDO SAI DA
      *RAZAO DOS INDICES E NAO DO FATOR JA ARREDONDADO
       3000-CALCULA-CORRECAO SECTION.
           MOVE '16' TO CRM-RETORNO.
           COMPUTE CRM-FATOR ROUNDED =
                   WRK-INDICE-FIM / WRK-INDICE-INI
               ON SIZE ERROR
                   MOVE ZEROS TO CRM-FATOR
                   GO TO 3000-CALCULA-CORRECAO-EXIT
           END-COMPUTE.
           COMPUTE CRM-VALOR-CORRIGIDO ROUNDED =
                   CRM-VALOR * WRK-INDICE-FIM / WRK-INDICE-INI
               ON SIZE ERROR
                   MOVE ZEROS TO CRM-FATOR
                   MOVE ZEROS TO CRM-VALOR-CORRIGIDO
                   GO TO 3000-CALCULA-CORRECAO-EXIT
           END-COMPUTE.
           MOVE '00' TO CRM-RETORNO.
       3000-CALCULA-CORRECAO-EXIT.
           EXIT.
       END PROGRAM CORRMON.

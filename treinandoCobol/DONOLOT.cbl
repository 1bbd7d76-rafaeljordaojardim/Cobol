      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: SERVICO DE PROPRIETARIO DE LOTE - DEVOLVE QUEM ERA O
      *          DONO DO LOTE NUMA DATA (OU O ATUAL, COM A DATA
      *          ZERADA) SEGUNDO O CADASTRO DE PROPRIEDADE PROPLOT. O
      *          PERIODO DE POSSE VALE DA DATA DE INICIO (INCLUSIVE)
      *          ATE A DATA DE FIM (EXCLUSIVE - E O DIA EM QUE O
      *          COMPRADOR ASSUME); FIM ZERADO = DONO ATUAL. SEM O
      *          PROPLOT NO AR DEVOLVE '08' E QUEM CHAMA SEGUE SEM O
      *          NOME. VEJA O COPYBOOK DONCOM.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONOLOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPLOT ASSIGN TO "PROPLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-PROPLOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPLOT.
       COPY PRPREC.
       WORKING-STORAGE SECTION.
       01 WS-PROPLOT-STATUS PIC X(002) VALUE '00'.
       01 WS-FIM-LOTE       PIC X(001) VALUE 'N'.
           88 FIM-DO-LOTE        VALUE 'S'.
       01 WRK-DATA-REF      PIC 9(008) VALUE ZEROS.
       LINKAGE SECTION.
       COPY DONCOM.
       PROCEDURE DIVISION USING AREA-DONOLOT.
       0000-MAINLINE.
           MOVE '04' TO DON-RETORNO.
           MOVE SPACES TO DON-NOME DON-TIPO-DOC.
           MOVE ZEROS TO DON-DOCUMENTO DON-DATA-INICIO.
           IF DON-DATA = ZEROS
               MOVE 99999999 TO WRK-DATA-REF
           ELSE
               MOVE DON-DATA TO WRK-DATA-REF
           END-IF.
           OPEN INPUT PROPLOT.
           IF WS-PROPLOT-STATUS NOT = '00'
               MOVE '08' TO DON-RETORNO
               MOVE DON-RC TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-PROCURA-PERIODO.
           CLOSE PROPLOT.
           MOVE DON-RC TO RETURN-CODE.
           GOBACK.
      *PERCORRE OS PERIODOS DO LOTE ATE O QUE CONTEM A DATA
       1000-PROCURA-PERIODO SECTION.
           MOVE 'N' TO WS-FIM-LOTE.
           MOVE DON-LOTE TO PR-LOTE.
           MOVE ZEROS    TO PR-DATA-INICIO.
           START PROPLOT KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   GO TO 1000-PROCURA-PERIODO-EXIT
           END-START.
           PERFORM UNTIL FIM-DO-LOTE OR DON-ACHOU
               READ PROPLOT NEXT
                   AT END
                       SET FIM-DO-LOTE TO TRUE
               END-READ
               IF NOT FIM-DO-LOTE
                   IF PR-LOTE NOT = DON-LOTE
                      OR PR-DATA-INICIO > WRK-DATA-REF
                       SET FIM-DO-LOTE TO TRUE
                   ELSE
                       IF PR-ATUAL OR PR-DATA-FIM > WRK-DATA-REF
                           MOVE '00'           TO DON-RETORNO
                           MOVE PR-NOME        TO DON-NOME
                           MOVE PR-TIPO-DOC    TO DON-TIPO-DOC
                           MOVE PR-DOCUMENTO   TO DON-DOCUMENTO
                           MOVE PR-DATA-INICIO TO DON-DATA-INICIO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       1000-PROCURA-PERIODO-EXIT.
           EXIT.
       END PROGRAM DONOLOT.

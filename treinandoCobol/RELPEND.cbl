      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ CADA PENDENCIA EM ABERTO TAMBEM VAI PARA A FILA
      *                DE NOTIFICACOES (CALL 'GRVNOTIF'), GRUPO
      *                SUPERVIS, MSG0009, UMA VEZ POR PENDENCIA POR DIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPEND.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY NTFCOM.
       01 AREA-CONTROLE.
           05 WS-PENDMST-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-PENDMST    PIC X(001) VALUE 'N'.
                           MOVE PEN-SOLICITANTE TO DET-SOLIC
                           MOVE PEN-DATA-SOL    TO DET-DATA
                           WRITE REL-LINHA FROM REL-DETALHE
                           PERFORM 2100-NOTIFICA
                       WHEN PEN-APROVADA
                           ADD 1 TO CNT-APROVADAS
                       WHEN PEN-RECUSADA
           END-READ.
       2000-PROCESSA-EXIT.
           EXIT.
      *ENFILEIRA A PENDENCIA PARA OS SUPERVISORES APROVADORES
       2100-NOTIFICA SECTION.
           MOVE SPACES     TO AREA-GRVNOTIF.
           MOVE 'SUPERVIS' TO NTF-GRUPO.
           MOVE 'A'        TO NTF-SEVERIDADE.
           MOVE 'MSG0009'  TO NTF-MSG-ID.
           MOVE 'RELPEND'  TO NTF-PROGRAMA.
           MOVE PEN-SEQ    TO NTF-CONDICAO.
           STRING 'APROVAR ' PEN-SEQ ' ' PEN-ARQUIVO ' '
               PEN-DESCRICAO DELIMITED BY SIZE INTO NTF-TEXTO.
           CALL 'GRVNOTIF' USING AREA-GRVNOTIF.
       2100-NOTIFICA-EXIT.
           EXIT.
      *TOTAIS E RETORNO AO STEP
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.

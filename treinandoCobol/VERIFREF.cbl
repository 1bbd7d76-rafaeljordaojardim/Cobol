      *                RELACAO PASSARAM A SER MONTADOS COM STRING - A
      *                CONTINUACAO DE LITERAL EM FORMATO FIXO PARTIA
      *                AS PALAVRAS NO MEIO (LEVANTAM    ENTO).
      * 15/10/2026 RJJ ORFAO ENCONTRADO TAMBEM VAI PARA A FILA DE
      *                NOTIFICACOES (CALL 'GRVNOTIF'), GRUPO SUPORTE,
      *                MSG0011, COM AS TRES CONTAGENS - UMA VEZ NO DIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFREF.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY NTFCOM.
       01 AREA-CONTROLE.
           05 WS-HISTIMC-STATUS  PIC X(002) VALUE '00'.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
               ' / TOTDIA ' CNT-DIA-ORFAOS.
           IF CNT-HIST-ORFAOS > ZEROS OR CNT-GEO-ORFAOS > ZEROS
              OR CNT-DIA-ORFAOS > ZEROS
               PERFORM 3100-NOTIFICA
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *ENFILEIRA O RESUMO DOS ORFAOS PARA O SUPORTE
       3100-NOTIFICA SECTION.
           MOVE SPACES     TO AREA-GRVNOTIF.
           MOVE 'SUPORTE'  TO NTF-GRUPO.
           MOVE 'A'        TO NTF-SEVERIDADE.
           MOVE 'MSG0011'  TO NTF-MSG-ID.
           MOVE 'VERIFREF' TO NTF-PROGRAMA.
           MOVE 'ORFAOS'   TO NTF-CONDICAO.
           STRING 'ORFAOS: HISTIMC ' CNT-HIST-ORFAOS
               ' GEOMSTR ' CNT-GEO-ORFAOS
               ' TOTDIA ' CNT-DIA-ORFAOS
               DELIMITED BY SIZE INTO NTF-TEXTO.
           CALL 'GRVNOTIF' USING AREA-GRVNOTIF.
       3100-NOTIFICA-EXIT.
           EXIT.
       END PROGRAM VERIFREF.

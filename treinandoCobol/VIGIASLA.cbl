      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION. CUTOFF E TEXTO EDITAVEL COMO O
      *                RUNCTL: PASSO (8) + HHMMSS DO LIMITE.
      * 15/10/2026 RJJ CADA ESCALACAO TAMBEM VAI PARA A FILA DE
      *                NOTIFICACOES (CALL 'GRVNOTIF'), GRUPO OPERACAO,
      *                MSG0006 ESTOURADO / MSG0007 PROJETADO - A MESMA
      *                ESCALACAO DO PASSO SO E AVISADA UMA VEZ NO DIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGIASLA.
      *        'E' ESTOURADO, 'P' PROJETADO PARA ESTOURAR
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY NTFCOM.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WRK-HORA-AGORA    PIC 9(008) VALUE ZEROS.
       01 WRK-AGORA-HHMMSS  PIC 9(006) VALUE ZEROS.
                   'LIMITE ' CO-HORA-LIMITE ' (MEDIA '
                   WRK-MEDIA-FIM ') ***'
           END-IF.
           PERFORM 2600-NOTIFICA.
       2500-ESCALA-EXIT.
           EXIT.
      *ENFILEIRA A ESCALACAO PARA O GRUPO DA OPERACAO
       2600-NOTIFICA SECTION.
           MOVE SPACES     TO AREA-GRVNOTIF.
           MOVE 'OPERACAO' TO NTF-GRUPO.
           MOVE 'VIGIASLA' TO NTF-PROGRAMA.
           MOVE CO-PASSO   TO NTF-CONDICAO.
           IF EC-SITUACAO = 'E'
               MOVE 'MSG0006' TO NTF-MSG-ID
               MOVE 'G'       TO NTF-SEVERIDADE
               STRING 'PASSO ' CO-PASSO ' ESTOUROU O LIMITE '
                   CO-HORA-LIMITE DELIMITED BY SIZE INTO NTF-TEXTO
           ELSE
               MOVE 'MSG0007' TO NTF-MSG-ID
               MOVE 'A'       TO NTF-SEVERIDADE
               STRING 'PASSO ' CO-PASSO ' PROJETADO PARA ESTOURAR '
                   CO-HORA-LIMITE ' (MEDIA ' WRK-MEDIA-FIM ')'
                   DELIMITED BY SIZE INTO NTF-TEXTO
           END-IF.
           CALL 'GRVNOTIF' USING AREA-GRVNOTIF.
       2600-NOTIFICA-EXIT.
           EXIT.
      *FECHA E DEVOLVE O RC AO STEP
       3000-FINALIZA SECTION.
           CLOSE ESCALSLA.

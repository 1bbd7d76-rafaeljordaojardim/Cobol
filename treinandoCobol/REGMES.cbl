      * 01/09/2026 RJJ FIRST VERSION. FECHMES E TEXTO SEQUENCIAL SO
      *                ANEXADO, COMO O CTLEXEC - O HISTORICO DE
      *                PERIODOS FECHADOS FICA NO ARQUIVO.
      * 15/10/2026 RJJ PASSO MENSAL BARRADO ('J') TAMBEM VAI PARA A
      *                FILA DE NOTIFICACOES (CALL 'GRVNOTIF'), GRUPO
      *                OPERACAO, MSG0012, UMA VEZ POR PASSO E PERIODO
      *                NO DIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMES.
               88 JA-FECHOU          VALUE 'S'.
           05 WRK-FORCA         PIC X(001) VALUE 'N'.
       01 WRK-HORA-AGORA        PIC 9(008) VALUE ZEROS.
       COPY NTFCOM.
       LINKAGE SECTION.
       COPY FECCOM.
       PROCEDURE DIVISION USING AREA-REGMES.
                   MOVE 'L' TO FEC-RESPOSTA
               ELSE
                   MOVE 'J' TO FEC-RESPOSTA
                   PERFORM 2200-NOTIFICA
               END-IF
           END-IF.
       2000-VERIFICA-EXIT.
           END-IF.
       2100-LE-FORCA-EXIT.
           EXIT.
      *ENFILEIRA O BLOQUEIO DO PASSO MENSAL PARA A OPERACAO
       2200-NOTIFICA SECTION.
           MOVE SPACES     TO AREA-GRVNOTIF.
           MOVE 'OPERACAO' TO NTF-GRUPO.
           MOVE 'A'        TO NTF-SEVERIDADE.
           MOVE 'MSG0012'  TO NTF-MSG-ID.
           MOVE FEC-PASSO  TO NTF-PROGRAMA.
           STRING FEC-PASSO FEC-AAAAMM DELIMITED BY SIZE
               INTO NTF-CONDICAO.
           STRING 'PASSO MENSAL ' FEC-PASSO ' BARRADO - PERIODO '
               FEC-AAAAMM ' JA FECHADO' DELIMITED BY SIZE
               INTO NTF-TEXTO.
           CALL 'GRVNOTIF' USING AREA-GRVNOTIF.
       2200-NOTIFICA-EXIT.
           EXIT.
      *ANEXA O FECHAMENTO DO PERIODO NO FECHMES
       3000-REGISTRA SECTION.
           OPEN EXTEND FECHMES.

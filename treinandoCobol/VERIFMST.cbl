      *                DUAS MEDICOES DO MESMO FUNCIONARIO NO MESMO MES
      *                EMPATAVAM E O VERIFICADOR ABORTAVA O JOB COM
      *                "CHAVE FORA DE ORDEM" EM DADOS SAUDAVEIS.
      * 15/10/2026 RJJ CADASTRO REPROVADO TAMBEM VAI PARA A FILA DE
      *                NOTIFICACOES (CALL 'GRVNOTIF'), GRUPO SUPORTE,
      *                MSG0010, UMA VEZ POR ARQUIVO POR DIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFMST.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY ESPCOM.
       COPY NTFCOM.
       01 AREA-CONTROLE.
           05 WS-MASTER-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-MASTER    PIC X(001) VALUE 'N'.
       2090-ENCERRA-ARQUIVO SECTION.
           IF NOT ARQUIVO-OK
               SET HOUVE-ERRO TO TRUE
               PERFORM 2095-NOTIFICA
           END-IF.
       2090-ENCERRA-ARQUIVO-EXIT.
           EXIT.
      *ENFILEIRA A REPROVACAO DO ARQUIVO PARA O SUPORTE
       2095-NOTIFICA SECTION.
           MOVE SPACES      TO AREA-GRVNOTIF.
           MOVE 'SUPORTE'   TO NTF-GRUPO.
           MOVE 'G'         TO NTF-SEVERIDADE.
           MOVE 'MSG0010'   TO NTF-MSG-ID.
           MOVE 'VERIFMST'  TO NTF-PROGRAMA.
           MOVE ESP-ARQUIVO TO NTF-CONDICAO.
           STRING 'CADASTRO ' ESP-ARQUIVO ' REPROVADO NA VERIFICACAO '
               '- STATUS ' WS-MASTER-STATUS
               DELIMITED BY SIZE INTO NTF-TEXTO.
           CALL 'GRVNOTIF' USING AREA-GRVNOTIF.
       2095-NOTIFICA-EXIT.
           EXIT.
      *VARRE O EMPMSTR
       2100-VERIFICA-EMPMSTR SECTION.
           PERFORM 2000-PREPARA-ARQUIVO.

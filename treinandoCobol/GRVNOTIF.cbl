      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: GRAVADOR DA FILA UNICA DE NOTIFICACOES DE SAIDA -
      *          ANEXA NA NOTIFQ UM REGISTRO PADRAO (GRUPO
      *          DESTINATARIO, SEVERIDADE, ID DO MSGCAT, TEXTO,
      *          PROGRAMA DE ORIGEM) COMO PENDENTE DE ENVIO; SEVERIDADE
      *          OU TEXTO EM BRANCO SAO COMPLETADOS PELO CATALOGO. A
      *          MESMA CONDICAO JA ENFILEIRADA NO DIA E SUPRIMIDA, PARA
      *          O VIGIA QUE RODA DE HORA EM HORA NAO ENCHER A CAIXA DE
      *          NINGUEM. VEJA OS COPYBOOKS NTFCOM E NTFREC. FALHA NA
      *          FILA E APENAS AVISADA, NO MESMO ESPIRITO DO GRVJRNL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVNOTIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFQ ASSIGN TO "NOTIFQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-CHAVE
               FILE STATUS IS WS-NOTIFQ-STATUS.
           SELECT MSGCAT ASSIGN TO "MSGCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGCAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFQ.
       COPY NTFREC.
       FD  MSGCAT.
       01  MSGCAT-REC.
           05 MC-ID          PIC X(007).
           05 MC-SEVERIDADE  PIC X(001).
           05 MC-TEXTO       PIC X(040).
           05 MC-ACAO        PIC X(060).
       WORKING-STORAGE SECTION.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WRK-HORA-AGORA    PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-NOTIFQ-STATUS PIC X(002) VALUE '00'.
           05 WS-MSGCAT-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO   PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO       VALUE 'S'.
           05 WS-ACHOU         PIC X(001) VALUE 'N'.
               88 ACHOU-REGISTRO    VALUE 'S'.
       LINKAGE SECTION.
       COPY NTFCOM.
       PROCEDURE DIVISION USING AREA-GRVNOTIF.
       0000-MAINLINE.
           MOVE '00' TO NTF-RETORNO.
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           IF NTF-SEVERIDADE = SPACE OR NTF-TEXTO = SPACES
               PERFORM 1000-CONSULTA-CATALOGO
           END-IF.
           IF NTF-SEVERIDADE = SPACE
               MOVE 'A' TO NTF-SEVERIDADE
           END-IF.
           OPEN I-O NOTIFQ.
           IF WS-NOTIFQ-STATUS = '35'
               OPEN OUTPUT NOTIFQ
               CLOSE NOTIFQ
               OPEN I-O NOTIFQ
           END-IF.
           IF WS-NOTIFQ-STATUS NOT = '00'
               DISPLAY 'AVISO: NOTIFQ INDISPONIVEL - STATUS '
                   WS-NOTIFQ-STATUS ' - NOTIFICACAO NAO ENFILEIRADA'
               MOVE '08' TO NTF-RETORNO
               GOBACK
           END-IF.
           PERFORM 2000-PROCURA-REPETIDA.
           IF NOT NTF-REPETIDA
               PERFORM 3000-ENFILEIRA
           END-IF.
           CLOSE NOTIFQ.
           GOBACK.
      *COMPLETA SEVERIDADE E TEXTO EM BRANCO COM O CATALOGO
       1000-CONSULTA-CATALOGO SECTION.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           OPEN INPUT MSGCAT.
           IF WS-MSGCAT-STATUS NOT = '00'
               GO TO 1000-CONSULTA-CATALOGO-EXIT
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO OR ACHOU-REGISTRO
               READ MSGCAT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF MC-ID = NTF-MSG-ID
                           SET ACHOU-REGISTRO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MSGCAT.
           IF ACHOU-REGISTRO
               IF NTF-SEVERIDADE = SPACE
                   MOVE MC-SEVERIDADE TO NTF-SEVERIDADE
               END-IF
               IF NTF-TEXTO = SPACES
                   MOVE MC-TEXTO TO NTF-TEXTO
               END-IF
           END-IF.
       1000-CONSULTA-CATALOGO-EXIT.
           EXIT.
      *A MESMA CONDICAO JA ESTA NA FILA DE HOJE? (LE SO O DIA)
       2000-PROCURA-REPETIDA SECTION.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE WRK-DATA-HOJE TO NQ-DATA.
           MOVE ZEROS         TO NQ-HORA.
           MOVE ZEROS         TO NQ-SEQ.
           START NOTIFQ KEY IS NOT LESS THAN NQ-CHAVE
               INVALID KEY
                   GO TO 2000-PROCURA-REPETIDA-EXIT
           END-START.
           PERFORM UNTIL FIM-ARQUIVO OR NTF-REPETIDA
               READ NOTIFQ NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF NQ-DATA NOT = WRK-DATA-HOJE
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           IF NQ-GRUPO = NTF-GRUPO
                              AND NQ-MSG-ID = NTF-MSG-ID
                              AND NQ-PROGRAMA = NTF-PROGRAMA
                              AND NQ-CONDICAO = NTF-CONDICAO
                               MOVE '02' TO NTF-RETORNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2000-PROCURA-REPETIDA-EXIT.
           EXIT.
      *GRAVA A NOTIFICACAO PENDENTE; CHAVE REPETIDA NO MESMO
      *CENTESIMO AVANCA O SEQUENCIAL
       3000-ENFILEIRA SECTION.
           MOVE WRK-DATA-HOJE  TO NQ-DATA.
           MOVE WRK-HORA-AGORA TO NQ-HORA.
           MOVE 1              TO NQ-SEQ.
           MOVE NTF-GRUPO      TO NQ-GRUPO.
           MOVE NTF-SEVERIDADE TO NQ-SEVERIDADE.
           MOVE NTF-MSG-ID     TO NQ-MSG-ID.
           MOVE NTF-PROGRAMA   TO NQ-PROGRAMA.
           MOVE NTF-CONDICAO   TO NQ-CONDICAO.
           MOVE NTF-TEXTO      TO NQ-TEXTO.
           SET NQ-PENDENTE     TO TRUE.
           MOVE ZEROS          TO NQ-DATA-ENVIO.
           MOVE ZEROS          TO NQ-HORA-ENVIO.
           WRITE NOTIFQ-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM UNTIL WS-NOTIFQ-STATUS NOT = '22'
                      OR NQ-SEQ = 999
               ADD 1 TO NQ-SEQ
               WRITE NOTIFQ-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
           IF WS-NOTIFQ-STATUS NOT = '00'
               DISPLAY 'AVISO: NOTIFQ - STATUS ' WS-NOTIFQ-STATUS
                   ' - NOTIFICACAO NAO ENFILEIRADA'
               MOVE '08' TO NTF-RETORNO
           END-IF.
       3000-ENFILEIRA-EXIT.
           EXIT.
       END PROGRAM GRVNOTIF.

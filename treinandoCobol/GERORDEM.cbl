      *          AREA MEDIDA DIVERGINDO DO LEVANTAMENTO ALEM DE 10 POR
      *          CENTO ABRE ORDEM DIV (AS MESMAS DO RELREC). LOTE QUE
      *          JA TEM ORDEM ABERTA NAO GANHA OUTRA. O ORDMAINT
      *          ATRIBUI E PRIORIZA; O CALCAREA PUXA E FECHA. CADA
      *          ORDEM ABERTA GERA UM AVISO DE REMEDICAO NO AVISOREM
      *          PARA O PROPRIETARIO ATUAL DO LOTE (DONOLOT).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ AVISO DE REMEDICAO NO AVISOREM (FORMATO DAS
      *                CARTAS DO TAXAVISO) PARA CADA ORDEM ABERTA,
      *                ENDERECADO AO PROPRIETARIO ATUAL TIRADO DO
      *                PROPLOT PELO DONOLOT, COM A DESCRICAO DO LOTE NO
      *                LOTMSTR. LOTE SEM DONO REGISTRADO RECEBE O AVISO
      *                "AO PROPRIETARIO DO LOTE".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERORDEM.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WS-ORDSERV-STATUS.
           SELECT LOTMSTR ASSIGN TO "LOTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LT-LOTE
               FILE STATUS IS WS-LOTMSTR-STATUS.
           SELECT AVISOREM ASSIGN TO "AVISOREM"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEVANT.
       COPY GEOREC.
       FD  ORDSERV.
       COPY ORDREC.
       FD  LOTMSTR.
       COPY LOTREC.
       FD  AVISOREM.
       01  CARTA-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY DATACOPY.
       COPY REPHDR.
       COPY DONCOM.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-LEVANT-STATUS  PIC X(002) VALUE '00'.
           05 WS-GEOMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-ORDSERV-STATUS PIC X(002) VALUE '00'.
           05 WS-LOTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-LOTMSTR-ABERTO PIC X(001) VALUE 'N'.
               88 LOTMSTR-NO-AR      VALUE 'S'.
           05 WS-FIM-LEVANT     PIC X(001) VALUE 'N'.
               88 FIM-LEVANT         VALUE 'S'.
           05 WS-FIM-GEO        PIC X(001) VALUE 'N'.
           05 CNT-LOTES         PIC 9(005) VALUE ZEROS.
           05 CNT-ORDENS-NMD    PIC 9(005) VALUE ZEROS.
           05 CNT-ORDENS-DIV    PIC 9(005) VALUE ZEROS.
           05 CNT-AVISOS        PIC 9(005) VALUE ZEROS.
           05 CNT-AVISOS-SEM-DONO PIC 9(005) VALUE ZEROS.
       01 AREA-CARTA.
           05 WRK-DESTINATARIO  PIC X(030) VALUE SPACES.
           05 WRK-DESCRICAO     PIC X(030) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
               SET FIM-LEVANT TO TRUE
           END-IF.
           PERFORM 1100-PROXIMO-NUMERO.
           OPEN INPUT LOTMSTR.
           IF WS-LOTMSTR-STATUS = '00'
               SET LOTMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: LOTMSTR INDISPONIVEL - STATUS '
                   WS-LOTMSTR-STATUS ' - AVISOS SEM DESCRICAO DO LOTE'
           END-IF.
           OPEN OUTPUT AVISOREM.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
       1000-INICIALIZA-EXIT.
           EXIT.
      *MAIOR NUMERO DE ORDEM JA USADO + 1
               INVALID KEY
                   DISPLAY 'ERRO AO ABRIR A ORDEM - STATUS '
                       WS-ORDSERV-STATUS
               NOT INVALID KEY
                   PERFORM 2400-EMITE-AVISO
           END-WRITE.
           ADD 1 TO WRK-PROX-NUMERO.
       2300-ABRE-ORDEM-EXIT.
           EXIT.
      *AVISO DE REMEDICAO AO PROPRIETARIO ATUAL DO LOTE DA ORDEM
       2400-EMITE-AVISO SECTION.
           MOVE SPACES TO WRK-DESCRICAO.
           IF LOTMSTR-NO-AR
               MOVE OS-LOTE TO LT-LOTE
               READ LOTMSTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LOTMSTR-STATUS = '00'
                   MOVE LT-DESCRICAO TO WRK-DESCRICAO
               END-IF
           END-IF.
           MOVE OS-LOTE TO DON-LOTE.
           MOVE ZEROS   TO DON-DATA.
           MOVE RETURN-CODE TO DON-RC.
           CALL 'DONOLOT' USING AREA-DONOLOT.
           MOVE SPACES TO CARTA-LINHA.
           STRING CAB-REL-EMPRESA DELIMITED BY SIZE
               INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'EM ' CAB-REL-DD '/' CAB-REL-MM '/' CAB-REL-AAAA
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           IF DON-ACHOU
               MOVE DON-NOME TO WRK-DESTINATARIO
               STRING 'AO(A) SR(A). ' WRK-DESTINATARIO
                   DELIMITED BY SIZE INTO CARTA-LINHA
           ELSE
               ADD 1 TO CNT-AVISOS-SEM-DONO
               MOVE 'AO PROPRIETARIO DO LOTE' TO CARTA-LINHA
           END-IF.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'REF.: LOTE ' OS-LOTE ' - AVISO DE REMEDICAO - '
               'ORDEM DE SERVICO ' OS-NUMERO
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           IF WRK-DESCRICAO NOT = SPACES
               MOVE SPACES TO CARTA-LINHA
               STRING '      ' WRK-DESCRICAO
                   DELIMITED BY SIZE INTO CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           IF OS-NUNCA-MEDIDO
               MOVE 'INFORMAMOS QUE O LOTE ACIMA AINDA NAO TEM MEDICAO '
                   TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE 'REGISTRADA E SERA MEDIDO POR NOSSA EQUIPE.'
                   TO CARTA-LINHA
               WRITE CARTA-LINHA
           ELSE
               MOVE 'INFORMAMOS QUE A AREA MEDIDA DO LOTE ACIMA DIVERGE'
                   TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE 'DA AREA DO LEVANTAMENTO E ELE SERA REMEDIDO POR '
                   TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE 'NOSSA EQUIPE.' TO CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF.
           MOVE 'SOLICITAMOS FRANQUEAR O ACESSO AO TERRENO NA VISITA.'
               TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE 'ATENCIOSAMENTE,' TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE 'SETOR DE CADASTRO IMOBILIARIO' TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE ALL '-' TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           ADD 1 TO CNT-AVISOS.
       2400-EMITE-AVISO-EXIT.
           EXIT.
      *FECHA OS ARQUIVOS E RESUME
       3000-FINALIZA SECTION.
           IF WS-LEVANT-STATUS NOT = '35'
              AND WS-ORDSERV-STATUS NOT = '91'
               CLOSE ORDSERV
           END-IF.
           IF LOTMSTR-NO-AR
               CLOSE LOTMSTR
           END-IF.
           CLOSE AVISOREM.
           DISPLAY 'LOTES EXAMINADOS......: ' CNT-LOTES.
           DISPLAY 'ORDENS NUNCA MEDIDO...: ' CNT-ORDENS-NMD.
           DISPLAY 'ORDENS DIVERGENCIA....: ' CNT-ORDENS-DIV.
           DISPLAY 'AVISOS DE REMEDICAO...: ' CNT-AVISOS.
           DISPLAY 'AVISOS SEM DONO.......: ' CNT-AVISOS-SEM-DONO.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               IF CNT-ORDENS-NMD > ZEROS OR CNT-ORDENS-DIV > ZEROS
                   MOVE RC-AVISO TO RETURN-CODE

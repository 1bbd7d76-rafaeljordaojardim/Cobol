      *                JRNCOM), PARA O REPLAY DO REPJRNL. O FALLBACK
      *                DE REGRAVACAO DO DIA DUPLICADO SAI COMO 'A'
      *                COM A IMAGEM ANTES, NAO COMO 'I' SEM ANTES.
      * 15/10/2026 RJJ A MEDICAO DA FILA CARREGA O CODIGO DO QUIOSQUE/
      *                BALANCA E A SITUACAO DA CALIBRACAO (HIST-REC DE
      *                50 BYTES) E OS DOIS SAO POSTADOS NO HISTIMC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILAPOST.
           05 FQ-ALTURA      PIC 9(01)V99.
           05 FQ-PESO        PIC 9(03).
           05 FQ-RES         PIC 9(02)V99.
           05 FQ-DISPOSITIVO PIC X(005).
           05 FQ-SIT-CALIB   PIC X(001).
       01 AREA-CONTROLE.
           05 WS-FILAIMC-STATUS PIC X(002) VALUE '00'.
           05 WS-HISTIMC-STATUS PIC X(002) VALUE '00'.
                   MOVE FQ-ALTURA TO HIST-ALTURA
                   MOVE FQ-PESO   TO HIST-PESO
                   MOVE FQ-RES    TO HIST-RES
                   MOVE FQ-DISPOSITIVO TO HIST-DISPOSITIVO
                   MOVE FQ-SIT-CALIB TO HIST-SIT-CALIB
                   MOVE 'I' TO JRN-OPERACAO
                   MOVE SPACES TO JRN-ANTES
                   WRITE HIST-REC
           MOVE FQ-ALTURA TO HIST-ALTURA.
           MOVE FQ-PESO   TO HIST-PESO.
           MOVE FQ-RES    TO HIST-RES.
           MOVE FQ-DISPOSITIVO TO HIST-DISPOSITIVO.
           MOVE FQ-SIT-CALIB TO HIST-SIT-CALIB.
           REWRITE HIST-REC.
       2100-ATUALIZA-HISTORICO-EXIT.
           EXIT.

      * 01/09/2026 RJJ FIRST VERSION. O MORTO SO E VARRIDO SE ALGUMA
      *                ENTRADA DO CATALOGO CRUZA O FILTRO PEDIDO (ID E
      *                PERIODO); O VIVO E LIDO SEMPRE.
      * 15/10/2026 RJJ CADA MEDICAO SAI COM O QUIOSQUE/BALANCA QUE A
      *                TIROU E A SITUACAO DA CALIBRACAO NA DATA (S EM
      *                DIA, V VENCIDA, D DESCONHECIDO; EM BRANCO NAS
      *                MEDICOES ANTERIORES AO CADASTRO DE DISPOSITIVOS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONS.
           05 ARQ-ALTURA     PIC 9(01)V99.
           05 ARQ-PESO       PIC 9(03).
           05 ARQ-RES        PIC 9(02)V99.
           05 ARQ-DISPOSITIVO PIC X(005).
           05 ARQ-SIT-CALIB  PIC X(001).
       01 AREA-FILTRO.
           05 WRK-ID-PEDIDO   PIC 9(006) VALUE ZEROS.
           05 WRK-DATA-INI    PIC 9(008) VALUE ZEROS.
           05 FILLER   PIC X(008) VALUE 'ALT PESO'.
           05 FILLER   PIC X(008) VALUE '    IMC'.
           05 FILLER   PIC X(007) VALUE ' ORIGEM'.
           05 FILLER   PIC X(012) VALUE '  DISP   CAL'.
       01 REL-DETALHE.
           05 DET-ID        PIC 9(006).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-RES       PIC Z9.99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-ORIGEM    PIC X(005).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-DISPOSITIVO PIC X(005).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-SIT-CALIB PIC X(001).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
                       MOVE ARQ-PESO   TO DET-PESO
                       MOVE ARQ-RES    TO DET-RES
                       MOVE 'MORTO' TO DET-ORIGEM
                       MOVE ARQ-DISPOSITIVO TO DET-DISPOSITIVO
                       MOVE ARQ-SIT-CALIB TO DET-SIT-CALIB
                       WRITE REL-LINHA FROM REL-DETALHE
                   END-IF
           END-READ.
                       MOVE HIST-PESO   TO DET-PESO
                       MOVE HIST-RES    TO DET-RES
                       MOVE 'VIVO ' TO DET-ORIGEM
                       MOVE HIST-DISPOSITIVO TO DET-DISPOSITIVO
                       MOVE HIST-SIT-CALIB TO DET-SIT-CALIB
                       WRITE REL-LINHA FROM REL-DETALHE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ CADA MEDICAO RETIDA SAI COM O QUIOSQUE/BALANCA
      *                QUE A TIROU E A SITUACAO DA CALIBRACAO NA DATA
      *                (S EM DIA, V VENCIDA, D DESCONHECIDO) - SUSPEITAS
      *                CONCENTRADAS NUM DISPOSITIVO APONTAM A BALANCA,
      *                NAO O FUNCIONARIO. LINHA DO SUSPIMC DE 63
      *                POSICOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSUSP.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPIMC.
       01  SUS-LINHA PIC X(063).
       FD  RELSUSP.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
           05 FILLER   PIC X(021) VALUE 'NOME'.
           05 FILLER   PIC X(012) VALUE 'ALT/PESO'.
           05 FILLER   PIC X(014) VALUE 'ANTERIORES'.
           05 FILLER   PIC X(008) VALUE 'MOTIVO'.
           05 FILLER   PIC X(009) VALUE 'DISP  CAL'.
       01 REL-DETALHE.
           05 DET-ID        PIC 9(006).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-PESO-ANT  PIC ZZ9.
           05 FILLER        PIC X(005) VALUE SPACES.
           05 DET-MOTIVO    PIC X(003).
           05 FILLER        PIC X(006) VALUE SPACES.
           05 DET-DISPOSITIVO PIC X(005).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SIT-CALIB PIC X(001).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
                   MOVE SUS-ALT-ANT  TO DET-ALT-ANT
                   MOVE SUS-PESO-ANT TO DET-PESO-ANT
                   MOVE SUS-MOTIVO   TO DET-MOTIVO
                   MOVE SUS-DISPOSITIVO TO DET-DISPOSITIVO
                   MOVE SUS-SIT-CALIB TO DET-SIT-CALIB
                   WRITE REL-LINHA FROM REL-DETALHE
           END-READ.
       2000-PROCESSA-EXIT.

      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ ADDED SUS-DISPOSITIVO E SUS-SIT-CALIB - A
      *                MEDICAO RETIDA TAMBEM DIZ EM QUE QUIOSQUE/BALANCA
      *                FOI TIRADA E SE A CALIBRACAO ESTAVA EM DIA, PARA
      *                A REVISAO DO RELSUSP ENXERGAR A BALANCA QUE
      *                DERIVOU. A LINHA PASSOU DE 57 PARA 63 POSICOES;
      *                LINHAS ANTIGAS SAO LIDAS COM OS CAMPOS EM BRANCO.
      ******************************************************************
       01 SUSPIMC-REG.
           05 SUS-ID         PIC 9(006).
           05 SUS-PESO-ANT   PIC 9(003).
           05 SUS-ORIGEM     PIC X(008).
           05 SUS-MOTIVO     PIC X(003).
           05 SUS-DISPOSITIVO PIC X(005).
           05 SUS-SIT-CALIB  PIC X(001).

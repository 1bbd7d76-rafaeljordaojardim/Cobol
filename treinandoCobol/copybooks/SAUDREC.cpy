      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ ADDED MED-DISPOSITIVO E MED-SIT-CALIB, NO MESMO
      *                SENTIDO DOS CAMPOS DO HISTREC (QUIOSQUE QUE MEDIU
      *                E SITUACAO DA CALIBRACAO NA DATA). O REGISTRO
      *                CRESCEU DE 24 PARA 30 BYTES: RENOMEIE O SAUDMED
      *                ATUAL PARA SAUDMEDV E RODE O CADCONV (OPCAO 8).
      ******************************************************************
       01  SAUDMED-REC.
           05 MED-CHAVE.
               10 MED-TIPO       PIC X(002).
           05 MED-VALOR          PIC 9(003)V99.
           05 MED-VALOR2         PIC 9(003).
           05 MED-DISPOSITIVO    PIC X(005).
           05 MED-SIT-CALIB      PIC X(001).
               88 MED-CALIB-EM-DIA       VALUE 'S'.
               88 MED-CALIB-VENCIDA      VALUE 'V'.
               88 MED-DISP-DESCONHECIDO  VALUE 'D'.

      *                CONVERSOR CONV4DIG ANTES DE USAR OS PROGRAMAS
      *                DESTA VERSAO. A ORDENACAO DO HISTORICO DEIXA DE
      *                DESORDENAR NA VIRADA DO SECULO.
      * 15/10/2026 RJJ ADDED HIST-DISPOSITIVO (CODIGO DO QUIOSQUE/
      *                BALANCA DO DISPMSTR QUE TIROU A MEDICAO) E
      *                HIST-SIT-CALIB (SITUACAO DA CALIBRACAO DO
      *                DISPOSITIVO NA DATA DA MEDICAO, DEVOLVIDA PELO
      *                VERDISP). O REGISTRO CRESCEU DE 44 PARA 50
      *                BYTES - A MESMA LARGURA DAS LINHAS DO FILAIMC E
      *                DO HISTARQV: RENOMEIE O HISTIMC ATUAL PARA
      *                HISTIMCV E RODE O CADCONV (OPCAO 7). MEDICOES
      *                ANTIGAS FICAM COM OS DOIS CAMPOS EM BRANCO.
      ******************************************************************
       01  HIST-REC.
           05 HIST-CHAVE.
           05 HIST-ALTURA        PIC 9(01)V99.
           05 HIST-PESO          PIC 9(03).
           05 HIST-RES           PIC 9(02)V99.
           05 HIST-DISPOSITIVO   PIC X(005).
           05 HIST-SIT-CALIB     PIC X(001).
               88 HIST-CALIB-EM-DIA      VALUE 'S'.
               88 HIST-CALIB-VENCIDA     VALUE 'V'.
               88 HIST-DISP-DESCONHECIDO VALUE 'D'.
               88 HIST-SEM-DISPOSITIVO   VALUE SPACE.

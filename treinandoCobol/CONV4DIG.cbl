      *                DESORDENACAO QUE MOTIVOU A CONVERSAO) E, EM
      *                ACCESS SEQUENTIAL, O WRITE FALHAVA COM 21 E O
      *                REGISTRO SUMIA EM SILENCIO.
      * 15/10/2026 RJJ O EMPMSTR CONVERTIDO NASCE COM LOTACAO E
      *                SUCESSOR ZERADOS (ANTES FICAVAM COM ESPACOS NOS
      *                CAMPOS NUMERICOS).
      * 15/10/2026 RJJ O EMPMSTR CONVERTIDO TAMBEM NASCE COM AS DATAS DE
      *                NASCIMENTO E ADMISSAO ZERADAS.
      * 15/10/2026 RJJ O LEVANT CONVERTIDO NASCE SEM EMPREITEIRA
      *                (LV-EMPREITEIRA EM BRANCO).
      * 15/10/2026 RJJ O HISTIMC CONVERTIDO NASCE SEM DISPOSITIVO E SEM
      *                SITUACAO DE CALIBRACAO (CAMPOS EM BRANCO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV4DIG.
                           COMPUTE HIST-DATA =
                               (WRK-AAAA * 10000) + WRK-MMDD
                           MOVE HV-RESTO TO HIST-REC(15:30)
                           MOVE SPACES TO HIST-DISPOSITIVO
                           MOVE SPACE TO HIST-SIT-CALIB
                           WRITE HIST-REC
                           PERFORM 3100-CONFERE-GRAVACAO
                           ADD 1 TO CNT-CONVERTIDOS
                           MOVE EV-NOME TO EMP-NOME
                           SET EMP-ATIVO TO TRUE
                           MOVE ZEROS TO EMP-PESO-META
                           MOVE ZEROS TO EMP-DEPTO
                           MOVE ZEROS TO EMP-ID-SUCESSOR
                           MOVE ZEROS TO EMP-DATA-NASC
                           MOVE ZEROS TO EMP-DATA-ADMIS
                           WRITE EMPMSTR-REC
                           PERFORM 3100-CONFERE-GRAVACAO
                           ADD 1 TO CNT-CONVERTIDOS
                           MOVE LE-AREA      TO LV-AREA
                           MOVE LE-PERIMETRO TO LV-PERIMETRO
                           MOVE WRK-DATA-HOJE TO LV-DATA-CADASTRO
                           MOVE SPACES TO LV-EMPREITEIRA
                           WRITE LEVANT-REC
                           PERFORM 3100-CONFERE-GRAVACAO
                           ADD 1 TO CNT-CONVERTIDOS

      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ ADDED LT-ZONA - ZONA FISCAL DO LOTE NA TABELA
      *                ZONMSTR, BASE DA AVALIACAO ANUAL DO AVALOTE;
      *                ZEROS = LOTE AINDA SEM ZONA. O REGISTRO CRESCE
      *                DE 37 PARA 40 BYTES: RENOMEIE O LOTMSTR ATUAL
      *                PARA LOTMSTRV E RODE O LOTCONV.
      ******************************************************************
       01  LOTMSTR-REC.
           05 LT-LOTE            PIC 9(006).
               88 LT-LEVANTADO       VALUE 'S'.
               88 LT-MEDIDO          VALUE 'M'.
               88 LT-APOSENTADO      VALUE 'A'.
           05 LT-ZONA            PIC 9(003).

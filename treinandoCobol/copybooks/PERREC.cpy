      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CALENDARIO DE PERIODOS CONTABEIS PERCTB - UM
      *          REGISTRO POR MES (AAAAMM) COM A SITUACAO ABERTO OU
      *          FECHADO, QUEM PEDIU O FECHAMENTO, QUEM APROVOU E
      *          QUANDO. MES SEM REGISTRO ESTA ABERTO. O FECHAMENTO E
      *          A REABERTURA SAO PEDIDOS NO PERMAINT E SO VALEM DEPOIS
      *          DA APROVACAO DE UM SEGUNDO OPERADOR NO APRMAINT; O
      *          SERVICO PERCHK CONSULTA ESTE ARQUIVO ANTES DE CADA
      *          GRAVACAO NO LANCTOS.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          PERCTB (ORGANIZATION INDEXED, RECORD KEY PE-ANOMES).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  PERCTB-REC.
           05 PE-ANOMES          PIC 9(006).
           05 PE-SITUACAO        PIC X(001).
               88 PE-ABERTO          VALUE 'A'.
               88 PE-FECHADO         VALUE 'F'.
           05 PE-FECHADO-POR     PIC X(006).
           05 PE-FECHADO-EM      PIC 9(008).
           05 PE-APROVADO-POR    PIC X(006).

      *          GRAVE A LINHA DO LANCTOS FROM LANCTO-REC (EM EXTEND -
      *          O ARQUIVO ACUMULA O PERIODO ATE O CTBLOTE CONSUMIR).
      *          CADA EVENTO GRAVA SEMPRE UM PAR D/C DE MESMO VALOR.
      *          ANTES DO WRITE A LINHA PASSA PELA TRAVA DE PERIODO
      *          FECHADO PERCHK (VEJA PCKCOM), QUE PREENCHE LN-AJUSTE
      *          E LN-DATA-ORIGINAL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ LN-AJUSTE ('R' = REDIRECIONADO DE UM PERIODO
      *                CONTABIL FECHADO PARA O PRIMEIRO ABERTO) E
      *                LN-DATA-ORIGINAL (A DATA PEDIDA) NO FIM DA
      *                LINHA - A LINHA PASSOU DE 64 PARA 73 POSICOES;
      *                LINHAS ANTIGAS LEEM OS CAMPOS NOVOS EM BRANCO.
      ******************************************************************
       01 LANCTO-REC.
           05 LN-DATA       PIC 9(008).
               88 LN-CREDITO     VALUE 'C'.
           05 LN-VALOR      PIC S9(011)V99.
           05 LN-HISTORICO  PIC X(030).
           05 LN-AJUSTE     PIC X(001).
               88 LN-REDIRECIONADO VALUE 'R'.
           05 LN-DATA-ORIGINAL PIC 9(008).

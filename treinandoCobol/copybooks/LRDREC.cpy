      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE REDIRECIONAMENTOS LANREDIR - UMA
      *          LINHA POR LANCAMENTO QUE O SERVICO PERCHK TIROU DE UM
      *          PERIODO CONTABIL FECHADO E MANDOU PARA O PRIMEIRO
      *          PERIODO ABERTO: QUEM LANCOU, QUANDO, A LINHA DO
      *          LANCTOS JA REDIRECIONADA (LN-DATA NOVA, LN-AJUSTE 'R'
      *          E LN-DATA-ORIGINAL) E O PERIODO FECHADO ENCONTRADO.
      *          SO CRESCE (EXTEND); O RELREDIR LISTA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  LANREDIR-REC.
           05 LR-DATA-REDIR      PIC 9(008).
           05 LR-HORA-REDIR      PIC 9(008).
           05 LR-PROGRAMA        PIC X(008).
           05 LR-PERIODO-FECHADO PIC 9(006).
           05 LR-LANCTO          PIC X(073).

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO SERVICO PERCHK - TRAVA DE
      *          LANCAMENTO EM PERIODO CONTABIL FECHADO. TODO PROGRAMA
      *          QUE GRAVA NO LANCTOS PASSA A LINHA MONTADA (LAYOUT
      *          LANREC) EM PCK-LANCTO ANTES DO WRITE E GRAVA A LINHA
      *          DEVOLVIDA. SE O MES DE LN-DATA ESTA FECHADO NO
      *          PERCTB, O LANCAMENTO E REDIRECIONADO PARA O PRIMEIRO
      *          DIA DO PRIMEIRO PERIODO ABERTO SEGUINTE, COM
      *          LN-AJUSTE 'R' E A DATA PEDIDA EM LN-DATA-ORIGINAL, E
      *          ANEXADO AO REGISTRO DE REDIRECIONAMENTOS LANREDIR
      *          (LISTADO PELO RELREDIR).
      *
      *          PCK-PROGRAMA: QUEM ESTA LANCANDO (VAI PARA O LANREDIR)
      *          PCK-RETORNO '00' PERIODO ABERTO (LINHA INALTERADA)
      *                      '04' REDIRECIONADO
      *                      '08' NENHUM PERIODO ABERTO NOS PROXIMOS
      *                           DEZ ANOS - LINHA INALTERADA
      *                      '12' PERCTB INDISPONIVEL - LINHA
      *                           INALTERADA
      *          PCK-RC DEVE RECEBER O RETURN-CODE CORRENTE ANTES DO
      *          CALL - O SUBPROGRAMA O REPOE ANTES DO GOBACK.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-PERCHK.
           05 PCK-PROGRAMA     PIC X(008).
           05 PCK-LANCTO       PIC X(073).
           05 PCK-RETORNO      PIC X(002).
               88 PCK-PERIODO-ABERTO   VALUE '00'.
               88 PCK-REDIRECIONADO    VALUE '04'.
               88 PCK-SEM-PERIODO      VALUE '08'.
               88 PCK-PERCTB-FORA      VALUE '12'.
           05 PCK-RC           PIC 9(002).

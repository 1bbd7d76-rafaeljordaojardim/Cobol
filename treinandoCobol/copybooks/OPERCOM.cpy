      *
      *          SIGN-RETORNO: '00' OPERADOR VALIDADO
      *                        '08' NAO VALIDADO (3 TENTATIVAS)
      *          SIGN-TERMINAL: TERMINAL DA SESSAO (VARIAVEL DE
      *                        AMBIENTE TERMINAL, 'CONSOLE' NA FALTA),
      *                        DEVOLVIDO PELO OPERSIGN PARA O CONTROLE
      *                        DE SESSAO CTLSESS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 22/08/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ ADDED SIGN-TERMINAL.
      ******************************************************************
       01 AREA-OPERSIGN.
           05 SIGN-OPERADOR    PIC X(006).
               88 PERFIL-SUPERVISOR  VALUE 'S'.
               88 PERFIL-OPERADOR    VALUE 'O'.
           05 SIGN-RETORNO     PIC X(002).
           05 SIGN-TERMINAL    PIC X(008).

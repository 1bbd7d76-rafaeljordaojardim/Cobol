      *          AGDPROX - FUNCAO 'R' ROLA A AGENDA DO FUNCIONARIO
      *          DEPOIS DE UMA MEDICAO (PROXIMA DATA = MEDICAO + 3
      *          MESES, AJUSTADA PARA DIA UTIL PELO DIAUTIL); FUNCAO
      *          'C' CONSULTA A PROXIMA DATA DEVIDA; FUNCAO 'E'
      *          ENCERRA A AGENDA (DESLIGAMENTO). USADO PELO PROGNOME
      *          (AVISO DE ATRASO NO SIGN-IN), PELO PROGLOTE E PELO
      *          DESLIGA.
      *
      *          USAGE: COPY NA WORKING-STORAGE; CARREGUE FUNCAO, ID E
      *          (NO 'R') A DATA DA MEDICAO, E CALL 'AGDPROX' USING
      *          AREA-AGDPROX. RETORNO '00' TRAZ AGDC-PROX-DATA; '23'
      *          E FUNCIONARIO AINDA SEM AGENDA (NO 'E', SEM AGENDA
      *          PARA ENCERRAR); '08' AGENDIMC INDISPONIVEL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ FUNCAO 'E' (ENCERRA A AGENDA) E 88 AGDC-ERRO.
      ******************************************************************
       01 AREA-AGDPROX.
           05 AGDC-FUNCAO      PIC X(001).
           05 AGDC-RETORNO     PIC X(002).
               88 AGDC-OK           VALUE '00'.
               88 AGDC-SEM-AGENDA   VALUE '23'.
               88 AGDC-ERRO         VALUE '08'.
           05 AGDC-RC          PIC 9(002).

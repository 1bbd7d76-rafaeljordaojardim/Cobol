      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE COTACOES DE CAMBIO (CAMBIO) - UMA
      *          LINHA POR MOEDA + DATA DE VIGENCIA COM A TAXA EM REAIS
      *          POR UNIDADE DA MOEDA. DATA SEM LINHA (FIM DE SEMANA,
      *          FERIADO) USA A COTACAO DO DIA UTIL ANTERIOR - A
      *          CONSULTA E SEMPRE PELO SERVICO CAMUTIL, QUE APLICA A
      *          REGRA COM O DIAUTIL. COTACAO ANTIGA NUNCA E APAGADA,
      *          PARA UMA CONVERSAO DE DATA PASSADA REPRODUZIR IGUAL.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          CAMBIO (ORGANIZATION INDEXED, RECORD KEY CB-CHAVE).
      *          MANTIDO PELO CAMMAINT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  CAMBIO-REC.
           05 CB-CHAVE.
               10 CB-MOEDA       PIC X(003).
               10 CB-DATA        PIC 9(008).
           05 CB-TAXA            PIC 9(003)V9(006).
           05 CB-OPERADOR        PIC X(006).
           05 CB-DATA-INCL       PIC 9(008).

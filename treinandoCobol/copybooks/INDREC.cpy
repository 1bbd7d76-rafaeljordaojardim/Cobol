      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE INDICES DE PRECOS (INDICES) - UMA
      *          LINHA POR MES (AAAAMM) COM O NUMERO-INDICE OFICIAL DA
      *          SERIE USADA PELO JURIDICO NA CORRECAO MONETARIA. A
      *          CORRECAO ENTRE DUAS DATAS E O INDICE DO MES FINAL
      *          DIVIDIDO PELO DO MES INICIAL, E SO SAI COM A SERIE
      *          COMPLETA NO PERIODO - A CONSULTA E SEMPRE PELO
      *          SERVICO CORRMON (VEJA CORCOM). INDICE ANTIGO NUNCA E
      *          APAGADO, PARA UMA CORRECAO PASSADA REPRODUZIR IGUAL.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          INDICES (ORGANIZATION INDEXED, RECORD KEY NI-ANOMES).
      *          MANTIDO PELO INDMAINT E CARREGADO EM LOTE PELO
      *          INDCARGA.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  INDICE-REC.
           05 NI-ANOMES          PIC 9(006).
           05 FILLER REDEFINES NI-ANOMES.
               10 NI-ANO         PIC 9(004).
               10 NI-MES         PIC 9(002).
           05 NI-INDICE          PIC 9(008)V9(006).
           05 NI-OPERADOR        PIC X(006).
           05 NI-DATA-INCL       PIC 9(008).

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO EXTRATO DO INFORME ANUAL DE RENDIMENTOS
      *          (INFEXTR) - UMA LINHA POR CONTA COM OS MESMOS TOTAIS
      *          QUE O INFREND IMPRIME NO RELINFR: SALDO EM 01/01,
      *          JUROS CREDITADOS EM CADA MES, TOTAL DO ANO E SALDO EM
      *          31/12, MAIS O CPF DO TITULAR (CLIMSTR) - E O ARQUIVO
      *          QUE A INTERFACE DE DECLARACAO FISCAL CONSOME. CONTA
      *          SEM CLIENTE VINCULADO SAI COM CPF ZERADO.
      *
      *          USAGE: COPY INTO THE FD OF THE INFEXTR FILE
      *          (ORGANIZATION LINE SEQUENTIAL, 222 BYTES).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  INFEXTR-REC.
           05 INF-ANO            PIC 9(004).
           05 INF-CONTA          PIC 9(009).
           05 INF-CPF            PIC 9(011).
           05 INF-SALDO-INICIAL  PIC S9(011)V99.
           05 INF-JUROS-MES      PIC S9(011)V99 OCCURS 12 TIMES.
           05 INF-JUROS-ANO      PIC S9(011)V99.
           05 INF-SALDO-FINAL    PIC S9(011)V99.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ORCAMENTO MENSAL DE GASTO DO CAIXA PEQUENO
      *          (ORCCAIXA) - UM REGISTRO POR CATEGORIA DO CATCAIXA E
      *          MES (AAAAMM) COM O VALOR PREVISTO DE GASTO, SOMANDO
      *          TODOS OS FUNDOS. MANTIDO PELO ORCMAINT; LIDO PELO
      *          RELORC (ORCADO X REALIZADO DO MES E DO ANO) E PELO
      *          LIVRO DO CAIXA, QUE AVISA QUANDO UM PAGAMENTO ESTOURA
      *          O ORCAMENTO DA CATEGORIA NO MES.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          ORCCAIXA (ORGANIZATION LINE SEQUENTIAL, CHAVE LOGICA
      *          OR-CATEGORIA + OR-MES, REGRAVADO INTEIRO A PARTIR DE
      *          TABELA PELO ORCMAINT).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  ORCCAIXA-REC.
           05 OR-CHAVE.
               10 OR-CATEGORIA   PIC 9(002).
               10 OR-MES         PIC 9(006).
           05 OR-VALOR           PIC 9(009)V99.

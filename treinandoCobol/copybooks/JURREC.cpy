      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ACUMULADO DE JUROS A CAPITALIZAR (JURPEND)
      *          - O JUROLOTE CREDITAVA O JURO DIRETO NO SL-SALDO A
      *          CADA RODADA, E O JURO RENDIA JURO TODO DIA, FORA DAS
      *          CONDICOES DO PRODUTO (PAGAMENTO MENSAL). AGORA A
      *          APROPRIACAO DIARIA SO SOMA EM JP-ACUMULADO; NO ULTIMO
      *          DIA UTIL DO MES DA AGENCIA O JUROLOTE CAPITALIZA O
      *          ACUMULADO NO SALDO (UM MOVIMENTO 'J' NO MOVCONTA) E
      *          ZERA O ACUMULADO. UM REGISTRO POR CONTA.
      *
      *          JP-ULT-APROP/JP-ULT-JUROS E JP-ULT-CAPIT/
      *          JP-VALOR-CAPIT GUARDAM A ULTIMA APROPRIACAO E A ULTIMA
      *          CAPITALIZACAO PARA A REEXECUCAO NA MESMA DATA DESFAZER
      *          A RODADA ANTERIOR EM VEZ DE SOMAR DUAS VEZES.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          JURPEND (ORGANIZATION INDEXED, RECORD KEY JP-CONTA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  JURPEND-REC.
           05 JP-CONTA           PIC 9(009).
           05 JP-ACUMULADO       PIC S9(011)V99.
           05 JP-ULT-APROP       PIC 9(008).
           05 JP-ULT-JUROS       PIC S9(011)V99.
           05 JP-ULT-CAPIT       PIC 9(008).
           05 JP-VALOR-CAPIT     PIC S9(011)V99.

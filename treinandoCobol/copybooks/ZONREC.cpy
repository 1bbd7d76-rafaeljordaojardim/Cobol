      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE ZONAS FISCAIS (ZONMSTR) - UMA
      *          LINHA POR ZONA + ANO DE LANCAMENTO COM O VALOR DO METRO
      *          QUADRADO DE TERRENO E A ALIQUOTA DO IMPOSTO TERRITORIAL
      *          (EM PERCENTUAL SOBRE O VALOR VENAL). O LOTMSTR GUARDA
      *          A ZONA DE CADA LOTE (LT-ZONA) E O AVALOTE, NA RODADA
      *          ANUAL, AVALIA O LOTE PELA LINHA DA ZONA NO ANO PEDIDO.
      *          UM ANO NOVO E UMA LINHA NOVA - O VALOR DE ANOS JA
      *          LANCADOS CONTINUA NA TABELA PARA REEXECUCAO.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          ZONMSTR (ORGANIZATION INDEXED, RECORD KEY ZN-CHAVE).
      *          MANTIDO PELO ZONMAINT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  ZONMSTR-REC.
           05 ZN-CHAVE.
               10 ZN-ZONA        PIC 9(003).
               10 ZN-ANO         PIC 9(004).
           05 ZN-DESCRICAO       PIC X(020).
           05 ZN-VALOR-M2        PIC 9(007)V99.
           05 ZN-ALIQUOTA        PIC 9(002)V9(004).

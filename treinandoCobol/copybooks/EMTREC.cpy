      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE EMPREITEIRAS DE TOPOGRAFIA
      *          (EMTMSTR) - UMA LINHA POR EMPREITEIRA CONTRATADA, COM O
      *          CODIGO QUE ELA INFORMA NA LINHA H DO EXTRATO LEVEXT, O
      *          CNPJ E O PRECO PAGO POR LOTE LEVANTADO PELA PRIMEIRA
      *          VEZ E POR RELEVANTAMENTO (LOTE QUE JA ESTAVA NO
      *          LEVANT). EMPREITEIRA INATIVA NAO PODE MAIS ENTREGAR.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          EMTMSTR (ORGANIZATION INDEXED, RECORD KEY ET-CODIGO).
      *          MANTIDO PELO EMTMAINT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  EMTMSTR-REC.
           05 ET-CODIGO          PIC X(004).
           05 ET-NOME            PIC X(025).
           05 ET-CNPJ            PIC 9(014).
           05 ET-PRECO-LOTE      PIC 9(005)V99.
           05 ET-PRECO-RELEV     PIC 9(005)V99.
           05 ET-SITUACAO        PIC X(001).
               88 ET-ATIVA            VALUE 'A'.
               88 ET-INATIVA          VALUE 'I'.

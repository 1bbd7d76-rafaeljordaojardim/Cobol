      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS PRESTACOES DOS CONTRATOS DE EMPRESTIMO
      *          (PARCMST) - UMA LINHA POR PRESTACAO, GERADA PELO
      *          CTRINCL NA INCLUSAO DO CONTRATO COM A MESMA CONTA DO
      *          QUADRO DE AMORTIZACAO DO calcSimples (JUROS DO MES
      *          SOBRE O SALDO DEVEDOR, AMORTIZACAO = PARCELA - JUROS,
      *          A ULTIMA QUITA O RESIDUO). O VENCIMENTO E MENSAL, NO
      *          DIA DO PRIMEIRO VENCIMENTO (OU NO ULTIMO DIA DO MES
      *          QUANDO O MES E MAIS CURTO).
      *
      *          PA-SITUACAO: 'A' EM ABERTO (AINDA NAO COBRADA)
      *                       'P' PAGA - DEBITADA PELO CTRLOTE
      *                       'V' VENCIDA E NAO PAGA (SALDO NAO
      *                           COBRIU); O CTRLOTE TENTA DE NOVO A
      *                           CADA RODADA
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          PARCMST (ORGANIZATION INDEXED, RECORD KEY PA-CHAVE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  PARCMST-REC.
           05 PA-CHAVE.
               10 PA-CONTRATO    PIC 9(007).
               10 PA-NUMERO      PIC 9(003).
           05 PA-VENCIMENTO      PIC 9(008).
           05 PA-VALOR           PIC 9(009)V99.
           05 PA-JUROS           PIC 9(009)V99.
           05 PA-AMORTIZA        PIC 9(009)V99.
           05 PA-SALDO-DEVEDOR   PIC 9(009)V99.
           05 PA-SITUACAO        PIC X(001).
               88 PA-ABERTA          VALUE 'A'.
               88 PA-PAGA            VALUE 'P'.
               88 PA-EM-ATRASO       VALUE 'V'.
           05 PA-DATA-PAGTO      PIC 9(008).

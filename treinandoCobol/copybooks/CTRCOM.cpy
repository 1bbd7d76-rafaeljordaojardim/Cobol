      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DA INCLUSAO DE CONTRATO DE
      *          EMPRESTIMO (CTRINCL) - QUEM SIMULOU O EMPRESTIMO
      *          (A OPCAO 7 DO calcSimples) PASSA O PRINCIPAL, A TAXA
      *          MENSAL EM %, O PRAZO E A PARCELA CALCULADA; O
      *          SUBPROGRAMA PEDE NO TERMINAL A CONTA DO CONTMSTR E O
      *          PRIMEIRO VENCIMENTO, GRAVA O CONTRATO NO CTRMSTR E AS
      *          PRESTACOES NO PARCMST E DEVOLVE O NUMERO DO CONTRATO.
      *
      *          CTI-RETORNO: '00' CONTRATO GRAVADO
      *                       '04' OPERADOR DESISTIU
      *                       '08' DADOS DA SIMULACAO INVALIDOS
      *                       '12' CTRMSTR/PARCMST/CONTMSTR
      *                            INDISPONIVEL
      *          CTI-RC DEVE RECEBER O RETURN-CODE CORRENTE ANTES DO
      *          CALL - O SUBPROGRAMA O REPOE ANTES DO GOBACK.
      *
      *          USAGE: COPY NA WORKING-STORAGE; CARREGUE OS CAMPOS DE
      *          ENTRADA E CALL 'CTRINCL' USING AREA-CTRINCL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-CTRINCL.
           05 CTI-OPERADOR     PIC X(006).
           05 CTI-PRINCIPAL    PIC 9(009)V99.
           05 CTI-TAXA         PIC 9(003)V99.
           05 CTI-PRAZO        PIC 9(003).
           05 CTI-PARCELA      PIC 9(009)V99.
           05 CTI-CONTRATO     PIC 9(007).
           05 CTI-RETORNO      PIC X(002).
               88 CTI-CONTRATO-GRAVADO   VALUE '00'.
               88 CTI-DESISTENCIA        VALUE '04'.
               88 CTI-DADOS-INVALIDOS    VALUE '08'.
               88 CTI-ARQUIVO-INDISPONIVEL VALUE '12'.
           05 CTI-RC           PIC 9(002).

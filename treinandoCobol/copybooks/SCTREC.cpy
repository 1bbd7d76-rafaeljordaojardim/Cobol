      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO MESTRE DE SALDOS CONTABEIS MENSAIS
      *          (SALDOCTB) - UM REGISTRO POR CONTA DO PLANCTA E MES
      *          (AAAAMM) COM SALDO DE ABERTURA, DEBITOS, CREDITOS,
      *          LANCAMENTOS DE ENCERRAMENTO DO EXERCICIO E SALDO DE
      *          FECHAMENTO. GRAVADO PELO FECHAMENTO MENSAL CTBMES A
      *          PARTIR DO LANCTOS; O SALDO DE ABERTURA DE UM MES E O
      *          SALDO DE FECHAMENTO DO ULTIMO MES ANTERIOR GRAVADO.
      *
      *          TODOS OS SALDOS SAO GUARDADOS NO SENTIDO DEVEDOR
      *          (DEBITO POSITIVO, CREDITO NEGATIVO); OS RELATORIOS
      *          INVERTEM O SINAL DAS CONTAS DE NATUREZA CREDORA.
      *          SC-ENCERRAMENTO SEPARA OS LANCAMENTOS DE ORIGEM CTBMES
      *          (ZERAMENTO DAS CONTAS DE RESULTADO EM DEZEMBRO) DO
      *          MOVIMENTO DO MES, PARA A DRE NAO SAIR ZERADA.
      *          SC-SALDO-FINAL = SC-SALDO-INICIAL + SC-DEBITOS -
      *          SC-CREDITOS + SC-ENCERRAMENTO.
      *
      *          USAGE: COPY INTO THE FD OF THE SALDOCTB FILE
      *          (ORGANIZATION INDEXED, RECORD KEY SC-CHAVE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  SALDOCTB-REC.
           05 SC-CHAVE.
               10 SC-CONTA-CTB    PIC 9(004).
               10 SC-ANOMES       PIC 9(006).
           05 SC-SALDO-INICIAL    PIC S9(013)V99.
           05 SC-DEBITOS          PIC S9(013)V99.
           05 SC-CREDITOS         PIC S9(013)V99.
           05 SC-ENCERRAMENTO     PIC S9(013)V99.
           05 SC-SALDO-FINAL      PIC S9(013)V99.

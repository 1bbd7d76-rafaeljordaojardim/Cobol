      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE CONTRATOS DE EMPRESTIMO (CTRMSTR)
      *          - A PARCELA SIMULADA NA OPCAO 7 DO calcSimples SO
      *          EXISTIA NO PAPEL DEPOIS DE ASSINADA. O CONTRATO
      *          GRAVADO PELO CTRINCL GUARDA A CONTA DO CONTMSTR ONDE
      *          AS PRESTACOES SAO DEBITADAS, O PRINCIPAL, A TAXA
      *          MENSAL (EM %), O PRAZO E O PRIMEIRO VENCIMENTO; AS
      *          PRESTACOES FICAM NO PARCMST (PRCREC). O CTRLOTE CONTA
      *          AS PAGAS E LIQUIDA O CONTRATO NA ULTIMA.
      *          SITUACAO: 'P' GRAVADO PELO CTRINCL E AINDA NAO
      *          LIBERADO, 'A' ATIVO (PRINCIPAL CREDITADO NA CONTA PELO
      *          CTRLOTE), 'L' LIQUIDADO.
      *
      *          A CHAVE ZERO (CR-CONTRATO 0000000) E O REGISTRO DE
      *          CONTROLE COM O ULTIMO NUMERO DE CONTRATO EMITIDO
      *          (CR-ULTIMO-NUMERO), CRIADO NO PRIMEIRO CONTRATO.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          CTRMSTR (ORGANIZATION INDEXED, RECORD KEY CR-CONTRATO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ SITUACAO NOVA 'P' (CR-A-LIBERAR): O CONTRATO
      *                NASCE A LIBERAR NO CTRINCL E SO FICA ATIVO
      *                QUANDO O CTRLOTE CREDITA O PRINCIPAL NA CONTA.
      ******************************************************************
       01  CTRMSTR-REC.
           05 CR-CONTRATO        PIC 9(007).
           05 CR-CONTEUDO.
               10 CR-CONTA       PIC 9(009).
               10 CR-PRINCIPAL   PIC 9(009)V99.
               10 CR-TAXA        PIC 9(003)V99.
               10 CR-PRAZO       PIC 9(003).
               10 CR-PARCELA     PIC 9(009)V99.
               10 CR-PRIMEIRO-VENC PIC 9(008).
               10 CR-DATA-CONTRATO PIC 9(008).
               10 CR-OPERADOR    PIC X(006).
               10 CR-PARC-PAGAS  PIC 9(003).
               10 CR-SITUACAO    PIC X(001).
                   88 CR-A-LIBERAR    VALUE 'P'.
                   88 CR-ATIVO        VALUE 'A'.
                   88 CR-LIQUIDADO    VALUE 'L'.
               10 CR-DATA-LIQUIDA PIC 9(008).
           05 CR-CONTROLE REDEFINES CR-CONTEUDO.
               10 CR-ULTIMO-NUMERO PIC 9(007).
               10 FILLER         PIC X(066).

      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ INCLUIDO CT-CLIENTE, O CODIGO DO TITULAR NO
      *                CADASTRO DE CLIENTES CLIMSTR (CLIREC) - O CT-NOME
      *                FICA COMO NOME DE EXIBICAO DA CONTA. O REGISTRO
      *                PASSOU DE 46 PARA 53 BYTES: RENOMEIE O CONTMSTR
      *                ATUAL PARA CONTMSTV E RODE A OPCAO 5 DO CADCONV
      *                (AS CONTAS CONVERTIDAS FICAM COM CLIENTE ZERO
      *                ATE SEREM VINCULADAS NO CONMAINT).
      * 15/10/2026 RJJ NOVA SITUACAO 'D' (CT-DORMENTE), MARCADA PELO
      *                DORMLOTE NA CONTA ATIVA SEM MOVIMENTO DO CLIENTE
      *                HA RUNPARM-MESES-DORM MESES. A CONTA DORMENTE
      *                CONTINUA ABERTA E RENDENDO JUROS; A REATIVACAO
      *                PASSA PELA FILA DE APROVACAO PENDMST.
      * 15/10/2026 RJJ INCLUIDOS CT-LIMITE-CE, O LIMITE DE CHEQUE
      *                ESPECIAL DA CONTA (ALTERADO PELO CONMAINT COM
      *                APROVACAO NO APRMAINT), E CT-NEGATIVO-DESDE, A
      *                PRIMEIRA DATA DE APROPRIACAO EM QUE O JUROLOTE
      *                ACHOU A CONTA NEGATIVA NA SEQUENCIA ATUAL (ZERO
      *                QUANDO A CONTA NAO ESTA NEGATIVA) - DAI SAEM OS
      *                DIAS NEGATIVOS DO RELNEG. O REGISTRO PASSOU DE 53
      *                PARA 74 BYTES: RENOMEIE O CONTMSTR ATUAL PARA
      *                CONTMSTD E RODE A OPCAO 10 DO CADCONV (AS CONTAS
      *                CONVERTIDAS FICAM COM LIMITE ZERO).
      * 15/10/2026 RJJ INCLUIDO CT-DATA-REATIVA, A DATA EM QUE A
      *                REATIVACAO DA CONTA DORMENTE FOI APROVADA NO
      *                APRMAINT (ZERO SE NUNCA FOI REATIVADA) - O
      *                DORMLOTE CONTA O PRAZO SEM MOVIMENTO A PARTIR
      *                DELA, E A CONTA REATIVADA NAO VOLTA A DORMIR NA
      *                RODADA SEGUINTE. O REGISTRO PASSOU DE 74 PARA 82
      *                BYTES: RENOMEIE O CONTMSTR ATUAL PARA CONTMSTN E
      *                RODE A OPCAO 11 DO CADCONV.
      ******************************************************************
       01  CONTMSTR-REC.
           05 CT-CONTA           PIC 9(009).
           05 CT-SITUACAO        PIC X(001).
               88 CT-ATIVA           VALUE 'A'.
               88 CT-ENCERRADA       VALUE 'E'.
               88 CT-DORMENTE        VALUE 'D'.
           05 CT-DATA-ABERTURA   PIC 9(008).
           05 CT-DATA-ENCERRA    PIC 9(008).
           05 CT-CLIENTE         PIC 9(007).
           05 CT-LIMITE-CE       PIC 9(011)V99.
           05 CT-NEGATIVO-DESDE  PIC 9(008).
           05 CT-DATA-REATIVA    PIC 9(008).

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO SERVICO DE DESLIGAMENTO
      *          (DESLIGA) - CHAMADO PELO APRMAINT LOGO DEPOIS DE POSTAR
      *          UMA INATIVACAO APROVADA NO EMPMSTR. ENCERRA A AGENDA DE
      *          TRIAGEM (AGDPROX FUNCAO 'E'), CANCELA AS MARCACOES
      *          DE TRIAGEM EM ABERTO NO MARCIMC, FECHA OS ALERTAS DO RH
      *          AINDA SEM RESPOSTA NO ALERTCTL (SITUACAO 'D') E
      *          ANEXA AO DESLCHK O CHECKLIST DE SAIDA DO SUPERVISOR,
      *          COM OS ADIANTAMENTOS DO CAIXA PEQUENO (ADIANTAM) AINDA
      *          EM ABERTO NO NOME DO FUNCIONARIO.
      *
      *          DSL-ID           FUNCIONARIO DESLIGADO
      *          DSL-OPERADOR     QUEM APROVOU (VAI PARA O CHECKLIST)
      *          DSL-RETORNO      '00' CONCLUIDO, '04' FUNCIONARIO SEM
      *                           CADASTRO OU AINDA ATIVO (NADA FEITO),
      *                           '08' AGENDIMC, MARCIMC OU ALERTCTL
      *                           INDISPONIVEL
      *                           (O CHECKLIST MARCA O PASSO QUE FICOU
      *                           POR FAZER)
      *          DSL-QTDE-ALERTAS ALERTAS ENCERRADOS POR DESLIGAMENTO
      *          DSL-QTDE-ADIANT  ADIANTAMENTOS EM ABERTO NO NOME DELE
      *          DSL-RC DEVE RECEBER O RETURN-CODE CORRENTE ANTES DO
      *          CALL - O SUBPROGRAMA O REPOE ANTES DO GOBACK.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ '08' TAMBEM COM O MARCIMC INDISPONIVEL.
      ******************************************************************
       01 AREA-DESLIGA.
           05 DSL-ID            PIC 9(006).
           05 DSL-OPERADOR      PIC X(006).
           05 DSL-RETORNO       PIC X(002).
               88 DSL-CONCLUIDO       VALUE '00'.
               88 DSL-RECUSADO        VALUE '04'.
               88 DSL-PARCIAL         VALUE '08'.
           05 DSL-QTDE-ALERTAS  PIC 9(005).
           05 DSL-QTDE-ADIANT   PIC 9(005).
           05 DSL-RC            PIC 9(002).

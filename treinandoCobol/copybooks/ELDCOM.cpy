      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO SERVICO DE ELIMINACAO DE DADOS
      *          PESSOAIS (ELIMDADO) - CHAMADO PELO APRMAINT QUANDO O
      *          SEGUNDO OPERADOR APROVA UMA PENDENCIA 'ELIMDADO'
      *          ENFILEIRADA PELO DADPESS. APAGA OS REGISTROS DO
      *          FUNCIONARIO NOS ARQUIVOS DE BEM-ESTAR, ANONIMIZA O
      *          NOME NO EMPMSTR E AS IMAGENS DA TRILHA DE AUDITORIA,
      *          E GRAVA NO ELIMLOG QUANTO SAIU DE CADA ARQUIVO - SEM
      *          O CONTEUDO.
      *
      *          ELD-ID        FUNCIONARIO A ELIMINAR
      *          ELD-OPERADOR  QUEM APROVOU (VAI PARA O ELIMLOG)
      *          ELD-RETORNO   '00' ELIMINADO, '04' FUNCIONARIO ATIVO
      *                        OU SEM CADASTRO (NADA FEITO), '08'
      *                        ALGUM ARQUIVO INDISPONIVEL (O QUE FOI
      *                        POSSIVEL SAIU E ESTA NO ELIMLOG)
      *          ELD-QTDE-TOTAL REGISTROS APAGADOS OU ANONIMIZADOS
      *          ELD-RC DEVE RECEBER O RETURN-CODE CORRENTE ANTES DO
      *          CALL - O SUBPROGRAMA O REPOE ANTES DO GOBACK.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-ELIMDADO.
           05 ELD-ID           PIC 9(006).
           05 ELD-OPERADOR     PIC X(006).
           05 ELD-RETORNO      PIC X(002).
               88 ELD-ELIMINADO       VALUE '00'.
               88 ELD-RECUSADO        VALUE '04'.
               88 ELD-PARCIAL         VALUE '08'.
           05 ELD-QTDE-TOTAL   PIC 9(007).
           05 ELD-RC           PIC 9(002).

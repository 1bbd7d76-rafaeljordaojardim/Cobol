      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO SERVICO DE NUMERACAO DE CONTAS
      *          (NUMCONTA) - O NUMERO DE CONTA ERA DIGITADO NO BALCAO
      *          E METADE DAS REJEICOES DE DIGITO DO PARLOTE/PARIMPAR
      *          VINHA DE NUMERO INVENTADO. O NUMERO TEM O PREFIXO DA
      *          AGENCIA (3), A SEQUENCIA DA AGENCIA (5) E O DIGITO
      *          VERIFICADOR (1) - SOMA DOS 8 PRIMEIROS DIGITOS MODULO
      *          10, A MESMA REGRA DO PARIMPAR.
      *
      *          NC-FUNCAO: 'G' = GERA O PROXIMO NUMERO LIVRE DA
      *                           AGENCIA NC-AGENCIA, DEVOLVIDO EM
      *                           NC-CONTA (O CONTADOR SEQAGEN AVANCA
      *                           E O NUMERO NUNCA E REUSADO)
      *                     'V' = VALIDA O DIGITO VERIFICADOR DE
      *                           NC-CONTA
      *          NC-RETORNO '00' OK, '04' AGENCIA INEXISTENTE, '06'
      *          AGENCIA FECHADA, '08' DIGITO INVALIDO OU FUNCAO
      *          INVALIDA, '10' SEQUENCIA DA AGENCIA ESGOTADA, '12'
      *          ARQUIVO INDISPONIVEL.
      *          NC-RC DEVE RECEBER O RETURN-CODE CORRENTE ANTES DO
      *          CALL - O SUBPROGRAMA O REPOE ANTES DO GOBACK.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-NUMCONTA.
           05 NC-FUNCAO        PIC X(001).
           05 NC-AGENCIA       PIC 9(003).
           05 NC-CONTA         PIC 9(009).
           05 NC-RETORNO       PIC X(002).
               88 NC-OK                VALUE '00'.
               88 NC-AGENCIA-INEXISTENTE VALUE '04'.
               88 NC-AGENCIA-FECHADA   VALUE '06'.
               88 NC-DIGITO-INVALIDO   VALUE '08'.
               88 NC-SEQUENCIA-ESGOTADA VALUE '10'.
               88 NC-ERRO-ARQUIVO      VALUE '12'.
           05 NC-RC            PIC 9(002).

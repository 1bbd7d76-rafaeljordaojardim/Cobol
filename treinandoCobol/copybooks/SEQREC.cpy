      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CONTADOR DE NUMERACAO DE CONTAS POR AGENCIA
      *          (SEQAGEN) - UM REGISTRO POR AGENCIA COM A ULTIMA
      *          SEQUENCIA EMITIDA PELO SERVICO NUMCONTA. O CONTADOR SO
      *          ANDA PARA A FRENTE: CONTA ENCERRADA NAO DEVOLVE O
      *          NUMERO. NA PRIMEIRA EMISSAO DA AGENCIA O CONTADOR
      *          NASCE NA MAIOR SEQUENCIA JA CADASTRADA NO CONTMSTR.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          SEQAGEN (ORGANIZATION INDEXED, RECORD KEY SQ-AGENCIA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  SEQAGEN-REC.
           05 SQ-AGENCIA         PIC 9(003).
           05 SQ-ULTIMA-SEQ      PIC 9(005).
           05 SQ-DATA-ULTIMA     PIC 9(008).

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO VALIDADOR DE CNPJ (VALCNPJ) -
      *          O PAR DO VALCPF PARA PESSOA JURIDICA. CONFERE OS DOIS
      *          DIGITOS VERIFICADORES (MODULO 11, PESOS 5..2 E 9..2
      *          SOBRE OS 12 PRIMEIROS, DEPOIS 6..2 E 9..2 SOBRE OS 13
      *          PRIMEIROS) E RECUSA AS SEQUENCIAS DE UM DIGITO SO.
      *
      *          CNPJ-NUMERO COM OS 14 DIGITOS. CNPJ-RETORNO '00'
      *          VALIDO, '08' INVALIDO, COM O MOTIVO EM CNPJ-MOTIVO.
      *          CNPJ-RC DEVE RECEBER O RETURN-CODE CORRENTE ANTES DO
      *          CALL - O SUBPROGRAMA O REPOE ANTES DO GOBACK.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-VALCNPJ.
           05 CNPJ-NUMERO      PIC 9(014).
           05 CNPJ-RETORNO     PIC X(002).
               88 CNPJ-VALIDO        VALUE '00'.
           05 CNPJ-MOTIVO      PIC X(025).
           05 CNPJ-RC          PIC 9(002).

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO VALIDADOR DE CPF (VALCPF) - O
      *          CPF DO CLIENTE ERA DIGITADO SEM CRITICA NENHUMA E UM
      *          NUMERO COM DIGITO TROCADO SO APARECIA NA DEVOLUCAO DO
      *          INFORME DE RENDIMENTOS. O VALCPF CONFERE OS DOIS
      *          DIGITOS VERIFICADORES (MODULO 11, PESOS 10..2 E
      *          11..2) E RECUSA AS SEQUENCIAS DE UM DIGITO SO.
      *
      *          CPF-NUMERO COM OS 11 DIGITOS. CPF-RETORNO '00' VALIDO,
      *          '08' INVALIDO, COM O MOTIVO EM CPF-MOTIVO.
      *          CPF-RC DEVE RECEBER O RETURN-CODE CORRENTE ANTES DO
      *          CALL - O SUBPROGRAMA O REPOE ANTES DO GOBACK.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-VALCPF.
           05 CPF-NUMERO       PIC 9(011).
           05 CPF-RETORNO      PIC X(002).
               88 CPF-VALIDO         VALUE '00'.
           05 CPF-MOTIVO       PIC X(025).
           05 CPF-RC           PIC 9(002).

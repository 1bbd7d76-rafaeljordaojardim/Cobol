      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE SESSOES DE OPERADOR (SESSMST) -
      *          UMA LINHA POR OPERADOR COM A SESSAO CORRENTE OU A
      *          ULTIMA ENCERRADA, MANTIDA PELO SERVICO CTLSESS (VEJA O
      *          COPYBOOK SESCOM).
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          SESSMST (ORGANIZATION INDEXED, RECORD KEY SS-OPERADOR).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  SESSMST-REC.
           05 SS-OPERADOR        PIC X(006).
           05 SS-TERMINAL        PIC X(008).
           05 SS-DATA-INICIO     PIC 9(008).
           05 SS-HORA-INICIO     PIC 9(008).
           05 SS-DATA-ULTIMA     PIC 9(008).
           05 SS-HORA-ULTIMA     PIC 9(008).
           05 SS-PROGRAMA        PIC X(008).
           05 SS-SITUACAO        PIC X(001).
               88 SS-ATIVA           VALUE 'A'.
               88 SS-ENCERRADA       VALUE 'E'.

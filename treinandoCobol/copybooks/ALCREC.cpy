      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ SITUACAO 'D' - ALERTA ENCERRADO POR DESLIGAMENTO
      *                (INATIVACAO APROVADA, SERVICO DESLIGA): ACAO
      *                'DES' E DATA-ACK = DATA DO ENCERRAMENTO. SAI DO
      *                ENVELHECIMENTO DO RELACK.
      ******************************************************************
       01  ALERTCTL-REC.
           05 ALC-CHAVE.
           05 ALC-SITUACAO       PIC X(001).
               88 ALC-ENVIADO        VALUE 'E'.
               88 ALC-ACIONADO       VALUE 'A'.
               88 ALC-DESLIGADO      VALUE 'D'.
           05 ALC-ACAO           PIC X(003).
           05 ALC-DATA-ACK       PIC 9(008).

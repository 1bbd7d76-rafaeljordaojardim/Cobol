      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DA FILA UNICA DE NOTIFICACOES DE SAIDA
      *          (NOTIFQ) - GRAVADA PELO SERVICO GRVNOTIF (VEJA O
      *          COPYBOOK NTFCOM) E DESPACHADA PELO DESPNOT, QUE
      *          FORMATA AS PENDENTES PARA O GATEWAY DE CORREIO E AS
      *          MARCA COMO ENVIADAS. A CHAVE E O MOMENTO DA GRAVACAO
      *          MAIS UM SEQUENCIAL QUE DESEMPATA O MESMO CENTESIMO.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          NOTIFQ (ORGANIZATION INDEXED, RECORD KEY NQ-CHAVE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  NOTIFQ-REC.
           05 NQ-CHAVE.
               10 NQ-DATA        PIC 9(008).
               10 NQ-HORA        PIC 9(008).
               10 NQ-SEQ         PIC 9(003).
           05 NQ-GRUPO           PIC X(008).
           05 NQ-SEVERIDADE      PIC X(001).
           05 NQ-MSG-ID          PIC X(007).
           05 NQ-PROGRAMA        PIC X(008).
           05 NQ-CONDICAO        PIC X(020).
           05 NQ-TEXTO           PIC X(060).
           05 NQ-SITUACAO        PIC X(001).
               88 NQ-PENDENTE        VALUE 'P'.
               88 NQ-ENVIADA         VALUE 'E'.
           05 NQ-DATA-ENVIO      PIC 9(008).
           05 NQ-HORA-ENVIO      PIC 9(008).

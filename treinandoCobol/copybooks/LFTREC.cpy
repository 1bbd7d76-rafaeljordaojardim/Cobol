      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE ENTREGAS DAS EMPREITEIRAS DE
      *          TOPOGRAFIA (LEVFAT) - O LEVCARGA ANEXA UM REGISTRO POR
      *          LINHA DE LOTE DO EXTRATO QUE PROCESSOU: LOTE NOVO NO
      *          LEVANT ('N'), RELEVANTAMENTO DE LOTE QUE JA ESTAVA NO
      *          LEVANT ('R') OU LINHA REJEITADA NA CRITICA ('X', NAO
      *          PAGAVEL, COM O MOTIVO E O CONTEUDO DA LINHA). E A
      *          BASE DO EXTRATO MENSAL DE COBRANCA RELEMPT - O QUE A
      *          CARGA ACEITOU, NAO O QUE A EMPREITEIRA DIZ QUE MANDOU.
      *
      *          USAGE: COPY INTO THE FD OF THE LEVFAT FILE
      *          (ORGANIZATION LINE SEQUENTIAL, ABERTO EM EXTEND PELO
      *          LEVCARGA).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  LEVFAT-REC.
           05 LF-DATA            PIC 9(008).
           05 FILLER REDEFINES LF-DATA.
               10 LF-ANO-MES     PIC 9(006).
               10 FILLER         PIC 9(002).
           05 LF-TRANSMISSAO     PIC X(010).
           05 LF-EMPREITEIRA     PIC X(004).
           05 LF-LINHA           PIC 9(005).
           05 LF-LOTE            PIC 9(006).
           05 LF-TIPO            PIC X(001).
               88 LF-LOTE-NOVO        VALUE 'N'.
               88 LF-RELEVANTAMENTO   VALUE 'R'.
               88 LF-REJEITADA        VALUE 'X'.
           05 LF-MOTIVO          PIC X(025).
           05 LF-CONTEUDO        PIC X(040).

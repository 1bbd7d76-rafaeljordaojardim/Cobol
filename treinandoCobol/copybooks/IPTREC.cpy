      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE LANCAMENTO DO IMPOSTO TERRITORIAL
      *          (IPTUFAT) - UM REGISTRO POR LOTE AVALIADO NA RODADA
      *          ANUAL DO AVALOTE, COM A AREA USADA (IP-ORIGEM-AREA 'M'
      *          = ULTIMA MEDICAO DO GEOMSTR, 'L' = AREA DO
      *          LEVANTAMENTO NO LEVANT PARA LOTE NUNCA MEDIDO), O VALOR
      *          DO METRO QUADRADO E A ALIQUOTA DA ZONA NO ANO, O VALOR
      *          VENAL E O IMPOSTO. E A ENTRADA DO FATURAMENTO DO
      *          IMPOSTO, NO LUGAR DA PLANILHA MONTADA DO RELREC.
      *
      *          USAGE: COPY INTO THE FD OF THE IPTUFAT FILE
      *          (ORGANIZATION LINE SEQUENTIAL). CADA RODADA RECRIA O
      *          ARQUIVO DO ANO PEDIDO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ PROPRIETARIO ATUAL DO LOTE (NOME, TIPO E NUMERO
      *                DO DOCUMENTO, DO PROPLOT VIA DONOLOT) NO FIM DO
      *                REGISTRO - EM BRANCO SE O LOTE NAO TEM DONO
      *                REGISTRADO.
      ******************************************************************
       01  IPTUFAT-REC.
           05 IP-ANO             PIC 9(004).
           05 IP-LOTE            PIC 9(006).
           05 IP-ZONA            PIC 9(003).
           05 IP-ORIGEM-AREA     PIC X(001).
               88 IP-AREA-MEDIDA      VALUE 'M'.
               88 IP-AREA-LEVANTADA   VALUE 'L'.
           05 IP-AREA            PIC 9(006)V99.
           05 IP-VALOR-M2        PIC 9(007)V99.
           05 IP-VALOR-VENAL     PIC 9(011)V99.
           05 IP-ALIQUOTA        PIC 9(002)V9(004).
           05 IP-IMPOSTO         PIC 9(009)V99.
           05 IP-PROPRIETARIO    PIC X(030).
           05 IP-TIPO-DOC        PIC X(001).
           05 IP-DOCUMENTO       PIC 9(014).

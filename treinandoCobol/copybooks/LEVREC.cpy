      *                NUNCA MEDIDOS PODER ENVELHECER A FILA. O CAMPO
      *                JA NASCE COM ANO DE QUATRO DIGITOS, SEM JANELA
      *                DE SECULO.
      * 15/10/2026 RJJ ADDED LV-EMPREITEIRA - CODIGO DA EMPREITEIRA DE
      *                TOPOGRAFIA (EMTMSTR) QUE ENTREGOU O LEVANTAMENTO
      *                NO EXTRATO CARREGADO PELO LEVCARGA; EM BRANCO
      *                PARA LOTE LANCADO A MAO NO LEVMAINT.
      ******************************************************************
       01  LEVANT-REC.
           05 LV-LOTE           PIC 9(006).
           05 LV-AREA           PIC 9(006)V99.
           05 LV-PERIMETRO      PIC 9(006)V99.
           05 LV-DATA-CADASTRO  PIC 9(008).
           05 LV-EMPREITEIRA    PIC X(004).

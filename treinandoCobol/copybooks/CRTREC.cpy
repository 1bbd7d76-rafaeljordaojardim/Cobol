      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE CERTIFICADOS DE MEDICAO DE LOTE
      *          (CERTLOG) - UMA LINHA POR CERTIFICADO IMPRESSO PELO
      *          CERTLOTE: O ORIGINAL (CE-VIA 01) E CADA SEGUNDA VIA
      *          (CE-VIA 02, 03...) DO MESMO NUMERO. A LINHA GUARDA O
      *          CONTEUDO CERTIFICADO (DESCRICAO, ULTIMA MEDICAO DO
      *          GEOMSTR E AREA DO LEVANTAMENTO NA DATA DA EMISSAO),
      *          PARA A SEGUNDA VIA REPRODUZIR O ORIGINAL MESMO QUE O
      *          LOTE TENHA SIDO MEDIDO DE NOVO.
      *
      *          A CHAVE ZERO (CE-NUMERO 0000000, CE-VIA 00) E O
      *          REGISTRO DE CONTROLE COM O ULTIMO NUMERO EMITIDO
      *          (CE-ULTIMO-NUMERO), CRIADO NA PRIMEIRA EMISSAO.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          CERTLOG (ORGANIZATION INDEXED, RECORD KEY CE-CHAVE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  CERTLOG-REC.
           05 CE-CHAVE.
               10 CE-NUMERO      PIC 9(007).
               10 CE-VIA         PIC 9(002).
                   88 CE-ORIGINAL     VALUE 01.
           05 CE-CONTEUDO.
               10 CE-DATA-EMISSAO PIC 9(008).
               10 CE-HORA        PIC 9(008).
               10 CE-OPERADOR    PIC X(006).
               10 CE-LOTE        PIC 9(006).
               10 CE-DESCRICAO   PIC X(030).
               10 CE-GM-DATA     PIC 9(008).
               10 CE-FORMA       PIC 9(001).
               10 CE-DIM1        PIC 9(003)V99.
               10 CE-DIM2        PIC 9(003)V99.
               10 CE-DIM3        PIC 9(003)V99.
               10 CE-AREA        PIC 9(006)V99.
               10 CE-PERIMETRO   PIC 9(006)V99.
               10 CE-GM-OPERADOR PIC X(006).
               10 CE-LV-AREA     PIC 9(006)V99.
           05 CE-CONTROLE REDEFINES CE-CONTEUDO.
               10 CE-ULTIMO-NUMERO PIC 9(007).
               10 FILLER         PIC X(105).

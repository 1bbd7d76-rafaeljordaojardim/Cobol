      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO EXTRATO ELETRONICO MENSAL (EXTELET) ENVIADO
      *          A EMPRESA QUE DISTRIBUI OS EXTRATOS POR E-MAIL -
      *          GRAVADO PELO EXTRATO PARA OS CLIENTES COM ENTREGA
      *          ELETRONICA NO CLIMSTR (CLI-ENTREGA 'E'). LAYOUT FIXO
      *          DE 220 POSICOES NO DESENHO H/C/D/T:
      *
      *          H - CABECALHO: DATA DE GERACAO, MES DO EXTRATO
      *              (AAAAMM) E REMETENTE
      *          C - CONTA: CONTA, CLIENTE, CPF E NOME DO TITULAR,
      *              FORMA DE ENTREGA ('E' E-MAIL), E-MAIL E ENDERECO
      *              DO CLIMSTR, PERIODO (PRIMEIRO E ULTIMO DIA DO MES)
      *              E SALDO DE ABERTURA
      *          D - DETALHE: UM MOVIMENTO DO MOVCONTA DA CONTA DO
      *              BLOCO C ANTERIOR, COM O SALDO APOS O MOVIMENTO
      *          T - TRAILER: QUANTIDADE DE CONTAS (C), DE MOVIMENTOS
      *              (D) E DE REGISTROS (H E T INCLUSIVE) E O HASH DOS
      *              VALORES - SOMA DOS VALORES DOS MOVIMENTOS SEM O
      *              SINAL
      *
      *          VALORES COM SINAL NO PADRAO DA CASA (SINAL NO ULTIMO
      *          DIGITO, COMO NO INFEXTR).
      *
      *          USAGE: COPY INTO THE FD OF THE EXTELET FILE
      *          (ORGANIZATION LINE SEQUENTIAL).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  EXTELET-REC.
           05 EXE-TIPO             PIC X(001).
               88 EXE-CABECALHO         VALUE 'H'.
               88 EXE-CONTA             VALUE 'C'.
               88 EXE-DETALHE           VALUE 'D'.
               88 EXE-TRAILER           VALUE 'T'.
           05 EXE-DADOS            PIC X(219).
           05 EXE-CAB REDEFINES EXE-DADOS.
               10 EXH-DATA-GERACAO PIC 9(008).
               10 EXH-MES          PIC 9(006).
               10 EXH-REMETENTE    PIC X(030).
               10 FILLER           PIC X(175).
           05 EXE-CTA REDEFINES EXE-DADOS.
               10 EXC-CONTA        PIC 9(009).
               10 EXC-CLIENTE      PIC 9(007).
               10 EXC-CPF          PIC 9(011).
               10 EXC-NOME         PIC X(030).
               10 EXC-METODO       PIC X(001).
               10 EXC-EMAIL        PIC X(040).
               10 EXC-ENDERECO     PIC X(040).
               10 EXC-CIDADE       PIC X(020).
               10 EXC-UF           PIC X(002).
               10 EXC-CEP          PIC 9(008).
               10 EXC-PERIODO-INI  PIC 9(008).
               10 EXC-PERIODO-FIM  PIC 9(008).
               10 EXC-SALDO-ABERTURA PIC S9(011)V99.
               10 FILLER           PIC X(022).
           05 EXE-DET REDEFINES EXE-DADOS.
               10 EXD-CONTA        PIC 9(009).
               10 EXD-DATA         PIC 9(008).
               10 EXD-SEQ          PIC 9(003).
               10 EXD-TIPO         PIC X(001).
               10 EXD-HISTORICO    PIC X(020).
               10 EXD-VALOR        PIC S9(011)V99.
               10 EXD-SALDO        PIC S9(011)V99.
               10 FILLER           PIC X(152).
           05 EXE-TRL REDEFINES EXE-DADOS.
               10 EXT-QTDE-CONTAS  PIC 9(007).
               10 EXT-QTDE-DETALHES PIC 9(009).
               10 EXT-QTDE-REGISTROS PIC 9(009).
               10 EXT-HASH-VALORES PIC 9(015)V99.
               10 FILLER           PIC X(177).

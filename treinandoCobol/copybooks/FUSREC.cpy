      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO LOG DE UNIFICACOES DE IDS (FUSAOLOG) - O
      *          SERVICO FUNDEMP GRAVA UMA LINHA POR ARQUIVO TOCADO EM
      *          CADA UNIFICACAO APROVADA: QUANTOS REGISTROS PASSARAM
      *          DO ID APOSENTADO PARA O SOBREVIVENTE, QUANTAS CHAVES
      *          COLIDIRAM E EM QUANTAS DELAS O LANCAMENTO DO
      *          APOSENTADO ERA O MAIS RECENTE E SUBSTITUIU O DO
      *          SOBREVIVENTE. TODAS AS LINHAS DE UMA UNIFICACAO TEM A
      *          MESMA DATA/HORA (A DO INICIO DA UNIFICACAO). O
      *          RELFUSAO LISTA O ARQUIVO.
      *
      *          FL-ACAO: 'M' REGISTROS MOVIDOS, 'A' CADASTRO DO
      *          APOSENTADO INATIVADO COM O SUCESSOR, 'I' ARQUIVO
      *          INDISPONIVEL (UNIFICACAO PARCIAL).
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          FUSAOLOG (ORGANIZATION LINE SEQUENTIAL).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  FUSAOLOG-REC.
           05 FL-DATA            PIC 9(008).
           05 FL-HORA            PIC 9(008).
           05 FL-ID-RETIRADO     PIC 9(006).
           05 FL-ID-SOBREV       PIC 9(006).
           05 FL-OPERADOR        PIC X(006).
           05 FL-ARQUIVO         PIC X(008).
           05 FL-ACAO            PIC X(001).
               88 FL-MOVIDOS         VALUE 'M'.
               88 FL-APOSENTADO      VALUE 'A'.
               88 FL-INDISPONIVEL    VALUE 'I'.
           05 FL-QTDE            PIC 9(007).
           05 FL-COLISOES        PIC 9(007).
           05 FL-SUBSTITUIDOS    PIC 9(007).

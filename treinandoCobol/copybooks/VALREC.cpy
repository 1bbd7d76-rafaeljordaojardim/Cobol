      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE VALES DE REPOSICAO DO CAIXA
      *          PEQUENO (VALEREP) - O CUSTODIANTE GRAMPEAVA OS RECIBOS
      *          E PEDIA A REPOSICAO A TESOURARIA SEM NADA DO SISTEMA
      *          PARA CONFERIR. O REPOLOTE EMITE UM VALE NUMERADO
      *          QUANDO O SALDO DO FUNDO CAI ABAIXO DO GATILHO, COM O
      *          PERIODO DE PAGAMENTOS QUE ELE COBRE (VR-DATA-DE A
      *          VR-DATA-ATE) E O VALOR PARA VOLTAR AO NIVEL FIXO. O
      *          LIVRO DO CAIXA (WHILE) LANCA O DINHEIRO RECEBIDO E
      *          FECHA O VALE; O PROXIMO VALE DO FUNDO COMECA NO DIA
      *          SEGUINTE AO VR-DATA-ATE DO ANTERIOR.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          VALEREP (ORGANIZATION LINE SEQUENTIAL, REGRAVADO
      *          INTEIRO A PARTIR DE TABELA, COMO O ADIANTAM).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  VALEREP-REC.
           05 VR-NUMERO          PIC 9(006).
           05 VR-FUNDO           PIC 9(003).
           05 VR-DATA-EMISSAO    PIC 9(008).
           05 VR-DATA-DE         PIC 9(008).
           05 VR-DATA-ATE        PIC 9(008).
           05 VR-NIVEL           PIC 9(009)V99.
           05 VR-SALDO-LIVRO     PIC S9(009)V99.
           05 VR-VALOR           PIC 9(009)V99.
           05 VR-SITUACAO        PIC X(001).
               88 VR-ABERTO          VALUE 'A'.
               88 VR-RECEBIDO        VALUE 'R'.
           05 VR-DATA-RECEB      PIC 9(008).

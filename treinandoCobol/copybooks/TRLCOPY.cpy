      * Date: 22/08/2026
      * Purpose: CONVENCAO DE TRILHA DE CONTROLE DOS ARQUIVOS DE
      *          ENTRADA DE LOTE (TRANCALC, FATIN, NUMIN, CONTASLT,
      *          DATADRV) - A ULTIMA LINHA DO ARQUIVO E UMA
      *          TRILHA 'T' + QUANTIDADE DE REGISTROS (7) + HASH TOTAL
      *          (13, SOMA DO CAMPO NUMERICO CHAVE DO ARQUIVO, PARTE
      *          INTEIRA SEM SINAL, MODULO 10**13). QUEM MONTA O
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 22/08/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ ROSTIDAD SAIU DA LISTA - O ROSTER FOI APOSENTADO
      *                E AS DATAS SAO LIDAS DO CADASTRO EMPMSTR.
      ******************************************************************
       01 TRL-REGISTRO.
           05 TRL-TIPO         PIC X(001).

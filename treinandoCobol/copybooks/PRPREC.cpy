      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE PROPRIEDADE DE LOTES (PROPLOT) -
      *          UMA LINHA POR PERIODO DE POSSE: LOTE + DATA DE INICIO
      *          (CHAVE), NOME DO PROPRIETARIO, TIPO E NUMERO DO
      *          DOCUMENTO (CPF COM 11 DIGITOS ALINHADO A DIREITA, OU
      *          CNPJ COM 14, AMBOS COM DIGITO VERIFICADOR CONFERIDO) E
      *          DATA DE FIM. O PROPRIETARIO ATUAL E A LINHA COM DATA
      *          DE FIM ZERADA; UMA VENDA FECHA A LINHA ATUAL COM A
      *          DATA DA TRANSFERENCIA (O NOVO DONO VALE A PARTIR DELA)
      *          E ABRE A DO COMPRADOR. TODA TRANSFERENCIA E PEDIDA NO
      *          PROPMAINT E SO E POSTADA PELO APRMAINT (FILA PENDMST,
      *          IMAGEM = OS 59 PRIMEIROS BYTES DESTE REGISTRO). QUEM
      *          SO PRECISA DO DONO DE UM LOTE CHAMA O DONOLOT.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          PROPLOT (ORGANIZATION INDEXED, RECORD KEY PR-CHAVE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  PROPLOT-REC.
           05 PR-CHAVE.
               10 PR-LOTE        PIC 9(006).
               10 PR-DATA-INICIO PIC 9(008).
           05 PR-NOME            PIC X(030).
           05 PR-TIPO-DOC        PIC X(001).
               88 PR-PESSOA-FISICA   VALUE 'F'.
               88 PR-PESSOA-JURIDICA VALUE 'J'.
           05 PR-DOCUMENTO       PIC 9(014).
           05 PR-DATA-FIM        PIC 9(008).
               88 PR-ATUAL           VALUE ZEROS.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE AVISOS DE MUDANCA DE TAXA
      *          EMITIDOS (AVISOLOG) - UM REGISTRO POR CARTA ENVIADA,
      *          CHAVEADO POR CODIGO DE TAXA + INICIO DE VIGENCIA DA
      *          TAXA NOVA + CONTA. O TAXAVISO CONSULTA A CHAVE ANTES DE
      *          IMPRIMIR, ENTAO A MESMA MUDANCA NUNCA GERA DUAS CARTAS
      *          PARA A MESMA CONTA, MESMO RODANDO VARIOS DIAS DENTRO DA
      *          JANELA DE AVISO.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          AVISOLOG (ORGANIZATION INDEXED, RECORD KEY AVL-CHAVE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  AVISOLOG-REC.
           05 AVL-CHAVE.
               10 AVL-COD         PIC X(001).
               10 AVL-VIGENCIA    PIC 9(008).
               10 AVL-CONTA       PIC 9(009).
           05 AVL-TAXA-ANT        PIC 9(003)V9(004).
           05 AVL-TAXA-NOVA       PIC 9(003)V9(004).
           05 AVL-DATA-EMISSAO    PIC 9(008).

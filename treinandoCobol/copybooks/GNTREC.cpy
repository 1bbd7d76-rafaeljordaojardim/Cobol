      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: REGISTRO DO ARQUIVO DE GRUPOS DESTINATARIOS GRUPNOT,
      *          LIDO PELO DESPACHANTE DE NOTIFICACOES DESPNOT. UMA
      *          LINHA POR ENDERECO, EDITADA COMO TEXTO (MESMO
      *          ESPIRITO DA RETENCAO); UM GRUPO COM VARIOS ENDERECOS
      *          TEM VARIAS LINHAS:
      *
      *              OPERACAO operacao.noite@empresa.com.br
      *              RH       rh.saude@empresa.com.br
      *
      *          GN-GRUPO:    O GRUPO QUE OS PROGRAMAS PASSAM EM
      *                       NTF-GRUPO (OPERACAO, RH, SUPERVIS,
      *                       SUPORTE, SEGURANC)
      *          GN-ENDERECO: CAIXA DE CORREIO QUE O GATEWAY ENTENDE.
      *          LINHA EM BRANCO OU COM '*' NA COLUNA 1 E COMENTARIO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  GRUPNOT-REC.
           05 GN-GRUPO         PIC X(008).
           05 FILLER           PIC X(001).
           05 GN-ENDERECO      PIC X(060).

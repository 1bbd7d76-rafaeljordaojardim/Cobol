      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: REGISTRO DO ARQUIVO DE DEFINICAO DO MENU MENUDEF, LIDO
      *          PELO MENUPRIN. CADA LINHA E UMA OPCAO DA ARVORE DE
      *          MENUS, EDITADA COMO TEXTO (MESMO ESPIRITO DO GRUPNOT);
      *          POR PROGRAMA NOVO NO MENU BASTA UMA LINHA AQUI:
      *
      *   C                               CONTAS E FINANCEIRO
      *   C1   C    CLIMAINT   CLIMAINT N CLIENTES
      *
      *          MN-CODIGO:   O QUE O OPERADOR DIGITA (UNICO NA ARVORE)
      *          MN-PAI:      CODIGO DO SUBMENU ONDE A OPCAO APARECE
      *                       (EM BRANCO = MENU PRINCIPAL)
      *          MN-PROGRAMA: PROGRAMA DO CALL; EM BRANCO A OPCAO E UM
      *                       SUBMENU, E OS FILHOS APONTAM PARA ELA
      *          MN-FUNCAO:   FUNCAO DO VERAUTH EXIGIDA (EM BRANCO =
      *                       O PROPRIO NOME DO PROGRAMA; NO SUBMENU,
      *                       EM BRANCO = SEM EXIGENCIA)
      *          MN-PASSA-OPERADOR: 'S' CHAMA USING SIGN-OPERADOR (OS
      *                       SUBPROGRAMAS COM LINKAGE); 'N' CHAMA SEM
      *                       PARAMETRO (AS MANUTENCOES FAZEM O PROPRIO
      *                       SIGN-ON)
      *          MN-ROTULO:   TEXTO MOSTRADO NA TELA.
      *          LINHA EM BRANCO OU COM '*' NA COLUNA 1 E COMENTARIO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  MENUDEF-REC.
           05 MN-CODIGO         PIC X(004).
           05 FILLER            PIC X(001).
           05 MN-PAI            PIC X(004).
           05 FILLER            PIC X(001).
           05 MN-PROGRAMA       PIC X(010).
           05 FILLER            PIC X(001).
           05 MN-FUNCAO         PIC X(008).
           05 FILLER            PIC X(001).
           05 MN-PASSA-OPERADOR PIC X(001).
               88 MN-PASSA-SIGN      VALUE 'S'.
           05 FILLER            PIC X(001).
           05 MN-ROTULO         PIC X(030).

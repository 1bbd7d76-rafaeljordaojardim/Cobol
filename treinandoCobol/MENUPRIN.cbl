      ******************************************************************
      * Author:
      * Date: 09/08/2026
      * Purpose: TOP-LEVEL MENU THAT CALLS THE SHOP'S ONLINE PROGRAMS
      *          AS SUBPROGRAMS, SO A NEW HIRE HAS ONE ENTRY POINT
      *          INSTEAD OF HAVING TO MEMORIZE EVERY PROGRAM-ID. THE
      *          MENU TREE COMES FROM THE MENUDEF FILE (SEE MNUREC).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *                (PASSAGEM): O OPERADOR SIGNADO REGISTRA
      *                INCIDENTES E INSTRUCOES DO TURNO E IMPRIME A
      *                PASSAGEM PARA O TURNO SEGUINTE.
      * 15/10/2026 RJJ CONTROLE DE SESSAO (CALL 'CTLSESS'): CADA OPCAO
      *                TOCA A SESSAO ABERTA NO SIGN-ON ANTES DA
      *                AUTORIZACAO; SESSAO OCIOSA ALEM DO LIMITE DO
      *                RUNCTL (OU DERRUBADA POR SUPERVISOR) OBRIGA UM
      *                NOVO SIGN-ON ANTES DE QUALQUER FUNCAO, E A
      *                OPCAO 5 ENCERRA A SESSAO.
      * 15/10/2026 RJJ MENU DIRIGIDO POR TABELA: AS OITO OPCOES FIXAS
      *                DERAM LUGAR A ARVORE DO ARQUIVO MENUDEF (LAYOUT
      *                MNUREC - CODIGO, SUBMENU PAI, ROTULO, PROGRAMA
      *                DO CALL E FUNCAO DO VERAUTH), COM SUBMENUS DE
      *                BEM-ESTAR, LOTES E GEOMETRIA, CONTAS, OPERACOES,
      *                ADMINISTRACAO E UTILITARIOS. SO APARECE O QUE O
      *                OPERADOR SIGNADO PODE USAR (SUBMENU SEM NENHUMA
      *                OPCAO LIBERADA SOME); PROGRAMA NOVO NO MENU E SO
      *                UMA LINHA NO MENUDEF. SEM O ARQUIVO, ELE E
      *                CRIADO COM A ARVORE PADRAO. '0' VOLTA UM NIVEL E
      *                NO MENU PRINCIPAL ENCERRA A SESSAO.
      * 15/10/2026 RJJ ARVORE PADRAO COM O CADASTRO DE QUIOSQUES E
      *                BALANCAS (DSPMAINT) E A CALIBRACAO (CALMAINT) NO
      *                SUBMENU DE BEM-ESTAR. SITES COM MENUDEF JA CRIADO
      *                INCLUEM AS DUAS LINHAS NO ARQUIVO.
      * 15/10/2026 RJJ BUSCNOME SAI DA ARVORE PADRAO: E SERVICO CHAMADO
      *                PELO EMPMAINT COM A AREA-BUSCNOME, NAO PROGRAMA
      *                DE MENU. SITES COM MENUDEF JA CRIADO APAGAM A
      *                LINHA B4 DO ARQUIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUPRIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENUDEF ASSIGN TO "MENUDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENUDEF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MENUDEF.
       COPY MNUREC.
       WORKING-STORAGE SECTION.
       COPY OPERCOM.
       COPY VATCOM.
       COPY SESCOM.
       01 WRK-ESCOLHA       PIC X(004) VALUE SPACES.
       01 WRK-MENU-ATUAL    PIC X(004) VALUE SPACES.
       01 WRK-PROGRAMA      PIC X(010) VALUE SPACES.
       01 WRK-FUNCAO-PEDIDA PIC X(008) VALUE SPACES.
       01 WRK-PASSA-OPERADOR PIC X(001) VALUE SPACE.
       01 AREA-CONTROLE.
           05 WS-MENUDEF-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-MENUDEF    PIC X(001) VALUE 'N'.
               88 FIM-MENUDEF        VALUE 'S'.
           05 WS-SAIR           PIC X(001) VALUE 'N'.
               88 SAIR-DO-MENU       VALUE 'S'.
           05 WS-MUDOU          PIC X(001) VALUE 'N'.
               88 MARCOU-SUBMENU     VALUE 'S'.
           05 CNT-MOSTRADAS     PIC 9(003) VALUE ZEROS.
      *ARVORE DE MENUS CARREGADA DO MENUDEF; TAB-MNU-VISIVEL 'S' QUANDO
      *O OPERADOR SIGNADO PODE USAR A OPCAO ('N' NEGADA, 'X' SUBMENU
      *COM FUNCAO NEGADA)
       01 TAB-MENU.
           05 TAB-MNU-QTDE      PIC 9(003) VALUE ZEROS.
           05 TAB-MNU-ENTRADA   OCCURS 200 TIMES.
               10 TAB-MNU-CODIGO   PIC X(004).
               10 TAB-MNU-PAI      PIC X(004).
               10 TAB-MNU-PROGRAMA PIC X(010).
               10 TAB-MNU-FUNCAO   PIC X(008).
               10 TAB-MNU-PASSA    PIC X(001).
               10 TAB-MNU-ROTULO   PIC X(030).
               10 TAB-MNU-VISIVEL  PIC X(001).
           05 IX-MNU            PIC 9(003) VALUE ZEROS.
           05 IX-FILHO          PIC 9(003) VALUE ZEROS.
      *ARVORE PADRAO, GRAVADA NO MENUDEF QUANDO ELE AINDA NAO EXISTE -
      *MESMO LAYOUT DO MNUREC (PARTE FIXA + ROTULO)
       01 TAB-PADRAO-VALORES.
           05 FILLER PIC X(031) VALUE 'B                              '.
           05 FILLER PIC X(031) VALUE ' BEM-ESTAR E FUNCIONARIOS      '.
           05 FILLER PIC X(031) VALUE 'B1   B    PROGNOME   PROGNOME S'.
           05 FILLER PIC X(031) VALUE ' CALCULO DE IMC                '.
           05 FILLER PIC X(031) VALUE 'B2   B    EMPMAINT   EMPMAINT N'.
           05 FILLER PIC X(031) VALUE ' CADASTRO DE FUNCIONARIOS      '.
           05 FILLER PIC X(031) VALUE 'B3   B    EMPNAV     EMPNAV   N'.
           05 FILLER PIC X(031) VALUE ' NAVEGADOR DE FUNCIONARIOS     '.
           05 FILLER PIC X(031) VALUE 'B5   B    HISTCONS   HISTCONS N'.
           05 FILLER PIC X(031) VALUE ' CONSULTA HISTORICA DE MEDICOES'.
           05 FILLER PIC X(031) VALUE 'B6   B    INTMAINT   INTMAINT N'.
           05 FILLER PIC X(031) VALUE ' INTERVENCOES DE BEM-ESTAR     '.
           05 FILLER PIC X(031) VALUE 'B7   B    CAPMAINT   CAPMAINT N'.
           05 FILLER PIC X(031) VALUE ' CAPACIDADE DA CLINICA         '.
           05 FILLER PIC X(031) VALUE 'B8   B    RISMAINT   RISMAINT N'.
           05 FILLER PIC X(031) VALUE ' REGRAS DE RISCO               '.
           05 FILLER PIC X(031) VALUE 'B9   B    DEPMAINT   DEPMAINT N'.
           05 FILLER PIC X(031) VALUE ' DEPARTAMENTOS                 '.
           05 FILLER PIC X(031) VALUE 'BA   B    FUSAOEMP   FUSAOEMP N'.
           05 FILLER PIC X(031) VALUE ' UNIFICACAO DE IDS DUPLICADOS  '.
           05 FILLER PIC X(031) VALUE 'BB   B    DADPESS    DADPESS  N'.
           05 FILLER PIC X(031) VALUE ' DADOS PESSOAIS DO FUNCIONARIO '.
           05 FILLER PIC X(031) VALUE 'BC   B    DSPMAINT   DSPMAINT N'.
           05 FILLER PIC X(031) VALUE ' QUIOSQUES E BALANCAS          '.
           05 FILLER PIC X(031) VALUE 'BD   B    CALMAINT   CALMAINT N'.
           05 FILLER PIC X(031) VALUE ' CALIBRACAO DAS BALANCAS       '.
           05 FILLER PIC X(031) VALUE 'L                              '.
           05 FILLER PIC X(031) VALUE ' LOTES E GEOMETRIA             '.
           05 FILLER PIC X(031) VALUE 'L1   L    CALCAREA   CALCAREA S'.
           05 FILLER PIC X(031) VALUE ' CALCULO DE AREA E PERIMETRO   '.
           05 FILLER PIC X(031) VALUE 'L2   L    LOTMAINT   LOTMAINT N'.
           05 FILLER PIC X(031) VALUE ' CADASTRO DE LOTES             '.
           05 FILLER PIC X(031) VALUE 'L3   L    LEVMAINT   LEVMAINT N'.
           05 FILLER PIC X(031) VALUE ' LEVANTAMENTOS TOPOGRAFICOS    '.
           05 FILLER PIC X(031) VALUE 'L4   L    LOTEINQ    LOTEINQ  N'.
           05 FILLER PIC X(031) VALUE ' CONSULTA DE LOTE              '.
           05 FILLER PIC X(031) VALUE 'L5   L    CERTLOTE   CERTLOTE N'.
           05 FILLER PIC X(031) VALUE ' CERTIFICADO DE MEDICAO        '.
           05 FILLER PIC X(031) VALUE 'L6   L    ORDMAINT   ORDMAINT N'.
           05 FILLER PIC X(031) VALUE ' ORDENS DE REMEDICAO           '.
           05 FILLER PIC X(031) VALUE 'L7   L    PROPMAINT  PROPMAIN N'.
           05 FILLER PIC X(031) VALUE ' PROPRIEDADE DOS LOTES         '.
           05 FILLER PIC X(031) VALUE 'L8   L    EMTMAINT   EMTMAINT N'.
           05 FILLER PIC X(031) VALUE ' EMPREITEIRAS DE TOPOGRAFIA    '.
           05 FILLER PIC X(031) VALUE 'L9   L    ZONMAINT   ZONMAINT N'.
           05 FILLER PIC X(031) VALUE ' ZONAS FISCAIS                 '.
           05 FILLER PIC X(031) VALUE 'C                              '.
           05 FILLER PIC X(031) VALUE ' CONTAS E FINANCEIRO           '.
           05 FILLER PIC X(031) VALUE 'C1   C    CLIMAINT   CLIMAINT N'.
           05 FILLER PIC X(031) VALUE ' CLIENTES                      '.
           05 FILLER PIC X(031) VALUE 'C2   C    CONMAINT   CONMAINT N'.
           05 FILLER PIC X(031) VALUE ' CONTAS                        '.
           05 FILLER PIC X(031) VALUE 'C3   C    AGEMAINT   AGEMAINT N'.
           05 FILLER PIC X(031) VALUE ' AGENCIAS                      '.
           05 FILLER PIC X(031) VALUE 'C4   C    TAXMAINT   TAXMAINT N'.
           05 FILLER PIC X(031) VALUE ' TAXAS COM VIGENCIA            '.
           05 FILLER PIC X(031) VALUE 'C5   C    TARMAINT   TARMAINT N'.
           05 FILLER PIC X(031) VALUE ' TARIFAS COM VIGENCIA          '.
           05 FILLER PIC X(031) VALUE 'C6   C    CAMMAINT   CAMMAINT N'.
           05 FILLER PIC X(031) VALUE ' COTACOES DE CAMBIO            '.
           05 FILLER PIC X(031) VALUE 'C7   C    INDMAINT   INDMAINT N'.
           05 FILLER PIC X(031) VALUE ' INDICES DE PRECOS             '.
           05 FILLER PIC X(031) VALUE 'C8   C    CTAMAINT   CTAMAINT N'.
           05 FILLER PIC X(031) VALUE ' PLANO DE CONTAS               '.
           05 FILLER PIC X(031) VALUE 'C9   C    PERMAINT   PERMAINT N'.
           05 FILLER PIC X(031) VALUE ' PERIODOS CONTABEIS            '.
           05 FILLER PIC X(031) VALUE 'CA   C    FUNMAINT   FUNMAINT N'.
           05 FILLER PIC X(031) VALUE ' FUNDOS DO CAIXA PEQUENO       '.
           05 FILLER PIC X(031) VALUE 'CB   C    ORCMAINT   ORCMAINT N'.
           05 FILLER PIC X(031) VALUE ' ORCAMENTO DO CAIXA PEQUENO    '.
           05 FILLER PIC X(031) VALUE 'O                              '.
           05 FILLER PIC X(031) VALUE ' OPERACOES                     '.
           05 FILLER PIC X(031) VALUE 'O1   O    PASSAGEM   PASSAGEM S'.
           05 FILLER PIC X(031) VALUE ' LIVRO DE PASSAGEM DE TURNO    '.
           05 FILLER PIC X(031) VALUE 'O2   O    REJFIX     REJFIX   N'.
           05 FILLER PIC X(031) VALUE ' CONSERTO DE REJEITOS          '.
           05 FILLER PIC X(031) VALUE 'O3   O    STATINQ    STATINQ  N'.
           05 FILLER PIC X(031) VALUE ' PULSO DOS PROGRAMAS DE LOTE   '.
           05 FILLER PIC X(031) VALUE 'O4   O    FECHINQ    FECHINQ  N'.
           05 FILLER PIC X(031) VALUE ' CHECKLIST DO FECHAMENTO       '.
           05 FILLER PIC X(031) VALUE 'O5   O    MSGINQ     MSGINQ   N'.
           05 FILLER PIC X(031) VALUE ' CATALOGO DE MENSAGENS         '.
           05 FILLER PIC X(031) VALUE 'O6   O    AUDITINQ   AUDITINQ N'.
           05 FILLER PIC X(031) VALUE ' TRILHA DE AUDITORIA           '.
           05 FILLER PIC X(031) VALUE 'O7   O    FERMAINT   FERMAINT N'.
           05 FILLER PIC X(031) VALUE ' CALENDARIO DE FERIADOS        '.
           05 FILLER PIC X(031) VALUE 'O8   O    WRKMAINT   WRKMAINT N'.
           05 FILLER PIC X(031) VALUE ' CADASTRO DATADO MASTRWRK      '.
           05 FILLER PIC X(031) VALUE 'A                              '.
           05 FILLER PIC X(031) VALUE ' ADMINISTRACAO                 '.
           05 FILLER PIC X(031) VALUE 'A1   A    OPERMAINT  OPERMAIN N'.
           05 FILLER PIC X(031) VALUE ' MANUTENCAO DE OPERADORES      '.
           05 FILLER PIC X(031) VALUE 'A2   A    AUTMAINT   AUTMAINT N'.
           05 FILLER PIC X(031) VALUE ' MATRIZ DE AUTORIZACAO         '.
           05 FILLER PIC X(031) VALUE 'A3   A    APRMAINT   APRMAINT N'.
           05 FILLER PIC X(031) VALUE ' APROVACAO DE MUDANCAS         '.
           05 FILLER PIC X(031) VALUE 'A4   A    RUNMAINT   RUNMAINT N'.
           05 FILLER PIC X(031) VALUE ' PARAMETROS DE EXECUCAO        '.
           05 FILLER PIC X(031) VALUE 'A5   A    REPJRNL    REPJRNL  N'.
           05 FILLER PIC X(031) VALUE ' REPLAY DO DIARIO AVANCADO     '.
           05 FILLER PIC X(031) VALUE 'U                              '.
           05 FILLER PIC X(031) VALUE ' UTILITARIOS                   '.
           05 FILLER PIC X(031) VALUE 'U1   U    CALCSIMP   CALCSIMP S'.
           05 FILLER PIC X(031) VALUE ' CALCULADORA SIMPLES           '.
           05 FILLER PIC X(031) VALUE 'U2   U    parimpar   PARIMPAR S'.
           05 FILLER PIC X(031) VALUE ' VERIFICACAO DE PARIDADE       '.
       01 TAB-PADRAO REDEFINES TAB-PADRAO-VALORES.
           05 TAB-PAD-LINHA     PIC X(062) OCCURS 53 TIMES.
       01 IX-PAD                PIC 9(003) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               SET SAIR-DO-MENU TO TRUE
           ELSE
               PERFORM 1000-CARREGA-MENU
               PERFORM 1500-MARCA-VISIVEIS
           END-IF.
           PERFORM UNTIL SAIR-DO-MENU
               PERFORM 2000-MOSTRA-MENU
               MOVE SPACES TO WRK-ESCOLHA
               ACCEPT WRK-ESCOLHA
               INSPECT WRK-ESCOLHA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM 3000-TRATA-ESCOLHA
           END-PERFORM.
           IF SIGN-RETORNO = '00'
               MOVE SPACES        TO AREA-CTLSESS
               SET SES-FECHA      TO TRUE
               MOVE SIGN-OPERADOR TO SES-OPERADOR
               MOVE SIGN-TERMINAL TO SES-TERMINAL
               MOVE 'MENUPRIN'    TO SES-PROGRAMA
               CALL 'CTLSESS' USING AREA-CTLSESS
           END-IF.
           STOP RUN.
      *LE A ARVORE DO MENUDEF (CRIADO COM A PADRAO SE NAO EXISTIR)
       1000-CARREGA-MENU.
           OPEN INPUT MENUDEF.
           IF WS-MENUDEF-STATUS = '35'
               PERFORM 1100-CRIA-MENUDEF
               OPEN INPUT MENUDEF
           END-IF.
           IF WS-MENUDEF-STATUS NOT = '00'
               DISPLAY 'MENUDEF INDISPONIVEL - STATUS '
                   WS-MENUDEF-STATUS ' - MENU VAZIO'
           ELSE
               PERFORM UNTIL FIM-MENUDEF
                   READ MENUDEF
                       AT END
                           SET FIM-MENUDEF TO TRUE
                       NOT AT END
                           PERFORM 1200-GUARDA-OPCAO
                   END-READ
               END-PERFORM
               CLOSE MENUDEF
           END-IF.
      *GRAVA A ARVORE PADRAO NUM MENUDEF NOVO
       1100-CRIA-MENUDEF.
           OPEN OUTPUT MENUDEF.
           MOVE SPACES TO MENUDEF-REC.
           MOVE '*COD PAI  PROGRAMA   FUNCAO   P ROTULO' TO MENUDEF-REC.
           WRITE MENUDEF-REC.
           PERFORM VARYING IX-PAD FROM 1 BY 1 UNTIL IX-PAD > 53
               WRITE MENUDEF-REC FROM TAB-PAD-LINHA(IX-PAD)
           END-PERFORM.
           CLOSE MENUDEF.
           DISPLAY 'MENUDEF CRIADO COM A ARVORE PADRAO'.
      *UMA LINHA DO MENUDEF NA TABELA (COMENTARIO E BRANCO NAO ENTRAM)
       1200-GUARDA-OPCAO.
           IF MENUDEF-REC = SPACES OR MENUDEF-REC(1:1) = '*'
              OR MN-CODIGO = SPACES
               CONTINUE
           ELSE
               IF TAB-MNU-QTDE = 200
                   DISPLAY 'MENUDEF COM MAIS DE 200 OPCOES - '
                       MN-CODIGO ' IGNORADA'
               ELSE
                   ADD 1 TO TAB-MNU-QTDE
                   MOVE MN-CODIGO   TO TAB-MNU-CODIGO(TAB-MNU-QTDE)
                   MOVE MN-PAI      TO TAB-MNU-PAI(TAB-MNU-QTDE)
                   MOVE MN-PROGRAMA TO TAB-MNU-PROGRAMA(TAB-MNU-QTDE)
                   MOVE MN-FUNCAO   TO TAB-MNU-FUNCAO(TAB-MNU-QTDE)
                   MOVE MN-PASSA-OPERADOR
                       TO TAB-MNU-PASSA(TAB-MNU-QTDE)
                   MOVE MN-ROTULO   TO TAB-MNU-ROTULO(TAB-MNU-QTDE)
                   MOVE 'N'         TO TAB-MNU-VISIVEL(TAB-MNU-QTDE)
                   IF MN-PROGRAMA NOT = SPACES AND MN-FUNCAO = SPACES
                       MOVE MN-PROGRAMA
                           TO TAB-MNU-FUNCAO(TAB-MNU-QTDE)
                   END-IF
               END-IF
           END-IF.
      *CONSULTA O VERAUTH PARA CADA PROGRAMA E DEPOIS ACENDE OS
      *SUBMENUS QUE TEM ALGUMA OPCAO VISIVEL, ATE NAO MUDAR MAIS
      *(ASSIM SUBMENU DENTRO DE SUBMENU TAMBEM SE RESOLVE)
       1500-MARCA-VISIVEIS.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           PERFORM VARYING IX-MNU FROM 1 BY 1
                   UNTIL IX-MNU > TAB-MNU-QTDE
               MOVE 'N' TO TAB-MNU-VISIVEL(IX-MNU)
               IF TAB-MNU-FUNCAO(IX-MNU) NOT = SPACES
                   MOVE TAB-MNU-FUNCAO(IX-MNU) TO VAT-FUNCAO
                   CALL 'VERAUTH' USING AREA-VERAUTH
                   IF ACESSO-LIBERADO
                       IF TAB-MNU-PROGRAMA(IX-MNU) NOT = SPACES
                           MOVE 'S' TO TAB-MNU-VISIVEL(IX-MNU)
                       END-IF
                   ELSE
                       MOVE 'X' TO TAB-MNU-VISIVEL(IX-MNU)
                   END-IF
               END-IF
           END-PERFORM.
           SET MARCOU-SUBMENU TO TRUE.
           PERFORM UNTIL NOT MARCOU-SUBMENU
               MOVE 'N' TO WS-MUDOU
               PERFORM VARYING IX-MNU FROM 1 BY 1
                       UNTIL IX-MNU > TAB-MNU-QTDE
                   IF TAB-MNU-PROGRAMA(IX-MNU) = SPACES
                      AND TAB-MNU-VISIVEL(IX-MNU) = 'N'
                       PERFORM 1600-PROCURA-FILHO-VISIVEL
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WRK-MENU-ATUAL.
      *ACENDE O SUBMENU IX-MNU SE ALGUM FILHO DELE ESTA VISIVEL
       1600-PROCURA-FILHO-VISIVEL.
           PERFORM VARYING IX-FILHO FROM 1 BY 1
                   UNTIL IX-FILHO > TAB-MNU-QTDE
                      OR TAB-MNU-VISIVEL(IX-MNU) = 'S'
               IF TAB-MNU-PAI(IX-FILHO) = TAB-MNU-CODIGO(IX-MNU)
                  AND TAB-MNU-VISIVEL(IX-FILHO) = 'S'
                   MOVE 'S' TO TAB-MNU-VISIVEL(IX-MNU)
                   SET MARCOU-SUBMENU TO TRUE
               END-IF
           END-PERFORM.
      *MOSTRA AS OPCOES VISIVEIS DO MENU CORRENTE
       2000-MOSTRA-MENU.
           IF WRK-MENU-ATUAL = SPACES
               DISPLAY 'MENU PRINCIPAL - OPERADOR ' SIGN-OPERADOR
           ELSE
               PERFORM 2100-ACHA-MENU-ATUAL
               DISPLAY TAB-MNU-ROTULO(IX-MNU) ' - OPERADOR '
                   SIGN-OPERADOR
           END-IF.
           MOVE ZEROS TO CNT-MOSTRADAS.
           PERFORM VARYING IX-FILHO FROM 1 BY 1
                   UNTIL IX-FILHO > TAB-MNU-QTDE
               IF TAB-MNU-PAI(IX-FILHO) = WRK-MENU-ATUAL
                  AND TAB-MNU-VISIVEL(IX-FILHO) = 'S'
                   DISPLAY TAB-MNU-CODIGO(IX-FILHO) ' - '
                       TAB-MNU-ROTULO(IX-FILHO)
                   ADD 1 TO CNT-MOSTRADAS
               END-IF
           END-PERFORM.
           IF CNT-MOSTRADAS = ZEROS
               DISPLAY 'NENHUMA FUNCAO LIBERADA PARA ESTE OPERADOR'
           END-IF.
           IF WRK-MENU-ATUAL = SPACES
               DISPLAY '0    - SAIR'
           ELSE
               DISPLAY '0    - VOLTAR'
           END-IF.
      *POSICIONA IX-MNU NA OPCAO DO SUBMENU CORRENTE
       2100-ACHA-MENU-ATUAL.
           PERFORM VARYING IX-MNU FROM 1 BY 1
                   UNTIL IX-MNU > TAB-MNU-QTDE
                      OR TAB-MNU-CODIGO(IX-MNU) = WRK-MENU-ATUAL
               CONTINUE
           END-PERFORM.
      *'0' VOLTA (OU SAI); SUBMENU ENTRA; PROGRAMA E CHAMADO
       3000-TRATA-ESCOLHA.
           IF WRK-ESCOLHA = '0'
               IF WRK-MENU-ATUAL = SPACES
                   DISPLAY 'SAINDO...'
                   SET SAIR-DO-MENU TO TRUE
               ELSE
                   PERFORM 2100-ACHA-MENU-ATUAL
                   IF IX-MNU > TAB-MNU-QTDE
                       MOVE SPACES TO WRK-MENU-ATUAL
                   ELSE
                       MOVE TAB-MNU-PAI(IX-MNU) TO WRK-MENU-ATUAL
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING IX-MNU FROM 1 BY 1
                       UNTIL IX-MNU > TAB-MNU-QTDE
                          OR (TAB-MNU-CODIGO(IX-MNU) = WRK-ESCOLHA
                              AND TAB-MNU-PAI(IX-MNU) = WRK-MENU-ATUAL
                              AND TAB-MNU-VISIVEL(IX-MNU) = 'S')
                   CONTINUE
               END-PERFORM
               IF IX-MNU > TAB-MNU-QTDE
                   DISPLAY 'OPCAO INVALIDA'
               ELSE
                   IF TAB-MNU-PROGRAMA(IX-MNU) = SPACES
                       MOVE TAB-MNU-CODIGO(IX-MNU) TO WRK-MENU-ATUAL
                   ELSE
                       PERFORM 3100-CHAMA-PROGRAMA
                   END-IF
               END-IF
           END-IF.
      *CONFIRMA SESSAO E AUTORIZACAO E CHAMA O PROGRAMA DA OPCAO; O
      *CANCEL DEVOLVE O PROGRAMA LIMPO PARA A PROXIMA CHAMADA
       3100-CHAMA-PROGRAMA.
           MOVE TAB-MNU-PROGRAMA(IX-MNU) TO WRK-PROGRAMA.
           MOVE TAB-MNU-FUNCAO(IX-MNU)   TO VAT-FUNCAO.
           MOVE TAB-MNU-PASSA(IX-MNU)    TO WRK-PASSA-OPERADOR.
           PERFORM 9000-VERIFICA-ACESSO.
           IF ACESSO-LIBERADO
               IF WRK-PASSA-OPERADOR = 'S'
                   CALL WRK-PROGRAMA USING SIGN-OPERADOR
                       ON EXCEPTION
                           DISPLAY 'PROGRAMA ' WRK-PROGRAMA
                               ' NAO DISPONIVEL'
                   END-CALL
               ELSE
                   CALL WRK-PROGRAMA
                       ON EXCEPTION
                           DISPLAY 'PROGRAMA ' WRK-PROGRAMA
                               ' NAO DISPONIVEL'
                   END-CALL
               END-IF
               CANCEL WRK-PROGRAMA
           END-IF.
      *CONSULTA O SERVICO DE AUTORIZACAO PARA A FUNCAO ESCOLHIDA,
      *DEPOIS DE CONFIRMAR QUE A SESSAO AINDA VALE
       9000-VERIFICA-ACESSO.
           PERFORM 9100-TOCA-SESSAO.
           IF SIGN-RETORNO NOT = '00'
               MOVE '08' TO VAT-RESPOSTA
               SET SAIR-DO-MENU TO TRUE
           ELSE
               MOVE SIGN-OPERADOR TO VAT-OPERADOR
               MOVE SIGN-PERFIL   TO VAT-PERFIL
               CALL 'VERAUTH' USING AREA-VERAUTH
               IF ACESSO-NEGADO
                   DISPLAY 'ACESSO NEGADO A FUNCAO ' VAT-FUNCAO
               END-IF
           END-IF.
      *REGISTRA A ATIVIDADE NA SESSAO; EXPIRADA, PEDE NOVO SIGN-ON
       9100-TOCA-SESSAO.
           MOVE SPACES        TO AREA-CTLSESS.
           SET SES-TOCA       TO TRUE.
           MOVE SIGN-OPERADOR TO SES-OPERADOR.
           MOVE SIGN-TERMINAL TO SES-TERMINAL.
           MOVE VAT-FUNCAO    TO SES-PROGRAMA.
           CALL 'CTLSESS' USING AREA-CTLSESS.
           IF SES-EXPIRADA
               DISPLAY 'SESSAO EXPIRADA OU ENCERRADA - IDENTIFIQUE-SE '
                   'DE NOVO'
               CALL 'OPERSIGN' USING AREA-OPERSIGN
               IF SIGN-RETORNO NOT = '00'
                   DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               ELSE
                   MOVE VAT-FUNCAO TO WRK-FUNCAO-PEDIDA
                   PERFORM 1500-MARCA-VISIVEIS
                   MOVE WRK-FUNCAO-PEDIDA TO VAT-FUNCAO
               END-IF
           END-IF.
       END PROGRAM MENUPRIN.

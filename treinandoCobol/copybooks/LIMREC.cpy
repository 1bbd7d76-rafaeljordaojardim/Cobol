      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: REGISTRO DO ARQUIVO DE CONTROLE LIMCALC - O LIMITE DE
      *          RESULTADO POR OPERACAO DAS CALCULADORAS ACIMA DO QUAL
      *          O RELATORIO DE EXCECOES RELEXCC SINALIZA A CONTA.
      *          UMA LINHA POR FERRAMENTA E OPERACAO, EDITADA COMO
      *          TEXTO (MESMO ESPIRITO DO FERIADO):
      *
      *              C 03 000100000.00 MULTIPLICACAO NA calc
      *
      *          LIM-FERRAMENTA: 'C' = calc.cbl (LOGCALC)
      *                          'S' = calcSimples.cbl (LOGSIMP)
      *                          'L' = CALCLOTE (RESCALC)
      *          OS CODIGOS DE OPERACAO SAO OS DE CADA FERRAMENTA (O 6
      *          DO calc E PORCENTAGEM, O DO calcSimples E JUROS), POR
      *          ISSO A FERRAMENTA FAZ PARTE DA CHAVE. OPERACAO SEM
      *          LINHA NO LIMCALC NAO TEM LIMITE; O LIMITE VALE PARA O
      *          VALOR ABSOLUTO DO RESULTADO. LINHA EM BRANCO OU COM
      *          '*' NA COLUNA 1 E COMENTARIO; LINHA MAL FORMADA E
      *          IGNORADA COM AVISO NO CONSOLE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  LIMCALC-REC.
           05 LIM-FERRAMENTA   PIC X(001).
               88 LIM-CALC          VALUE 'C'.
               88 LIM-SIMPLES       VALUE 'S'.
               88 LIM-LOTE          VALUE 'L'.
           05 FILLER           PIC X(001).
           05 LIM-OP           PIC 9(002).
           05 FILLER           PIC X(001).
           05 LIM-VALOR-INT    PIC 9(009).
           05 LIM-VALOR-PONTO  PIC X(001).
           05 LIM-VALOR-DEC    PIC 9(002).
           05 FILLER           PIC X(001).
           05 LIM-DESCRICAO    PIC X(030).

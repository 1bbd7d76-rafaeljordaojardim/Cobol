      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: REGISTRO DO ARQUIVO DE REGRAS DE EVENTOS RECORRENTES
      *          RECORREN, EXPANDIDO NO CADASTRO DATADO MASTRWRK PELO
      *          GERAREC. UMA LINHA POR REGRA, EDITADA COMO TEXTO
      *          (MESMO ESPIRITO DO FERIADO E DO LIMCALC):
      *
      *              N 05 XXXXXXXXXXXX FOLHA DE PAGAMENTO
      *              U 00 ..X..X..X..X FECHAMENTO TRIMESTRAL
      *
      *          RR-TIPO: 'N' = ENESIMO DIA UTIL DO MES (RR-PARAMETRO
      *                         = N, 01 A 23)
      *                   'U' = ULTIMO DIA UTIL DO MES (PARAMETRO
      *                         IGNORADO)
      *                   'F' = DIA FIXO (RR-PARAMETRO = DIA, 01 A
      *                         31) EMPURRADO PARA O PROXIMO DIA UTIL
      *                         QUANDO CAI EM FIM DE SEMANA OU
      *                         FERIADO; DIA ALEM DO FIM DO MES VALE
      *                         O ULTIMO DIA DO MES
      *                   'S' = TODA SEMANA NO DIA DA SEMANA
      *                         RR-PARAMETRO (1 = DOMINGO, 2 =
      *                         SEGUNDA ... 7 = SABADO); A OCORRENCIA
      *                         QUE CAI EM FERIADO E PULADA
      *          RR-MESES: UMA POSICAO POR MES (JAN A DEZ); 'X' MARCA
      *          OS MESES EM QUE A REGRA VALE ('.' OU BRANCO = NAO
      *          VALE). TUDO EM BRANCO = TODOS OS MESES. DIA UTIL E
      *          O DO SERVICO DIAUTIL (CALENDARIO FERIADO MAIS A REGRA
      *          DE FIM DE SEMANA). LINHA EM BRANCO OU COM '*' NA
      *          COLUNA 1 E COMENTARIO; LINHA MAL FORMADA E IGNORADA
      *          COM AVISO NO CONSOLE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  RECORREN-REC.
           05 RR-TIPO          PIC X(001).
               88 RR-ENESIMO-UTIL   VALUE 'N'.
               88 RR-ULTIMO-UTIL    VALUE 'U'.
               88 RR-DIA-FIXO       VALUE 'F'.
               88 RR-SEMANAL        VALUE 'S'.
           05 FILLER           PIC X(001).
           05 RR-PARAMETRO     PIC 9(002).
           05 FILLER           PIC X(001).
           05 RR-MESES         PIC X(012).
           05 FILLER REDEFINES RR-MESES.
               10 RR-MES       PIC X(001) OCCURS 12 TIMES.
           05 FILLER           PIC X(001).
           05 RR-DESCRICAO     PIC X(050).

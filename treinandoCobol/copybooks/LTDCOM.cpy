      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO SERVICO DE LOTACAO NA DATA
      *          (LOTDATA) - DIZ EM QUE DEPARTAMENTO UM FUNCIONARIO
      *          ESTAVA EM UMA DATA, PELO HISTORICO DE LOTACAO HISTLOT
      *          (VEJA HLTREC), PARA O RELDEPT, O RELCOMP E O PACKMES
      *          ATRIBUIREM CADA MEDICAO AO DEPARTAMENTO DO DIA DELA E
      *          NAO AO DE HOJE.
      *
      *          LTD-FUNCAO: 'C' = CONSULTA A LOTACAO DE LTD-ID EM
      *                            LTD-DATA (AAAAMMDD), DEVOLVIDA EM
      *                            LTD-DEPTO
      *                      'F' = FECHA OS ARQUIVOS NO FIM DA RODADA
      *          LTD-RETORNO '00' LOTACAO ACHADA NO HISTORICO,
      *                      '04' DATA SEM PERIODO NO HISTORICO -
      *                           DEVOLVE A LOTACAO ATUAL DO EMPMSTR
      *                           (FUNCIONARIO NUNCA TRANSFERIDO OU
      *                           ANTERIOR AO HISTORICO),
      *                      '08' FUNCIONARIO SEM CADASTRO OU FUNCAO
      *                           INVALIDA - LTD-DEPTO ZEROS.
      *          LTD-RC DEVE RECEBER O RETURN-CODE CORRENTE ANTES DO
      *          CALL - O SUBPROGRAMA O REPOE ANTES DO GOBACK.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-LOTDATA.
           05 LTD-FUNCAO       PIC X(001).
           05 LTD-ID           PIC 9(006).
           05 LTD-DATA         PIC 9(008).
           05 LTD-DEPTO        PIC 9(003).
           05 LTD-RETORNO      PIC X(002).
               88 LTD-PELO-HISTORICO  VALUE '00'.
               88 LTD-LOTACAO-ATUAL   VALUE '04'.
               88 LTD-SEM-CADASTRO    VALUE '08'.
           05 LTD-RC           PIC 9(002).

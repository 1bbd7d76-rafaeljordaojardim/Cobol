      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE LOTACAO (HISTLOT) - O EMP-DEPTO
      *          DO EMPMSTR SO GUARDA A LOTACAO DE HOJE, E A CADA
      *          TRANSFERENCIA A PREVALENCIA DOS MESES PASSADOS MUDAVA
      *          DE DEPARTAMENTO. CADA PERIODO DE UM FUNCIONARIO EM UM
      *          DEPARTAMENTO VIRA UM REGISTRO COM DATA DE INICIO E
      *          DATA DE FIM (INCLUSIVE; 99999999 = LOTACAO VIGENTE).
      *          GRAVADO PELO EMPMAINT NA INCLUSAO E EM TODA
      *          TRANSFERENCIA; CONSULTADO PELO SERVICO LOTDATA (VEJA
      *          LTDCOM) PARA ATRIBUIR CADA MEDICAO AO DEPARTAMENTO DA
      *          DATA DELA.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          HISTLOT (ORGANIZATION INDEXED, RECORD KEY HLT-CHAVE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  HISTLOT-REC.
           05 HLT-CHAVE.
               10 HLT-ID         PIC 9(006).
               10 HLT-DATA-INI   PIC 9(008).
           05 HLT-DEPTO          PIC 9(003).
           05 HLT-DATA-FIM       PIC 9(008).
               88 HLT-VIGENTE        VALUE 99999999.

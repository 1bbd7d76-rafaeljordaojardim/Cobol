      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: RELATORIO DIARIO DAS SESSOES DE OPERADOR - LE O
      *          HISTORICO SESSLOG GRAVADO PELO CONTROLE DE SESSAO
      *          CTLSESS, CLASSIFICA AS SESSOES ENCERRADAS NO DIA POR
      *          OPERADOR E HORA DE INICIO E LISTA CADA UMA (TERMINAL,
      *          INICIO, FIM, DURACAO EM MINUTOS E MOTIVO - SAIDA
      *          NORMAL, EXPIRADA POR OCIOSIDADE OU LIBERADA POR
      *          SUPERVISOR), COM O RESUMO POR OPERADOR: SESSOES,
      *          MINUTOS, MAIOR SESSAO E EXPIRACOES FORCADAS. SYSIN
      *          AAAAMMDD ESCOLHE OUTRO DIA (PADRAO: HOJE).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSLOG ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSLOG-STATUS.
           SELECT RELSESS ASSIGN TO "RELSESS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSORT ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  SESSLOG.
       01  SESSLOG-REC.
           05 SH-DATA-FIM    PIC 9(008).
           05 FILLER         PIC X(001).
           05 SH-HORA-FIM    PIC 9(008).
           05 FILLER         PIC X(001).
           05 SH-OPERADOR    PIC X(006).
           05 FILLER         PIC X(001).
           05 SH-TERMINAL    PIC X(008).
           05 FILLER         PIC X(001).
           05 SH-DATA-INICIO PIC 9(008).
           05 FILLER         PIC X(001).
           05 SH-HORA-INICIO PIC 9(008).
           05 FILLER         PIC X(001).
           05 SH-MINUTOS     PIC 9(005).
           05 FILLER         PIC X(001).
           05 SH-MOTIVO      PIC X(001).
           05 FILLER         PIC X(001).
           05 SH-SUPERVISOR  PIC X(006).
       FD  RELSESS.
       01  REL-LINHA PIC X(090).
       SD  SESSORT.
       01  SORT-REC.
           05 SORT-OPERADOR    PIC X(006).
           05 SORT-DATA-INICIO PIC 9(008).
           05 SORT-HORA-INICIO PIC 9(008).
           05 SORT-DATA-FIM    PIC 9(008).
           05 SORT-HORA-FIM    PIC 9(008).
           05 SORT-TERMINAL    PIC X(008).
           05 SORT-MINUTOS     PIC 9(005).
           05 SORT-MOTIVO      PIC X(001).
           05 SORT-SUPERVISOR  PIC X(006).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 WRK-PARAMETRO     PIC X(008) VALUE SPACES.
       01 WRK-DATA-RELATORIO PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-SESSLOG-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-SESSLOG    PIC X(001) VALUE 'N'.
               88 FIM-SESSLOG        VALUE 'S'.
           05 WS-FIM-SORT       PIC X(001) VALUE 'N'.
               88 FIM-SORT           VALUE 'S'.
           05 WRK-OPERADOR-ANT  PIC X(006) VALUE SPACES.
       01 AREA-TOTAIS.
           05 OPE-SESSOES       PIC 9(005) VALUE ZEROS.
           05 OPE-MINUTOS       PIC 9(007) VALUE ZEROS.
           05 OPE-MAIOR         PIC 9(005) VALUE ZEROS.
           05 OPE-EXPIRADAS     PIC 9(005) VALUE ZEROS.
           05 OPE-LIBERADAS     PIC 9(005) VALUE ZEROS.
           05 CNT-OPERADORES    PIC 9(005) VALUE ZEROS.
           05 CNT-SESSOES       PIC 9(005) VALUE ZEROS.
           05 CNT-MINUTOS       PIC 9(007) VALUE ZEROS.
           05 CNT-EXPIRADAS     PIC 9(005) VALUE ZEROS.
           05 CNT-LIBERADAS     PIC 9(005) VALUE ZEROS.
       01 WRK-HORA-CONV     PIC 9(008) VALUE ZEROS.
       01 WRK-HORA-CONV-R REDEFINES WRK-HORA-CONV.
           05 WRK-CONV-HH   PIC 9(002).
           05 WRK-CONV-MM   PIC 9(002).
           05 FILLER        PIC 9(004).
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(029) VALUE
               'SESSOES DE OPERADOR DO DIA: '.
           05 CAB-DATA PIC 9(008).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(008) VALUE 'OPERAD'.
           05 FILLER   PIC X(010) VALUE 'TERMINAL'.
           05 FILLER   PIC X(016) VALUE 'INICIO'.
           05 FILLER   PIC X(016) VALUE 'FIM'.
           05 FILLER   PIC X(008) VALUE ' MINUTOS'.
           05 FILLER   PIC X(007) VALUE ' MOTIVO'.
       01 REL-DETALHE.
           05 DET-OPERADOR    PIC X(006).
           05 FILLER          PIC X(002) VALUE SPACES.
           05 DET-TERMINAL    PIC X(008).
           05 FILLER          PIC X(002) VALUE SPACES.
           05 DET-DATA-INICIO PIC 9(008).
           05 FILLER          PIC X(001) VALUE SPACE.
           05 DET-HH-INICIO   PIC 9(002).
           05 FILLER          PIC X(001) VALUE ':'.
           05 DET-MM-INICIO   PIC 9(002).
           05 FILLER          PIC X(002) VALUE SPACES.
           05 DET-DATA-FIM    PIC 9(008).
           05 FILLER          PIC X(001) VALUE SPACE.
           05 DET-HH-FIM      PIC 9(002).
           05 FILLER          PIC X(001) VALUE ':'.
           05 DET-MM-FIM      PIC 9(002).
           05 FILLER          PIC X(002) VALUE SPACES.
           05 DET-MINUTOS     PIC ZZZZZ9.
           05 FILLER          PIC X(002) VALUE SPACES.
           05 DET-MOTIVO      PIC X(030).
       01 REL-RESUMO.
           05 FILLER          PIC X(011) VALUE '  RESUMO DE'.
           05 FILLER          PIC X(001) VALUE SPACE.
           05 RES-OPERADOR    PIC X(006).
           05 FILLER          PIC X(002) VALUE ': '.
           05 RES-SESSOES     PIC ZZZZ9.
           05 FILLER          PIC X(009) VALUE ' SESSOES,'.
           05 RES-MINUTOS     PIC ZZZZZZ9.
           05 FILLER          PIC X(012) VALUE ' MIN, MAIOR '.
           05 RES-MAIOR       PIC ZZZZ9.
           05 FILLER          PIC X(013) VALUE ' MIN, EXPIR. '.
           05 RES-EXPIRADAS   PIC ZZZZ9.
           05 FILLER          PIC X(008) VALUE ', LIBER.'.
           05 RES-LIBERADAS   PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           SORT SESSORT
               ON ASCENDING KEY SORT-OPERADOR SORT-DATA-INICIO
                                SORT-HORA-INICIO
               INPUT PROCEDURE IS 2000-SELECIONA-SESSOES
               OUTPUT PROCEDURE IS 2500-LISTA-SESSOES
           PERFORM 3000-FINALIZA
           GOBACK.
      *DIA DO RELATORIO (SYSIN OU HOJE) E CABECALHOS
       1000-INICIALIZA SECTION.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DATA-LONGA TO WRK-DATA-RELATORIO.
           ACCEPT WRK-PARAMETRO.
           IF WRK-PARAMETRO NUMERIC
               MOVE WRK-PARAMETRO TO WRK-DATA-RELATORIO
           END-IF.
           OPEN OUTPUT RELSESS.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-DATA-RELATORIO TO CAB-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
       1000-INICIALIZA-EXIT.
           EXIT.
      *SOLTA PARA A CLASSIFICACAO AS SESSOES ENCERRADAS NO DIA
       2000-SELECIONA-SESSOES SECTION.
           OPEN INPUT SESSLOG.
           IF WS-SESSLOG-STATUS NOT = '00'
               DISPLAY 'SESSLOG VAZIO - STATUS ' WS-SESSLOG-STATUS
               GO TO 2000-SELECIONA-SESSOES-EXIT
           END-IF.
           PERFORM UNTIL FIM-SESSLOG
               READ SESSLOG
                   AT END
                       SET FIM-SESSLOG TO TRUE
                   NOT AT END
                       IF SH-DATA-FIM = WRK-DATA-RELATORIO
                           MOVE SH-OPERADOR    TO SORT-OPERADOR
                           MOVE SH-DATA-INICIO TO SORT-DATA-INICIO
                           MOVE SH-HORA-INICIO TO SORT-HORA-INICIO
                           MOVE SH-DATA-FIM    TO SORT-DATA-FIM
                           MOVE SH-HORA-FIM    TO SORT-HORA-FIM
                           MOVE SH-TERMINAL    TO SORT-TERMINAL
                           MOVE SH-MINUTOS     TO SORT-MINUTOS
                           MOVE SH-MOTIVO      TO SORT-MOTIVO
                           MOVE SH-SUPERVISOR  TO SORT-SUPERVISOR
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSLOG.
       2000-SELECIONA-SESSOES-EXIT.
           EXIT.
      *LISTA AS SESSOES COM QUEBRA E RESUMO POR OPERADOR
       2500-LISTA-SESSOES SECTION.
           PERFORM UNTIL FIM-SORT
               RETURN SESSORT
                   AT END
                       SET FIM-SORT TO TRUE
                       IF CNT-OPERADORES > ZEROS
                           PERFORM 2700-RESUMO-OPERADOR
                       END-IF
                   NOT AT END
                       IF SORT-OPERADOR NOT = WRK-OPERADOR-ANT
                          OR CNT-OPERADORES = ZEROS
                           IF CNT-OPERADORES > ZEROS
                               PERFORM 2700-RESUMO-OPERADOR
                           END-IF
                           ADD 1 TO CNT-OPERADORES
                           MOVE SORT-OPERADOR TO WRK-OPERADOR-ANT
                       END-IF
                       PERFORM 2600-DETALHE-SESSAO
               END-RETURN
           END-PERFORM.
       2500-LISTA-SESSOES-EXIT.
           EXIT.
      *UMA LINHA POR SESSAO E ACUMULO DO OPERADOR
       2600-DETALHE-SESSAO SECTION.
           MOVE SORT-OPERADOR    TO DET-OPERADOR.
           MOVE SORT-TERMINAL    TO DET-TERMINAL.
           MOVE SORT-DATA-INICIO TO DET-DATA-INICIO.
           MOVE SORT-HORA-INICIO TO WRK-HORA-CONV.
           MOVE WRK-CONV-HH      TO DET-HH-INICIO.
           MOVE WRK-CONV-MM      TO DET-MM-INICIO.
           MOVE SORT-DATA-FIM    TO DET-DATA-FIM.
           MOVE SORT-HORA-FIM    TO WRK-HORA-CONV.
           MOVE WRK-CONV-HH      TO DET-HH-FIM.
           MOVE WRK-CONV-MM      TO DET-MM-FIM.
           MOVE SORT-MINUTOS     TO DET-MINUTOS.
           MOVE SPACES           TO DET-MOTIVO.
           EVALUATE SORT-MOTIVO
               WHEN 'N'
                   MOVE 'SAIDA NORMAL' TO DET-MOTIVO
               WHEN 'T'
                   MOVE 'EXPIRADA POR OCIOSIDADE' TO DET-MOTIVO
                   ADD 1 TO OPE-EXPIRADAS
               WHEN 'L'
                   STRING 'LIBERADA POR ' SORT-SUPERVISOR
                       DELIMITED BY SIZE INTO DET-MOTIVO
                   ADD 1 TO OPE-LIBERADAS
               WHEN OTHER
                   MOVE SORT-MOTIVO TO DET-MOTIVO
           END-EVALUATE.
           WRITE REL-LINHA FROM REL-DETALHE.
           ADD 1 TO OPE-SESSOES.
           ADD SORT-MINUTOS TO OPE-MINUTOS.
           IF SORT-MINUTOS > OPE-MAIOR
               MOVE SORT-MINUTOS TO OPE-MAIOR
           END-IF.
       2600-DETALHE-SESSAO-EXIT.
           EXIT.
      *RESUMO DO OPERADOR E ZERA OS ACUMULADORES DELE
       2700-RESUMO-OPERADOR SECTION.
           MOVE WRK-OPERADOR-ANT TO RES-OPERADOR.
           MOVE OPE-SESSOES      TO RES-SESSOES.
           MOVE OPE-MINUTOS      TO RES-MINUTOS.
           MOVE OPE-MAIOR        TO RES-MAIOR.
           MOVE OPE-EXPIRADAS    TO RES-EXPIRADAS.
           MOVE OPE-LIBERADAS    TO RES-LIBERADAS.
           WRITE REL-LINHA FROM REL-RESUMO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           ADD OPE-SESSOES   TO CNT-SESSOES.
           ADD OPE-MINUTOS   TO CNT-MINUTOS.
           ADD OPE-EXPIRADAS TO CNT-EXPIRADAS.
           ADD OPE-LIBERADAS TO CNT-LIBERADAS.
           MOVE ZEROS TO OPE-SESSOES OPE-MINUTOS OPE-MAIOR
               OPE-EXPIRADAS OPE-LIBERADAS.
       2700-RESUMO-OPERADOR-EXIT.
           EXIT.
      *TOTAIS DO DIA E RETORNO AO STEP
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING 'OPERADORES..........: ' CNT-OPERADORES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'SESSOES ENCERRADAS..: ' CNT-SESSOES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MINUTOS SIGNADOS....: ' CNT-MINUTOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EXPIRADAS (OCIOSAS).: ' CNT-EXPIRADAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIBERADAS (SUPERV.).: ' CNT-LIBERADAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELSESS.
           MOVE RC-SUCESSO TO RETURN-CODE.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM RELSESS.

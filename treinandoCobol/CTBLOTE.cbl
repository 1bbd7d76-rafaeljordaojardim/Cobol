      *                (REGEXEC) E MESMO REGISTRO DE ESTATISTICAS
      *                (GRVSTAT) DOS DEMAIS STEPS NOTURNOS; O RELATORIO
      *                VIVO E CATALOGADO EM GERACAO DATADA (GERACAO).
      * 15/10/2026 RJJ O BALANCETE DESTACA OS LANCAMENTOS QUE A TRAVA
      *                DE PERIODO FECHADO (PERCHK) REDIRECIONOU PARA UM
      *                PERIODO ABERTO (LN-AJUSTE 'R'), COM A DATA
      *                ORIGINAL, E TOTALIZA QUANTOS SAO - O DETALHE
      *                COMPLETO ESTA NO RELREDIR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBLOTE.
       01 AREA-TOTAIS.
           05 CNT-LANCAMENTOS   PIC 9(007) VALUE ZEROS.
           05 CNT-ORFAOS        PIC 9(007) VALUE ZEROS.
           05 CNT-AJUSTES       PIC 9(007) VALUE ZEROS.
           05 TOT-DEBITOS       PIC S9(013)V99 VALUE ZEROS.
           05 TOT-CREDITOS      PIC S9(013)V99 VALUE ZEROS.
           05 WRK-DIFERENCA     PIC S9(013)V99 VALUE ZEROS.
           05 ORF-ORIGEM    PIC X(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 ORF-VALOR     PIC -Z(12)9.99.
       01 REL-AJUSTE.
           05 FILLER        PIC X(024) VALUE
               'AJUSTE PERIODO FECHADO..'.
           05 AJU-CONTA     PIC 9(004).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 AJU-ORIGEM    PIC X(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 AJU-VALOR     PIC -Z(12)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 AJU-DATA-ORIG PIC 9(008).
           05 FILLER        PIC X(004) VALUE ' -> '.
           05 AJU-DATA      PIC 9(008).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-VERIFICA-RERUN
                   SET FIM-LANCTOS TO TRUE
               NOT AT END
                   ADD 1 TO CNT-LANCAMENTOS
                   IF LN-REDIRECIONADO
                       ADD 1 TO CNT-AJUSTES
                       MOVE LN-CONTA-CTB     TO AJU-CONTA
                       MOVE LN-ORIGEM        TO AJU-ORIGEM
                       MOVE LN-VALOR         TO AJU-VALOR
                       MOVE LN-DATA-ORIGINAL TO AJU-DATA-ORIG
                       MOVE LN-DATA          TO AJU-DATA
                       WRITE REL-LINHA FROM REL-AJUSTE
                   END-IF
                   PERFORM 2100-PROCURA-CONTA
                   IF CONTA-ACHADA
                       IF LN-DEBITO
           STRING 'LANCAMENTOS LIDOS..: ' WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-AJUSTES TO WRK-CONT-EDT.
           STRING 'AJUSTES DE PERIODO.: ' WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE TOT-DEBITOS TO WRK-VALOR-EDT.
           STRING 'TOTAL DE DEBITOS...: ' WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.

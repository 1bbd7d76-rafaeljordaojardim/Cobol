      * 01/09/2026 RJJ FIRST VERSION. OS DIAS EM ABERTO SAEM DA
      *                DIFERENCA DE FUNCTION INTEGER-OF-DATE, COMO NO
      *                DIAUTIL.
      * 15/10/2026 RJJ PEDE O FUNDO DO CAIXA (3 DIGITOS DO FUNDOCX);
      *                EM BRANCO SAI O CONSOLIDADO. A LINHA GANHA A
      *                COLUNA DO FUNDO; ITEM ANTERIOR AOS FUNDOS CONTA
      *                COMO FUNDO 000.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELADIA.
           05 AD-VALOR       PIC 9(009)V99.
           05 AD-SITUACAO    PIC X(001).
           05 AD-DATA-LIQ    PIC 9(008).
           05 AD-FUNDO       PIC 9(003).
       FD  RELADIA.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
           05 CNT-LIQUIDADOS     PIC 9(005) VALUE ZEROS.
           05 TOT-PENDENTE       PIC 9(011)V99 VALUE ZEROS.
       01 WRK-VALOR-EDT          PIC Z(10)9.99.
       01 WRK-FUNDO-PEDIDO       PIC X(003) VALUE SPACES.
           88 RELATORIO-CONSOLIDADO VALUE SPACES.
       01 WRK-FUNDO-NUM REDEFINES WRK-FUNDO-PEDIDO PIC 9(003).
       01 WRK-FUNDO-ITEM         PIC 9(003) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(044) VALUE
               'ADIANTAMENTOS EM ABERTO DO CAIXA PEQUENO - '.
           05 CAB0-FUNDO PIC X(011).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(004) VALUE 'FUN '.
           05 FILLER   PIC X(005) VALUE 'REF  '.
           05 FILLER   PIC X(009) VALUE 'DATA'.
           05 FILLER   PIC X(021) VALUE 'QUEM RECEBEU'.
           05 FILLER   PIC X(013) VALUE '        VALOR'.
           05 FILLER   PIC X(006) VALUE '  DIAS'.
       01 REL-DETALHE.
           05 DET-FUNDO      PIC 9(003).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-REF        PIC 9(004).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-DATA       PIC 9(008).
           GOBACK.
      *ABRE OS ARQUIVOS E O CABECALHO
       1000-INICIALIZA SECTION.
           DISPLAY 'FUNDO DO CAIXA (3 DIGITOS, BRANCO = CONSOLIDADO)'.
           ACCEPT WRK-FUNDO-PEDIDO.
           IF NOT RELATORIO-CONSOLIDADO AND WRK-FUNDO-NUM NOT NUMERIC
               DISPLAY 'FUNDO INVALIDO - RELATORIO CONSOLIDADO'
               MOVE SPACES TO WRK-FUNDO-PEDIDO
           END-IF.
           IF RELATORIO-CONSOLIDADO
               MOVE 'CONSOLIDADO' TO CAB0-FUNDO
           ELSE
               MOVE SPACES TO CAB0-FUNDO
               STRING 'FUNDO ' WRK-FUNDO-PEDIDO DELIMITED BY SIZE
                   INTO CAB0-FUNDO
           END-IF.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           COMPUTE WRK-JULIANO-HOJE =
               FUNCTION INTEGER-OF-DATE(AS-DATA-LONGA).
               AT END
                   SET FIM-ADIANTAM TO TRUE
               NOT AT END
                   IF AD-FUNDO IS NUMERIC
                       MOVE AD-FUNDO TO WRK-FUNDO-ITEM
                   ELSE
                       MOVE ZEROS TO WRK-FUNDO-ITEM
                   END-IF
                   IF NOT RELATORIO-CONSOLIDADO
                      AND WRK-FUNDO-ITEM NOT = WRK-FUNDO-NUM
                       GO TO 2000-PROCESSA-EXIT
                   END-IF
                   IF AD-SITUACAO = 'A'
                       ADD 1 TO CNT-ABERTOS
                       ADD AD-VALOR TO TOT-PENDENTE
                           FUNCTION INTEGER-OF-DATE(AD-DATA)
                       COMPUTE WRK-DIAS-ABERTO =
                           WRK-JULIANO-HOJE - WRK-JULIANO-ITEM
                       MOVE WRK-FUNDO-ITEM TO DET-FUNDO
                       MOVE AD-REF         TO DET-REF
                       MOVE AD-DATA        TO DET-DATA
                       MOVE AD-NOME        TO DET-NOME

      * 01/09/2026 RJJ FIRST VERSION. CATEGORIA QUE APARECE NO
      *                MOVIMENTO MAS NAO NA TABELA SAI COMO 'SEM
      *                CADASTRO' E SINALIZA RC-AVISO.
      * 15/10/2026 RJJ PEDE TAMBEM O FUNDO DO CAIXA (3 DIGITOS DO
      *                FUNDOCX); EM BRANCO SAI O CONSOLIDADO DE TODOS
      *                OS FUNDOS. MOVIMENTO ANTERIOR AOS FUNDOS CONTA
      *                COMO FUNDO 000.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAT.
           05 CM-CATEGORIA   PIC 9(002).
           05 CM-VALOR       PIC S9(009)V99.
           05 CM-DESCRICAO   PIC X(030).
           05 CM-FUNDO       PIC 9(003).
       FD  RELCAT.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
           05 WRK-ANT-AAAA  PIC 9(004).
           05 WRK-ANT-MM    PIC 9(002).
       01 WRK-MES-MOV       PIC 9(006) VALUE ZEROS.
       01 WRK-FUNDO-PEDIDO  PIC X(003) VALUE SPACES.
           88 RELATORIO-CONSOLIDADO VALUE SPACES.
       01 WRK-FUNDO-NUM REDEFINES WRK-FUNDO-PEDIDO PIC 9(003).
       01 WRK-FUNDO-MOV     PIC 9(003) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-CATCAIXA-STATUS PIC X(002) VALUE '00'.
           05 WS-CAIXAMOV-STATUS PIC X(002) VALUE '00'.
               'GASTO DO CAIXA PEQUENO POR CATEGORIA -'.
           05 FILLER     PIC X(001) VALUE SPACE.
           05 CAB0-MES   PIC 9(006).
           05 FILLER     PIC X(003) VALUE ' - '.
           05 CAB0-FUNDO PIC X(011).
       01 REL-CABECALHO-2.
           05 FILLER     PIC X(004) VALUE 'CAT '.
           05 FILLER     PIC X(021) VALUE 'DESCRICAO'.
       1000-INICIALIZA SECTION.
           DISPLAY 'MES DO FECHAMENTO (AAAAMM)'.
           ACCEPT WRK-MES-PEDIDO.
           DISPLAY 'FUNDO DO CAIXA (3 DIGITOS, BRANCO = CONSOLIDADO)'.
           ACCEPT WRK-FUNDO-PEDIDO.
           IF NOT RELATORIO-CONSOLIDADO AND WRK-FUNDO-NUM NOT NUMERIC
               DISPLAY 'FUNDO INVALIDO - RELATORIO CONSOLIDADO'
               MOVE SPACES TO WRK-FUNDO-PEDIDO
           END-IF.
           IF WRK-PED-MM = 01
               COMPUTE WRK-ANT-AAAA = WRK-PED-AAAA - 1
               MOVE 12 TO WRK-ANT-MM
                   SET FIM-CAIXAMOV TO TRUE
               NOT AT END
                   COMPUTE WRK-MES-MOV = CM-DATA / 100
                   IF CM-FUNDO IS NUMERIC
                       MOVE CM-FUNDO TO WRK-FUNDO-MOV
                   ELSE
                       MOVE ZEROS TO WRK-FUNDO-MOV
                   END-IF
                   IF NOT RELATORIO-CONSOLIDADO
                      AND WRK-FUNDO-MOV NOT = WRK-FUNDO-NUM
                       MOVE ZEROS TO WRK-MES-MOV
                   END-IF
                   IF WRK-MES-MOV = WRK-MES-PEDIDO
                      OR WRK-MES-MOV = WRK-MES-ANTERIOR
                       ADD 1 TO CNT-MOVIMENTOS
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-MES-PEDIDO TO CAB0-MES.
           IF RELATORIO-CONSOLIDADO
               MOVE 'CONSOLIDADO' TO CAB0-FUNDO
           ELSE
               MOVE SPACES TO CAB0-FUNDO
               STRING 'FUNDO ' WRK-FUNDO-PEDIDO DELIMITED BY SIZE
                   INTO CAB0-FUNDO
           END-IF.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           PERFORM VARYING IX-CAT FROM 1 BY 1

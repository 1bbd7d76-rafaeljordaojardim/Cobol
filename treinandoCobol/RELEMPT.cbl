      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: EXTRATO MENSAL DE COBRANCA DAS EMPREITEIRAS DE
      *          TOPOGRAFIA - PARA O MES PEDIDO (AAAAMM), LE O REGISTRO
      *          DE ENTREGAS LEVFAT GRAVADO PELO LEVCARGA (O QUE A CARGA
      *          DE FATO ACEITOU, NAO O QUE FOI ENVIADO) E EMITE NO
      *          RELEMPT, POR EMPREITEIRA, OS LOTES NOVOS, OS
      *          RELEVANTAMENTOS E AS LINHAS REJEITADAS (NAO PAGAVEIS,
      *          COM O MOTIVO), COM A QUANTIDADE, O PRECO DO CADASTRO
      *          EMTMSTR E O VALOR DEVIDO - PARA CONFERIR CONTRA A NOTA
      *          FISCAL DA EMPREITEIRA. ENTREGA SEM CODIGO DE
      *          EMPREITEIRA OU DE EMPREITEIRA FORA DO CADASTRO SAI
      *          SEM VALOR E O STEP TERMINA COM RC-AVISO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEMPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVFAT ASSIGN TO "LEVFAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVFAT-STATUS.
           SELECT EMTMSTR ASSIGN TO "EMTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ET-CODIGO
               FILE STATUS IS WS-EMTMSTR-STATUS.
           SELECT RELEMPT ASSIGN TO "RELEMPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMTSORT ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  LEVFAT.
       COPY LFTREC.
       FD  EMTMSTR.
       COPY EMTREC.
       FD  RELEMPT.
       01  REL-LINHA PIC X(100).
       SD  EMTSORT.
       01  ETS-REC.
           05 ETS-DATA           PIC 9(008).
           05 ETS-TRANSMISSAO    PIC X(010).
           05 ETS-EMPREITEIRA    PIC X(004).
           05 ETS-LINHA          PIC 9(005).
           05 ETS-LOTE           PIC 9(006).
           05 ETS-TIPO           PIC X(001).
               88 ETS-LOTE-NOVO       VALUE 'N'.
               88 ETS-RELEVANTAMENTO  VALUE 'R'.
               88 ETS-REJEITADA       VALUE 'X'.
           05 ETS-MOTIVO         PIC X(025).
           05 ETS-CONTEUDO       PIC X(040).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-LEVFAT-STATUS   PIC X(002) VALUE '00'.
           05 WS-EMTMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-LEVFAT      PIC X(001) VALUE 'N'.
               88 FIM-LEVFAT          VALUE 'S'.
           05 WS-FIM-SORT        PIC X(001) VALUE 'N'.
               88 FIM-SORT            VALUE 'S'.
           05 WS-EMTMSTR-ABERTO  PIC X(001) VALUE 'N'.
               88 EMTMSTR-NO-AR       VALUE 'S'.
           05 WS-TEM-PRECO       PIC X(001) VALUE 'N'.
               88 TEM-PRECO           VALUE 'S'.
       01 WRK-MES-PEDIDO         PIC 9(006) VALUE ZEROS.
       01 FILLER REDEFINES WRK-MES-PEDIDO.
           05 WRK-MP-ANO         PIC 9(004).
           05 WRK-MP-MES         PIC 9(002).
       01 AREA-QUEBRA.
           05 QBR-EMPREITEIRA    PIC X(004) VALUE SPACES.
           05 QBR-TIPO           PIC X(001) VALUE SPACES.
       01 AREA-EMPREITEIRA.
           05 WRK-PRECO-LOTE     PIC 9(005)V99 VALUE ZEROS.
           05 WRK-PRECO-RELEV    PIC 9(005)V99 VALUE ZEROS.
           05 CNT-EMT-NOVOS      PIC 9(005) VALUE ZEROS.
           05 CNT-EMT-RELEV      PIC 9(005) VALUE ZEROS.
           05 CNT-EMT-REJEIT     PIC 9(005) VALUE ZEROS.
           05 VLR-EMT-NOVOS      PIC 9(009)V99 VALUE ZEROS.
           05 VLR-EMT-RELEV      PIC 9(009)V99 VALUE ZEROS.
           05 VLR-EMT-TOTAL      PIC 9(009)V99 VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-LIDOS          PIC 9(007) VALUE ZEROS.
           05 CNT-NO-MES         PIC 9(007) VALUE ZEROS.
           05 CNT-EMPREITEIRAS   PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-PRECO      PIC 9(007) VALUE ZEROS.
           05 VLR-GERAL          PIC 9(011)V99 VALUE ZEROS.
       01 WRK-DATA-QUEBRA        PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-QUEBRA.
           05 WRK-QD-ANO         PIC 9(004).
           05 WRK-QD-MES         PIC 9(002).
           05 WRK-QD-DIA         PIC 9(002).
       01 WRK-DATA-EDT.
           05 WRK-DE-DIA         PIC 9(002).
           05 FILLER             PIC X(001) VALUE '/'.
           05 WRK-DE-MES         PIC 9(002).
           05 FILLER             PIC X(001) VALUE '/'.
           05 WRK-DE-ANO         PIC 9(004).
       01 WRK-QTD-EDT            PIC ZZZZ9.
       01 WRK-PRECO-EDT          PIC ZZ,ZZ9.99.
       01 WRK-VALOR-EDT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 REL-CABECALHO-0.
           05 FILLER        PIC X(036) VALUE
               'EXTRATO DE COBRANCA DE TOPOGRAFIA - '.
           05 FILLER        PIC X(004) VALUE 'MES '.
           05 CAB0-MES      PIC 9(002).
           05 FILLER        PIC X(001) VALUE '/'.
           05 CAB0-ANO      PIC 9(004).
       01 REL-EMPREITEIRA.
           05 FILLER        PIC X(013) VALUE 'EMPREITEIRA: '.
           05 EMT-CODIGO    PIC X(004).
           05 FILLER        PIC X(003) VALUE ' - '.
           05 EMT-NOME      PIC X(040).
       01 REL-EMPREITEIRA-2.
           05 FILLER        PIC X(013) VALUE 'CNPJ.......: '.
           05 EMT-CNPJ      PIC 9(014).
       01 REL-TIPO.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 TIP-TITULO    PIC X(060).
       01 REL-CAB-DETALHE.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 FILLER        PIC X(046) VALUE
               'DATA       TRANSMISSAO  LINHA  LOTE    MOTIVO'.
       01 REL-DETALHE.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 DET-DATA      PIC X(010).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-TRANSM    PIC X(010).
           05 FILLER        PIC X(003) VALUE SPACES.
           05 DET-LINHA     PIC ZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-LOTE      PIC 9(006).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-MOTIVO    PIC X(025).
       01 REL-CONTEUDO.
           05 FILLER        PIC X(016) VALUE SPACES.
           05 FILLER        PIC X(010) VALUE 'CONTEUDO: '.
           05 CNT-CONTEUDO  PIC X(040).
       01 REL-VALOR.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 VAL-ROTULO    PIC X(026).
           05 VAL-QTDE      PIC ZZZZ9.
           05 VAL-VEZES     PIC X(003).
           05 VAL-PRECO     PIC X(009).
           05 VAL-IGUAL     PIC X(003).
           05 VAL-VALOR     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE < RC-ERRO
               SORT EMTSORT
                   ON ASCENDING KEY ETS-EMPREITEIRA ETS-TIPO
                                    ETS-DATA ETS-TRANSMISSAO
                                    ETS-LINHA
                   INPUT PROCEDURE IS 2000-SELECIONA-MES
                   OUTPUT PROCEDURE IS 3000-IMPRIME
               CLOSE LEVFAT
               IF EMTMSTR-NO-AR
                   CLOSE EMTMSTR
               END-IF
               IF CNT-SEM-PRECO > ZEROS OR CNT-NO-MES = ZEROS
                   MOVE RC-AVISO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.
      *PEDE O MES E ABRE OS ARQUIVOS
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           DISPLAY 'MES DO EXTRATO (AAAAMM)'.
           ACCEPT WRK-MES-PEDIDO.
           IF WRK-MES-PEDIDO NOT NUMERIC
              OR WRK-MP-MES < 1 OR WRK-MP-MES > 12
              OR WRK-MP-ANO < 1900
               DISPLAY 'MES INVALIDO: ' WRK-MES-PEDIDO
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT LEVFAT.
           IF WS-LEVFAT-STATUS NOT = '00'
               DISPLAY 'LEVFAT INDISPONIVEL - STATUS '
                   WS-LEVFAT-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT EMTMSTR.
           IF WS-EMTMSTR-STATUS = '00'
               SET EMTMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: EMTMSTR INDISPONIVEL - STATUS '
                   WS-EMTMSTR-STATUS ' - EXTRATO SEM PRECOS'
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *SO AS ENTREGAS DO MES PEDIDO VAO PARA O SORT
       2000-SELECIONA-MES SECTION.
           PERFORM UNTIL FIM-LEVFAT
               READ LEVFAT
                   AT END
                       SET FIM-LEVFAT TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-LIDOS
                       IF LF-ANO-MES = WRK-MES-PEDIDO
                           ADD 1 TO CNT-NO-MES
                           RELEASE ETS-REC FROM LEVFAT-REC
                       END-IF
               END-READ
           END-PERFORM.
       2000-SELECIONA-MES-EXIT.
           EXIT.
      *UM BLOCO POR EMPREITEIRA E O TOTAL GERAL
       3000-IMPRIME SECTION.
           OPEN OUTPUT RELEMPT.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-MP-MES TO CAB0-MES.
           MOVE WRK-MP-ANO TO CAB0-ANO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           PERFORM UNTIL FIM-SORT
               RETURN EMTSORT
                   AT END
                       SET FIM-SORT TO TRUE
                   NOT AT END
                       PERFORM 3100-LINHA-ENTREGA
               END-RETURN
           END-PERFORM.
           IF CNT-EMPREITEIRAS > ZEROS
               PERFORM 3400-FECHA-EMPREITEIRA
           ELSE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'NENHUMA ENTREGA CARREGADA NO MES' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'REGISTROS DO LEVFAT LIDOS..: ' CNT-LIDOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENTREGAS DO MES............: ' CNT-NO-MES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMPREITEIRAS...............: ' CNT-EMPREITEIRAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACEITAS SEM PRECO..........: ' CNT-SEM-PRECO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE VLR-GERAL TO WRK-VALOR-EDT.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR DEVIDO NO MES........: ' WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELEMPT.
       3000-IMPRIME-EXIT.
           EXIT.
      *UMA ENTREGA DO SORT: QUEBRAS DE EMPREITEIRA E DE TIPO
       3100-LINHA-ENTREGA SECTION.
           IF CNT-EMPREITEIRAS = ZEROS
              OR ETS-EMPREITEIRA NOT = QBR-EMPREITEIRA
               IF CNT-EMPREITEIRAS > ZEROS
                   PERFORM 3400-FECHA-EMPREITEIRA
               END-IF
               PERFORM 3200-ABRE-EMPREITEIRA
           END-IF.
           IF ETS-TIPO NOT = QBR-TIPO
               MOVE ETS-TIPO TO QBR-TIPO
               EVALUATE TRUE
                   WHEN ETS-LOTE-NOVO
                       MOVE 'LOTES NOVOS NO LEVANT' TO TIP-TITULO
                   WHEN ETS-RELEVANTAMENTO
                       MOVE 'RELEVANTAMENTOS (LOTE JA NO LEVANT)'
                           TO TIP-TITULO
                   WHEN OTHER
                       MOVE 'LINHAS REJEITADAS NA CARGA - NAO PAGAVEIS'
                           TO TIP-TITULO
               END-EVALUATE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM REL-TIPO
               WRITE REL-LINHA FROM REL-CAB-DETALHE
           END-IF.
           MOVE ETS-DATA TO WRK-DATA-QUEBRA.
           MOVE WRK-QD-DIA TO WRK-DE-DIA.
           MOVE WRK-QD-MES TO WRK-DE-MES.
           MOVE WRK-QD-ANO TO WRK-DE-ANO.
           MOVE WRK-DATA-EDT    TO DET-DATA.
           MOVE ETS-TRANSMISSAO TO DET-TRANSM.
           MOVE ETS-LINHA       TO DET-LINHA.
           MOVE ETS-LOTE        TO DET-LOTE.
           MOVE ETS-MOTIVO      TO DET-MOTIVO.
           WRITE REL-LINHA FROM REL-DETALHE.
           EVALUATE TRUE
               WHEN ETS-LOTE-NOVO
                   ADD 1 TO CNT-EMT-NOVOS
               WHEN ETS-RELEVANTAMENTO
                   ADD 1 TO CNT-EMT-RELEV
               WHEN OTHER
                   ADD 1 TO CNT-EMT-REJEIT
                   MOVE ETS-CONTEUDO TO CNT-CONTEUDO
                   WRITE REL-LINHA FROM REL-CONTEUDO
           END-EVALUATE.
       3100-LINHA-ENTREGA-EXIT.
           EXIT.
      *CABECALHO DA EMPREITEIRA COM OS PRECOS DO EMTMSTR
       3200-ABRE-EMPREITEIRA SECTION.
           ADD 1 TO CNT-EMPREITEIRAS.
           MOVE ETS-EMPREITEIRA TO QBR-EMPREITEIRA.
           MOVE SPACES TO QBR-TIPO.
           MOVE ZEROS TO CNT-EMT-NOVOS CNT-EMT-RELEV CNT-EMT-REJEIT
               VLR-EMT-NOVOS VLR-EMT-RELEV VLR-EMT-TOTAL
               WRK-PRECO-LOTE WRK-PRECO-RELEV EMT-CNPJ.
           MOVE 'N' TO WS-TEM-PRECO.
           MOVE ETS-EMPREITEIRA TO EMT-CODIGO.
           EVALUATE TRUE
               WHEN ETS-EMPREITEIRA = SPACES
                   MOVE '(EXTRATO SEM CODIGO DE EMPREITEIRA)'
                       TO EMT-NOME
               WHEN NOT EMTMSTR-NO-AR
                   MOVE '(CADASTRO EMTMSTR INDISPONIVEL)' TO EMT-NOME
               WHEN OTHER
                   MOVE ETS-EMPREITEIRA TO ET-CODIGO
                   READ EMTMSTR
                       INVALID KEY
                           MOVE '(FORA DO CADASTRO EMTMSTR)'
                               TO EMT-NOME
                       NOT INVALID KEY
                           MOVE ET-NOME        TO EMT-NOME
                           MOVE ET-CNPJ        TO EMT-CNPJ
                           MOVE ET-PRECO-LOTE  TO WRK-PRECO-LOTE
                           MOVE ET-PRECO-RELEV TO WRK-PRECO-RELEV
                           SET TEM-PRECO TO TRUE
                   END-READ
           END-EVALUATE.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-EMPREITEIRA.
           WRITE REL-LINHA FROM REL-EMPREITEIRA-2.
       3200-ABRE-EMPREITEIRA-EXIT.
           EXIT.
      *QUANTIDADES, PRECOS E VALOR DEVIDO DA EMPREITEIRA
       3400-FECHA-EMPREITEIRA SECTION.
           IF TEM-PRECO
               COMPUTE VLR-EMT-NOVOS = CNT-EMT-NOVOS * WRK-PRECO-LOTE
               COMPUTE VLR-EMT-RELEV = CNT-EMT-RELEV * WRK-PRECO-RELEV
               COMPUTE VLR-EMT-TOTAL = VLR-EMT-NOVOS + VLR-EMT-RELEV
               ADD VLR-EMT-TOTAL TO VLR-GERAL
           ELSE
               ADD CNT-EMT-NOVOS CNT-EMT-RELEV TO CNT-SEM-PRECO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LOTES NOVOS..............:' TO VAL-ROTULO.
           MOVE CNT-EMT-NOVOS  TO VAL-QTDE.
           MOVE WRK-PRECO-LOTE TO WRK-PRECO-EDT.
           MOVE VLR-EMT-NOVOS  TO VAL-VALOR.
           PERFORM 3410-LINHA-VALOR.
           MOVE 'RELEVANTAMENTOS..........:' TO VAL-ROTULO.
           MOVE CNT-EMT-RELEV   TO VAL-QTDE.
           MOVE WRK-PRECO-RELEV TO WRK-PRECO-EDT.
           MOVE VLR-EMT-RELEV   TO VAL-VALOR.
           PERFORM 3410-LINHA-VALOR.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-EMT-REJEIT TO WRK-QTD-EDT.
           STRING '  REJEITADAS (NAO PAGAVEIS):' WRK-QTD-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE VLR-EMT-TOTAL TO WRK-VALOR-EDT.
           MOVE SPACES TO REL-LINHA.
           STRING '  VALOR DEVIDO.............:'
                  '                    ' WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT TEM-PRECO
               MOVE '  *** SEM PRECO NO EMTMSTR - CONFERIR ***'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3400-FECHA-EMPREITEIRA-EXIT.
           EXIT.
      *LINHA QUANTIDADE X PRECO = VALOR
       3410-LINHA-VALOR SECTION.
           MOVE ' X '          TO VAL-VEZES.
           MOVE WRK-PRECO-EDT  TO VAL-PRECO.
           MOVE ' = '          TO VAL-IGUAL.
           WRITE REL-LINHA FROM REL-VALOR.
       3410-LINHA-VALOR-EXIT.
           EXIT.
       END PROGRAM RELEMPT.

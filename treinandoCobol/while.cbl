      *                E BAIXADA COM DATA - QUEM AINDA DEVE APARECE NO
      *                RELATORIO DE AGING RELADIA EM VEZ DE EXIGIR
      *                LEITURA DO DIARIO DE TRAS PARA FRENTE.
      * 15/10/2026 RJJ UM FUNDO POR DEPARTAMENTO: A SESSAO ABRE PEDINDO
      *                O FUNDO (CADASTRO FUNDOCX DO FUNMAINT, CODIGO DO
      *                DEPMSTR; 000 E O CAIXA GERAL DE SEMPRE). O
      *                SALDOCX GUARDA UM SALDO POR FUNDO E CAIXAMOV,
      *                ADIANTAM E CAIXADIF LEVAM O FUNDO NO FIM DO
      *                REGISTRO (REGISTRO ANTIGO SEM FUNDO E DO 000).
      *                FUNDO NOVO ABRE COM SUPRIMENTO TIRADO DO CAIXA
      *                GERAL. A SOBRA/FALTA DA GAVETA E LANCADA CONTRA
      *                5103 E O LIVRO ASSUME O CONTADO; O FECHAMENTO
      *                CONTABIL USA A SUBCONTA DO FUNDO NO LUGAR DA
      *                1101.
      *                LIQUIDACAO DE ADIANTAMENTO SO BAIXA REFERENCIA
      *                DO PROPRIO FUNDO.
      * 15/10/2026 RJJ FUNDO COM VALE DE REPOSICAO EM ABERTO (VALEREP,
      *                EMITIDO PELO REPOLOTE) PERGUNTA NA ABERTURA SE O
      *                DINHEIRO CHEGOU; CHEGANDO, O VALOR DO VALE ENTRA
      *                NO LIVRO COMO LANCAMENTO DE CATEGORIA 05 E O
      *                VALE E FECHADO COM A DATA DO RECEBIMENTO.
      * 15/10/2026 RJJ ORCAMENTO MENSAL POR CATEGORIA (ORCCAIXA, DO
      *                ORCMAINT): NA ABERTURA E SOMADO O GASTO DO MES
      *                NO CAIXAMOV (TODOS OS FUNDOS) E UM PAGAMENTO QUE
      *                LEVARIA A CATEGORIA ACIMA DO ORCADO DO MES E
      *                AVISADO NA HORA, SEM BLOQUEAR O LANCAMENTO.
      * 15/10/2026 RJJ CADA LINHA DO LANCTOS AGORA PASSA PELA TRAVA DE
      *                PERIODO CONTABIL FECHADO (CALL 'PERCHK', VEJA
      *                PCKCOM) ANTES DO WRITE: DATA EM MES JA FECHADO
      *                NO PERCTB VAI PARA O PRIMEIRO PERIODO ABERTO
      *                COM A MARCA DE AJUSTE E SAI NO RELREDIR.
      * 15/10/2026 RJJ REPOSICAO RECEBIDA DEIXA DE ENTRAR NO MOVIMENTO
      *                LIQUIDO DO DIA - ELA CREDITAVA A 4101 COMO
      *                REEMBOLSO E ABATIA AS DESPESAS DA 5102. E
      *                LANCADA NA HORA EM PAR PROPRIO, DEBITANDO A
      *                SUBCONTA DO FUNDO E CREDITANDO A 1103 TESOURARIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT ADIANTAM ASSIGN TO "ADIANTAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADIANTAM-STATUS.
           SELECT FUNDOCX ASSIGN TO "FUNDOCX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNDOCX-STATUS.
           SELECT VALEREP ASSIGN TO "VALEREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALEREP-STATUS.
           SELECT ORCCAIXA ASSIGN TO "ORCCAIXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCCAIXA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALDOCX.
       01  SALDOCX-REC.
           05 CX-SALDO     PIC S9(009)V99.
           05 CX-FUNDO     PIC 9(003).
       FD  RELCAIXA.
       01  CAIXA-LINHA PIC X(080).
       FD  LANCTOS.
       01  LANCTO-LINHA PIC X(073).
       FD  CAIXADIF.
       01  CAIXADIF-REC.
           05 CD-DATA        PIC 9(008).
           05 CD-SALDO-LIVRO PIC S9(009)V99.
           05 CD-CONTADO     PIC S9(009)V99.
           05 CD-DIFERENCA   PIC S9(009)V99.
           05 CD-FUNDO       PIC 9(003).
       FD  CATCAIXA.
       01  CATCAIXA-REC.
           05 CC-COD         PIC 9(002).
           05 CM-CATEGORIA   PIC 9(002).
           05 CM-VALOR       PIC S9(009)V99.
           05 CM-DESCRICAO   PIC X(030).
           05 CM-FUNDO       PIC 9(003).
       FD  ADIANTAM.
       01  ADIANTAM-REC.
           05 AD-REF         PIC 9(004).
           05 AD-VALOR       PIC 9(009)V99.
           05 AD-SITUACAO    PIC X(001).
           05 AD-DATA-LIQ    PIC 9(008).
           05 AD-FUNDO       PIC 9(003).
       FD  FUNDOCX.
       COPY FUNREC.
       FD  VALEREP.
       COPY VALREC.
       FD  ORCCAIXA.
       COPY ORCREC.
       WORKING-STORAGE SECTION.
       COPY LANREC.
       COPY PCKCOM.
       01  WRK-N       PIC S9(10) VALUE 1.
       01  AREA-VALIDACAO.
           05 WRK-ENTRADA    PIC X(11) VALUE SPACES.
               10 TAB-AD-VALOR   PIC 9(09)V99.
               10 TAB-AD-SIT     PIC X(01).
               10 TAB-AD-DTLIQ   PIC 9(08).
               10 TAB-AD-FUNDO   PIC 9(03).
           05 IX-ADT             PIC 9(03) VALUE ZEROS.
       01  AREA-CATEGORIAS.
           05 WS-CATCAIXA-STATUS PIC X(02) VALUE '00'.
           05 CAT-ENTRADA OCCURS 20 TIMES.
               10 TAB-CAT-COD    PIC 9(02).
               10 TAB-CAT-DESC   PIC X(20).
               10 TAB-CAT-TEM-ORC PIC X(01).
                   88 CATEGORIA-COM-ORCAMENTO VALUE 'S'.
               10 TAB-CAT-ORCADO PIC 9(09)V99.
               10 TAB-CAT-GASTO  PIC S9(11)V99.
           05 IX-CAT             PIC 9(02) VALUE ZEROS.
           05 WS-ORCCAIXA-STATUS PIC X(02) VALUE '00'.
           05 WS-FIM-ORCCAIXA    PIC X(01) VALUE 'N'.
               88 FIM-ORCCAIXA        VALUE 'S'.
           05 WS-FIM-CAIXAMOV    PIC X(01) VALUE 'N'.
               88 FIM-CAIXAMOV        VALUE 'S'.
           05 WRK-CODIGO-BUSCA   PIC 9(02) VALUE ZEROS.
           05 WRK-MES-ATUAL      PIC 9(06) VALUE ZEROS.
           05 WRK-MES-MOV        PIC 9(06) VALUE ZEROS.
           05 WRK-GASTO-PREVISTO PIC S9(11)V99 VALUE ZEROS.
           05 WRK-ORCADO-EDT     PIC Z(8)9.99.
           05 WRK-DESCRICAO  PIC X(030) VALUE SPACES.
           05 WRK-DATA-HOJE  PIC 9(008) VALUE ZEROS.
           05 WRK-SALDO-EDT  PIC -Z(8)9.99.
       01  AREA-FUNDOS.
           05 WS-FUNDOCX-STATUS  PIC X(02) VALUE '00'.
           05 WS-FIM-FUNDOCX     PIC X(01) VALUE 'N'.
               88 FIM-FUNDOCX         VALUE 'S'.
           05 WS-FIM-SALDOCX     PIC X(01) VALUE 'N'.
               88 FIM-SALDOCX         VALUE 'S'.
           05 WS-FUNDO-OK        PIC X(01) VALUE 'N'.
               88 FUNDO-OK            VALUE 'S'.
           05 WS-SALDO-ACHADO    PIC X(01) VALUE 'N'.
               88 SALDO-ACHADO        VALUE 'S'.
           05 WRK-FUNDO          PIC 9(03) VALUE ZEROS.
           05 WRK-FUNDO-BUSCA    PIC 9(03) VALUE ZEROS.
           05 WRK-CONTA-FUNDO    PIC 9(04) VALUE 1101.
           05 WRK-CONTA-GERAL    PIC 9(04) VALUE 1101.
           05 WRK-CONTA-TESOURARIA PIC 9(04) VALUE 1103.
           05 WRK-SUPRIMENTO     PIC S9(009)V99 VALUE ZEROS.
           05 FUN-QTDE           PIC 9(02) VALUE ZEROS.
           05 FUN-ENTRADA OCCURS 50 TIMES.
               10 TAB-FUN-FUNDO  PIC 9(03).
               10 TAB-FUN-CONTA  PIC 9(04).
               10 TAB-FUN-SIT    PIC X(01).
           05 IX-FUN             PIC 9(02) VALUE ZEROS.
           05 SDF-QTDE           PIC 9(02) VALUE ZEROS.
           05 SDF-ENTRADA OCCURS 50 TIMES.
               10 TAB-SDF-FUNDO  PIC 9(03).
               10 TAB-SDF-SALDO  PIC S9(009)V99.
           05 IX-SDF             PIC 9(02) VALUE ZEROS.
       01  AREA-VALES.
           05 WS-VALEREP-STATUS  PIC X(02) VALUE '00'.
           05 WS-FIM-VALEREP     PIC X(01) VALUE 'N'.
               88 FIM-VALEREP         VALUE 'S'.
           05 WRK-RESPOSTA-VALE  PIC X(01) VALUE SPACE.
           05 WRK-VALE-EDT       PIC -Z(8)9.99.
           05 VAL-QTDE           PIC 9(03) VALUE ZEROS.
           05 VAL-ENTRADA OCCURS 500 TIMES.
               10 TAB-VALE-REG   PIC X(75).
           05 IX-VAL             PIC 9(03) VALUE ZEROS.
           05 IX-VALE-ABERTO     PIC 9(03) VALUE ZEROS.
       01  AREA-PAR-CONTABIL.
           05 WRK-CTB-VALOR      PIC S9(011)V99 VALUE ZEROS.
           05 WRK-CTB-DEBITO     PIC 9(004) VALUE ZEROS.
           05 WRK-CTB-CREDITO    PIC 9(004) VALUE ZEROS.
           05 WRK-CTB-HISTORICO  PIC X(030) VALUE SPACES.
       01  CAIXA-DETALHE.
           05 CXD-DATA       PIC 9(008).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 CXD-FUNDO      PIC 9(003).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 CXD-CATEG      PIC 9(002).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 CXD-VALOR      PIC -Z(8)9.99.
           END-PERFORM.
           PERFORM 2900-FECHA-O-DIA.
           STOP RUN.
      *ESCOLHE O FUNDO E LE O SALDO DE ABERTURA DELE (FECHAMENTO DE
      *ONTEM) DO SALDOCX - FUNDO SEM SALDO AINDA RECEBE O SUPRIMENTO
      *INICIAL DO CAIXA GERAL
       2000-ABRE-O-DIA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN EXTEND RELCAIXA.
           IF WS-RELCAIXA-STATUS = '35'
               OPEN OUTPUT RELCAIXA
           END-IF.
           PERFORM 2010-CARREGA-FUNDOS.
           PERFORM 2020-ESCOLHE-FUNDO.
           PERFORM 2030-LE-SALDOCX.
           MOVE WRK-FUNDO TO WRK-FUNDO-BUSCA.
           PERFORM 2035-LOCALIZA-SALDO.
           IF SALDO-ACHADO OR WRK-FUNDO = ZEROS
               MOVE TAB-SDF-SALDO(IX-SDF) TO WRK-SALDO
           ELSE
               PERFORM 2040-SUPRE-FUNDO-NOVO
           END-IF.
           MOVE WRK-SALDO TO WRK-SALDO-EDT.
           DISPLAY "LIVRO DO CAIXA PEQUENO - " WRK-DATA-HOJE
               " - FUNDO " WRK-FUNDO.
           DISPLAY "SALDO DE ABERTURA: " WRK-SALDO-EDT.
           PERFORM 2050-CARREGA-CATEGORIAS.
           PERFORM 2055-CARREGA-ORCAMENTO.
           PERFORM 2070-CARREGA-ADIANTAMENTOS.
           PERFORM 2090-RECEBE-REPOSICAO.
       2000-ABRE-O-DIA-EXIT.
           EXIT.
      *CARREGA O CADASTRO DE FUNDOS - SEM FUNDOCX SO EXISTE O CAIXA
      *GERAL 000 NA CONTA 1101, COMO ANTES DOS FUNDOS
       2010-CARREGA-FUNDOS SECTION.
           MOVE ZEROS TO FUN-QTDE.
           OPEN INPUT FUNDOCX.
           IF WS-FUNDOCX-STATUS = '00'
               PERFORM UNTIL FIM-FUNDOCX OR FUN-QTDE >= 50
                   READ FUNDOCX
                       AT END
                           SET FIM-FUNDOCX TO TRUE
                       NOT AT END
                           ADD 1 TO FUN-QTDE
                           MOVE FF-FUNDO     TO TAB-FUN-FUNDO(FUN-QTDE)
                           MOVE FF-CONTA-CTB TO TAB-FUN-CONTA(FUN-QTDE)
                           MOVE FF-SITUACAO  TO TAB-FUN-SIT(FUN-QTDE)
                   END-READ
               END-PERFORM
               CLOSE FUNDOCX
           ELSE
               MOVE 1    TO FUN-QTDE
               MOVE 000  TO TAB-FUN-FUNDO(1)
               MOVE 1101 TO TAB-FUN-CONTA(1)
               MOVE 'A'  TO TAB-FUN-SIT(1)
           END-IF.
           PERFORM VARYING IX-FUN FROM 1 BY 1
                   UNTIL IX-FUN > FUN-QTDE
               IF TAB-FUN-FUNDO(IX-FUN) = ZEROS
                   MOVE TAB-FUN-CONTA(IX-FUN) TO WRK-CONTA-GERAL
               END-IF
           END-PERFORM.
       2010-CARREGA-FUNDOS-EXIT.
           EXIT.
      *PEDE O FUNDO DA SESSAO - SO FUNDO CADASTRADO E ATIVO
       2020-ESCOLHE-FUNDO SECTION.
           MOVE 'N' TO WS-FUNDO-OK.
           PERFORM UNTIL FUNDO-OK
               DISPLAY "FUNDO DO CAIXA (000 = CAIXA GERAL)"
               PERFORM VARYING IX-FUN FROM 1 BY 1
                       UNTIL IX-FUN > FUN-QTDE
                   IF TAB-FUN-SIT(IX-FUN) = 'A'
                       DISPLAY "  " TAB-FUN-FUNDO(IX-FUN)
                           " SUBCONTA " TAB-FUN-CONTA(IX-FUN)
                   END-IF
               END-PERFORM
               ACCEPT WRK-FUNDO
               PERFORM VARYING IX-FUN FROM 1 BY 1
                       UNTIL IX-FUN > FUN-QTDE OR FUNDO-OK
                   IF TAB-FUN-FUNDO(IX-FUN) = WRK-FUNDO
                       IF TAB-FUN-SIT(IX-FUN) = 'A'
                           SET FUNDO-OK TO TRUE
                           MOVE TAB-FUN-CONTA(IX-FUN)
                               TO WRK-CONTA-FUNDO
                       ELSE
                           DISPLAY "FUNDO INATIVO"
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT FUNDO-OK
                   DISPLAY "FUNDO NAO DISPONIVEL - VEJA O FUNMAINT"
               END-IF
           END-PERFORM.
       2020-ESCOLHE-FUNDO-EXIT.
           EXIT.
      *CARREGA OS SALDOS DE TODOS OS FUNDOS DO SALDOCX - REGISTRO SEM
      *FUNDO (ANTERIOR AOS FUNDOS) E DO CAIXA GERAL 000
       2030-LE-SALDOCX SECTION.
           MOVE ZEROS TO SDF-QTDE.
           MOVE 'N' TO WS-FIM-SALDOCX.
           OPEN INPUT SALDOCX.
           IF WS-SALDOCX-STATUS = '00'
               PERFORM UNTIL FIM-SALDOCX OR SDF-QTDE >= 50
                   READ SALDOCX
                       AT END
                           SET FIM-SALDOCX TO TRUE
                       NOT AT END
                           ADD 1 TO SDF-QTDE
                           IF CX-FUNDO IS NUMERIC
                               MOVE CX-FUNDO TO TAB-SDF-FUNDO(SDF-QTDE)
                           ELSE
                               MOVE ZEROS TO TAB-SDF-FUNDO(SDF-QTDE)
                           END-IF
                           MOVE CX-SALDO TO TAB-SDF-SALDO(SDF-QTDE)
                   END-READ
               END-PERFORM
               CLOSE SALDOCX
           END-IF.
       2030-LE-SALDOCX-EXIT.
           EXIT.
      *POSICIONA IX-SDF NO SALDO DE WRK-FUNDO-BUSCA, ABRINDO A LINHA
      *ZERADA QUANDO O FUNDO AINDA NAO TEM SALDO
       2035-LOCALIZA-SALDO SECTION.
           MOVE 'N' TO WS-SALDO-ACHADO.
           PERFORM VARYING IX-SDF FROM 1 BY 1
                   UNTIL IX-SDF > SDF-QTDE OR SALDO-ACHADO
               IF TAB-SDF-FUNDO(IX-SDF) = WRK-FUNDO-BUSCA
                   SET SALDO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF SALDO-ACHADO
               SUBTRACT 1 FROM IX-SDF
           ELSE
               ADD 1 TO SDF-QTDE
               MOVE SDF-QTDE        TO IX-SDF
               MOVE WRK-FUNDO-BUSCA TO TAB-SDF-FUNDO(IX-SDF)
               MOVE ZEROS           TO TAB-SDF-SALDO(IX-SDF)
           END-IF.
       2035-LOCALIZA-SALDO-EXIT.
           EXIT.
      *FUNDO NOVO: O SALDO DE ABERTURA SAI DO CAIXA GERAL, COM O PAR
      *CONTABIL DEBITANDO A SUBCONTA DO FUNDO E CREDITANDO A DO 000
       2040-SUPRE-FUNDO-NOVO SECTION.
           DISPLAY "FUNDO SEM SALDO - SUPRIMENTO INICIAL TIRADO DO "
               "CAIXA GERAL (INTEIRO, 0 = NENHUM)".
           PERFORM 1000-LE-NUMERO.
           PERFORM UNTIL ENTRADA-VALIDA AND WRK-N NOT < ZEROS
               DISPLAY "ENTRADA INVALIDA - DIGITE O SUPRIMENTO"
               PERFORM 1000-LE-NUMERO
           END-PERFORM.
           MOVE WRK-N TO WRK-SUPRIMENTO.
           MOVE WRK-SUPRIMENTO TO WRK-SALDO.
           IF WRK-SUPRIMENTO = ZEROS
               GO TO 2040-SUPRE-FUNDO-NOVO-EXIT
           END-IF.
           MOVE WRK-SUPRIMENTO TO WRK-SALDO-EDT.
           MOVE SPACES TO CAIXA-LINHA.
           STRING WRK-DATA-HOJE " " WRK-FUNDO
               " SUPRIMENTO INICIAL DO CAIXA GERAL "
               WRK-SALDO-EDT DELIMITED BY SIZE INTO CAIXA-LINHA.
           WRITE CAIXA-LINHA.
           MOVE WRK-SUPRIMENTO  TO WRK-CTB-VALOR.
           MOVE WRK-CONTA-FUNDO TO WRK-CTB-DEBITO.
           MOVE WRK-CONTA-GERAL TO WRK-CTB-CREDITO.
           MOVE 'SUPRIMENTO INICIAL DO FUNDO' TO WRK-CTB-HISTORICO.
           PERFORM 2960-GRAVA-PAR-CONTABIL.
       2040-SUPRE-FUNDO-NOVO-EXIT.
           EXIT.
      *CARREGA A TABELA DE CATEGORIAS DE DESPESA - AUSENTE, E CRIADA
      *COM AS CATEGORIAS PADRAO DA OFICINA
       2050-CARREGA-CATEGORIAS SECTION.
           END-IF.
       2050-CARREGA-CATEGORIAS-EXIT.
           EXIT.
      *CARREGA O ORCADO DO MES CORRENTE DE CADA CATEGORIA (ORCCAIXA) E
      *SOMA OS PAGAMENTOS JA FEITOS NO MES EM TODOS OS FUNDOS
      *(CAIXAMOV) - SEM ORCCAIXA NENHUMA CATEGORIA TEM ORCAMENTO
       2055-CARREGA-ORCAMENTO SECTION.
           COMPUTE WRK-MES-ATUAL = WRK-DATA-HOJE / 100.
           PERFORM VARYING IX-CAT FROM 1 BY 1
                   UNTIL IX-CAT > CAT-QTDE
               MOVE 'N'   TO TAB-CAT-TEM-ORC(IX-CAT)
               MOVE ZEROS TO TAB-CAT-ORCADO(IX-CAT)
               MOVE ZEROS TO TAB-CAT-GASTO(IX-CAT)
           END-PERFORM.
           OPEN INPUT ORCCAIXA.
           IF WS-ORCCAIXA-STATUS NOT = '00'
               GO TO 2055-CARREGA-ORCAMENTO-EXIT
           END-IF.
           PERFORM UNTIL FIM-ORCCAIXA
               READ ORCCAIXA
                   AT END
                       SET FIM-ORCCAIXA TO TRUE
                   NOT AT END
                       IF OR-MES = WRK-MES-ATUAL
                           MOVE OR-CATEGORIA TO WRK-CODIGO-BUSCA
                           PERFORM 2065-LOCALIZA-CATEGORIA
                           IF CATEGORIA-ACHADA
                               MOVE 'S' TO TAB-CAT-TEM-ORC(IX-CAT)
                               MOVE OR-VALOR
                                   TO TAB-CAT-ORCADO(IX-CAT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORCCAIXA.
           OPEN INPUT CAIXAMOV.
           IF WS-CAIXAMOV-STATUS NOT = '00'
               GO TO 2055-CARREGA-ORCAMENTO-EXIT
           END-IF.
           PERFORM UNTIL FIM-CAIXAMOV
               READ CAIXAMOV
                   AT END
                       SET FIM-CAIXAMOV TO TRUE
                   NOT AT END
                       COMPUTE WRK-MES-MOV = CM-DATA / 100
                       IF WRK-MES-MOV = WRK-MES-ATUAL
                          AND CM-VALOR < ZEROS
                           MOVE CM-CATEGORIA TO WRK-CODIGO-BUSCA
                           PERFORM 2065-LOCALIZA-CATEGORIA
                           IF CATEGORIA-ACHADA
                               SUBTRACT CM-VALOR
                                   FROM TAB-CAT-GASTO(IX-CAT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAIXAMOV.
       2055-CARREGA-ORCAMENTO-EXIT.
           EXIT.
      *CARREGA OS ITENS DE ADIANTAMENTO PARA A TABELA
       2070-CARREGA-ADIANTAMENTOS SECTION.
           MOVE ZEROS TO ADT-QTDE.
                           MOVE AD-VALOR    TO TAB-AD-VALOR(ADT-QTDE)
                           MOVE AD-SITUACAO TO TAB-AD-SIT(ADT-QTDE)
                           MOVE AD-DATA-LIQ TO TAB-AD-DTLIQ(ADT-QTDE)
                           IF AD-FUNDO IS NUMERIC
                               MOVE AD-FUNDO TO TAB-AD-FUNDO(ADT-QTDE)
                           ELSE
                               MOVE ZEROS TO TAB-AD-FUNDO(ADT-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADIANTAM
               MOVE TAB-AD-VALOR(IX-ADT) TO AD-VALOR
               MOVE TAB-AD-SIT(IX-ADT)   TO AD-SITUACAO
               MOVE TAB-AD-DTLIQ(IX-ADT) TO AD-DATA-LIQ
               MOVE TAB-AD-FUNDO(IX-ADT) TO AD-FUNDO
               WRITE ADIANTAM-REC
           END-PERFORM.
           CLOSE ADIANTAM.
       2080-REGRAVA-ADIANTAMENTOS-EXIT.
           EXIT.
      *VALE DE REPOSICAO EM ABERTO PARA O FUNDO: CHEGANDO O DINHEIRO,
      *O VALOR DO VALE ENTRA NO LIVRO, E LANCADO CONTRA A TESOURARIA
      *FORA DO MOVIMENTO LIQUIDO DO DIA E O VALE E FECHADO NO VALEREP
       2090-RECEBE-REPOSICAO SECTION.
           MOVE ZEROS TO VAL-QTDE.
           MOVE ZEROS TO IX-VALE-ABERTO.
           MOVE 'N' TO WS-FIM-VALEREP.
           OPEN INPUT VALEREP.
           IF WS-VALEREP-STATUS NOT = '00'
               GO TO 2090-RECEBE-REPOSICAO-EXIT
           END-IF.
           PERFORM UNTIL FIM-VALEREP OR VAL-QTDE >= 500
               READ VALEREP
                   AT END
                       SET FIM-VALEREP TO TRUE
                   NOT AT END
                       ADD 1 TO VAL-QTDE
                       MOVE VALEREP-REC TO TAB-VALE-REG(VAL-QTDE)
                       IF VR-ABERTO AND VR-FUNDO = WRK-FUNDO
                           MOVE VAL-QTDE TO IX-VALE-ABERTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALEREP.
           IF IX-VALE-ABERTO = ZEROS
               GO TO 2090-RECEBE-REPOSICAO-EXIT
           END-IF.
           MOVE TAB-VALE-REG(IX-VALE-ABERTO) TO VALEREP-REC.
           MOVE VR-VALOR TO WRK-VALE-EDT.
           DISPLAY "VALE DE REPOSICAO " VR-NUMERO " DE "
               VR-DATA-EMISSAO " EM ABERTO - VALOR " WRK-VALE-EDT.
           DISPLAY "O DINHEIRO DA REPOSICAO FOI RECEBIDO? (S/N)".
           ACCEPT WRK-RESPOSTA-VALE.
           IF WRK-RESPOSTA-VALE NOT = 'S'
              AND WRK-RESPOSTA-VALE NOT = 's'
               GO TO 2090-RECEBE-REPOSICAO-EXIT
           END-IF.
           MOVE VR-VALOR TO WRK-N.
           MOVE 05 TO WRK-CATEGORIA.
           MOVE SPACES TO WRK-DESCRICAO.
           STRING "REPOSICAO DO VALE " VR-NUMERO
               DELIMITED BY SIZE INTO WRK-DESCRICAO.
           COMPUTE WRK-SALDO = WRK-SALDO + WRK-N.
           ADD 1 TO WRK-CONT-ACEITAS.
           MOVE WRK-DATA-HOJE TO CXD-DATA.
           MOVE WRK-FUNDO     TO CXD-FUNDO.
           MOVE WRK-CATEGORIA TO CXD-CATEG.
           MOVE WRK-N         TO CXD-VALOR.
           MOVE WRK-DESCRICAO TO CXD-DESCRICAO.
           MOVE WRK-SALDO     TO CXD-SALDO.
           WRITE CAIXA-LINHA FROM CAIXA-DETALHE.
           PERFORM 2150-GRAVA-CAIXAMOV.
           MOVE VR-VALOR             TO WRK-CTB-VALOR.
           MOVE WRK-CONTA-FUNDO      TO WRK-CTB-DEBITO.
           MOVE WRK-CONTA-TESOURARIA TO WRK-CTB-CREDITO.
           MOVE 'REPOSICAO DO FUNDO' TO WRK-CTB-HISTORICO.
           PERFORM 2960-GRAVA-PAR-CONTABIL.
           MOVE 'R' TO VR-SITUACAO.
           MOVE WRK-DATA-HOJE TO VR-DATA-RECEB.
           MOVE VALEREP-REC TO TAB-VALE-REG(IX-VALE-ABERTO).
           OPEN OUTPUT VALEREP.
           PERFORM VARYING IX-VAL FROM 1 BY 1 UNTIL IX-VAL > VAL-QTDE
               MOVE TAB-VALE-REG(IX-VAL) TO VALEREP-REC
               WRITE VALEREP-REC
           END-PERFORM.
           CLOSE VALEREP.
           MOVE WRK-SALDO TO WRK-SALDO-EDT.
           DISPLAY "REPOSICAO LANCADA - SALDO " WRK-SALDO-EDT.
       2090-RECEBE-REPOSICAO-EXIT.
           EXIT.
      *PAGAMENTO MARCADO COMO ADIANTAMENTO: ABRE O ITEM COM A PROXIMA
      *REFERENCIA LIVRE E O NOME DE QUEM LEVOU O DINHEIRO
       2160-ABRE-ADIANTAMENTO SECTION.
               COMPUTE TAB-AD-VALOR(ADT-QTDE) = WRK-N * -1
               MOVE 'A'           TO TAB-AD-SIT(ADT-QTDE)
               MOVE ZEROS         TO TAB-AD-DTLIQ(ADT-QTDE)
               MOVE WRK-FUNDO     TO TAB-AD-FUNDO(ADT-QTDE)
               PERFORM 2080-REGRAVA-ADIANTAMENTOS
               DISPLAY "ADIANTAMENTO ABERTO COM A REFERENCIA "
                   WRK-PROX-REF
           END-IF.
       2160-ABRE-ADIANTAMENTO-EXIT.
           EXIT.
      *REEMBOLSO APONTADO COMO LIQUIDACAO: BAIXA A REFERENCIA (SO DO
      *PROPRIO FUNDO - O DINHEIRO VOLTA PARA A LATA QUE ADIANTOU)
       2170-LIQUIDA-ADIANTAMENTO SECTION.
           DISPLAY "REFERENCIA DO ADIANTAMENTO".
           ACCEPT WRK-REF-PEDIDA.
                   UNTIL IX-ADT > ADT-QTDE OR ADTO-ACHADO
               IF TAB-AD-REF(IX-ADT) = WRK-REF-PEDIDA
                   SET ADTO-ACHADO TO TRUE
                   EVALUATE TRUE
                       WHEN TAB-AD-FUNDO(IX-ADT) NOT = WRK-FUNDO
                           DISPLAY "REFERENCIA E DO FUNDO "
                               TAB-AD-FUNDO(IX-ADT) " - NAO BAIXADA"
                       WHEN TAB-AD-SIT(IX-ADT) = 'L'
                           DISPLAY "REFERENCIA JA LIQUIDADA EM "
                               TAB-AD-DTLIQ(IX-ADT)
                       WHEN OTHER
                           MOVE 'L' TO TAB-AD-SIT(IX-ADT)
                           MOVE WRK-DATA-HOJE TO TAB-AD-DTLIQ(IX-ADT)
                           PERFORM 2080-REGRAVA-ADIANTAMENTOS
                           DISPLAY "ADIANTAMENTO " WRK-REF-PEDIDA
                               " LIQUIDADO"
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF NOT ADTO-ACHADO
           END-PERFORM.
       2060-PEDE-CATEGORIA-EXIT.
           EXIT.
      *POSICIONA IX-CAT NA CATEGORIA WRK-CODIGO-BUSCA DA TABELA
       2065-LOCALIZA-CATEGORIA SECTION.
           MOVE 'N' TO WS-CAT-ACHADA.
           PERFORM VARYING IX-CAT FROM 1 BY 1
                   UNTIL IX-CAT > CAT-QTDE OR CATEGORIA-ACHADA
               IF TAB-CAT-COD(IX-CAT) = WRK-CODIGO-BUSCA
                   SET CATEGORIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF CATEGORIA-ACHADA
               SUBTRACT 1 FROM IX-CAT
           END-IF.
       2065-LOCALIZA-CATEGORIA-EXIT.
           EXIT.
      *AVISA QUANDO O PAGAMENTO LEVA A CATEGORIA ACIMA DO ORCADO DO
      *MES E SOMA O PAGAMENTO NO GASTO DO MES
       2067-CONFERE-ORCAMENTO SECTION.
           MOVE WRK-CATEGORIA TO WRK-CODIGO-BUSCA.
           PERFORM 2065-LOCALIZA-CATEGORIA.
           IF NOT CATEGORIA-ACHADA
               GO TO 2067-CONFERE-ORCAMENTO-EXIT
           END-IF.
           COMPUTE WRK-GASTO-PREVISTO = TAB-CAT-GASTO(IX-CAT) - WRK-N.
           IF CATEGORIA-COM-ORCAMENTO(IX-CAT)
              AND WRK-GASTO-PREVISTO > TAB-CAT-ORCADO(IX-CAT)
               MOVE TAB-CAT-ORCADO(IX-CAT) TO WRK-ORCADO-EDT
               MOVE WRK-GASTO-PREVISTO     TO WRK-SALDO-EDT
               DISPLAY "ATENCAO: PAGAMENTO ESTOURA O ORCAMENTO DA "
                   "CATEGORIA NO MES"
               DISPLAY "  ORCADO: " WRK-ORCADO-EDT
                   "  GASTO COM ESTE PAGAMENTO: " WRK-SALDO-EDT
           END-IF.
           MOVE WRK-GASTO-PREVISTO TO TAB-CAT-GASTO(IX-CAT).
       2067-CONFERE-ORCAMENTO-EXIT.
           EXIT.
      *REGISTRA UM LANCAMENTO COM DESCRICAO E ATUALIZA O SALDO
       2100-LANCA-NO-CAIXA SECTION.
           IF WRK-SALDO + WRK-N < ZEROS
           DISPLAY "DESCRICAO DO LANCAMENTO".
           ACCEPT WRK-DESCRICAO.
           PERFORM 2060-PEDE-CATEGORIA.
           IF WRK-N < ZEROS
               PERFORM 2067-CONFERE-ORCAMENTO
           END-IF.
           COMPUTE WRK-SALDO = WRK-SALDO + WRK-N.
           ADD WRK-N TO WRK-MOV-DIA.
           ADD 1 TO WRK-CONT-ACEITAS.
           MOVE WRK-DATA-HOJE TO CXD-DATA.
           MOVE WRK-FUNDO     TO CXD-FUNDO.
           MOVE WRK-CATEGORIA TO CXD-CATEG.
           MOVE WRK-N         TO CXD-VALOR.
           MOVE WRK-DESCRICAO TO CXD-DESCRICAO.
           DISPLAY "SALDO APOS O LANCAMENTO: " WRK-SALDO-EDT.
       2100-LANCA-NO-CAIXA-EXIT.
           EXIT.
      *GRAVA O FECHAMENTO NO SALDOCX E A LINHA DE FECHO NO DIARIO -
      *O SALDOCX E RELIDO NA HORA PARA NAO PERDER O FECHAMENTO DE OUTRO
      *FUNDO FEITO DURANTE ESTA SESSAO
       2900-FECHA-O-DIA SECTION.
           PERFORM 2920-CONFERE-GAVETA.
           MOVE WRK-SALDO TO WRK-SALDO-EDT.
           MOVE SPACES TO CAIXA-LINHA.
           STRING WRK-DATA-HOJE " " WRK-FUNDO
               " FECHAMENTO DO DIA - SALDO "
               WRK-SALDO-EDT DELIMITED BY SIZE INTO CAIXA-LINHA.
           WRITE CAIXA-LINHA.
           CLOSE RELCAIXA.
           PERFORM 2030-LE-SALDOCX.
           MOVE WRK-FUNDO TO WRK-FUNDO-BUSCA.
           PERFORM 2035-LOCALIZA-SALDO.
           MOVE WRK-SALDO TO TAB-SDF-SALDO(IX-SDF).
           IF WRK-SUPRIMENTO NOT = ZEROS
               MOVE ZEROS TO WRK-FUNDO-BUSCA
               PERFORM 2035-LOCALIZA-SALDO
               SUBTRACT WRK-SUPRIMENTO FROM TAB-SDF-SALDO(IX-SDF)
           END-IF.
           OPEN OUTPUT SALDOCX.
           PERFORM VARYING IX-SDF FROM 1 BY 1
                   UNTIL IX-SDF > SDF-QTDE
               MOVE TAB-SDF-FUNDO(IX-SDF) TO CX-FUNDO
               MOVE TAB-SDF-SALDO(IX-SDF) TO CX-SALDO
               WRITE SALDOCX-REC
           END-PERFORM.
           CLOSE SALDOCX.
           IF WRK-MOV-DIA NOT = ZEROS
               PERFORM 2950-LANCA-CONTABIL
               MOVE WRK-CATEGORIA TO CM-CATEGORIA
               MOVE WRK-N         TO CM-VALOR
               MOVE WRK-DESCRICAO TO CM-DESCRICAO
               MOVE WRK-FUNDO     TO CM-FUNDO
               WRITE CAIXAMOV-REC
               CLOSE CAIXAMOV
           ELSE
       2150-GRAVA-CAIXAMOV-EXIT.
           EXIT.
      *CONFERENCIA FISICA DA GAVETA CONTRA O LIVRO: PEDE O DINHEIRO
      *CONTADO, ESCREVE A SOBRA/FALTA NO DIARIO, ANEXA AO HISTORICO
      *CAIXADIF E LANCA A DIFERENCA CONTRA 5103 - O LIVRO DO FUNDO
      *PASSA A SER O DINHEIRO CONTADO
       2920-CONFERE-GAVETA SECTION.
           DISPLAY "DINHEIRO CONTADO NA GAVETA (INTEIRO, '-' NAO "
               "SE APLICA)".
               MOVE WRK-SALDO      TO CD-SALDO-LIVRO
               MOVE WRK-CONTADO    TO CD-CONTADO
               MOVE WRK-DIFERENCA  TO CD-DIFERENCA
               MOVE WRK-FUNDO      TO CD-FUNDO
               WRITE CAIXADIF-REC
               CLOSE CAIXADIF
           ELSE
               DISPLAY "CAIXADIF INDISPONIVEL - STATUS "
                   WS-CAIXADIF-STATUS
           END-IF.
           IF WRK-DIFERENCA > ZEROS
               MOVE WRK-DIFERENCA   TO WRK-CTB-VALOR
               MOVE WRK-CONTA-FUNDO TO WRK-CTB-DEBITO
               MOVE 5103            TO WRK-CTB-CREDITO
               MOVE 'SOBRA NA CONFERENCIA DO CAIXA' TO WRK-CTB-HISTORICO
               PERFORM 2960-GRAVA-PAR-CONTABIL
           END-IF.
           IF WRK-DIFERENCA < ZEROS
               COMPUTE WRK-CTB-VALOR = WRK-DIFERENCA * -1
               MOVE 5103            TO WRK-CTB-DEBITO
               MOVE WRK-CONTA-FUNDO TO WRK-CTB-CREDITO
               MOVE 'FALTA NA CONFERENCIA DO CAIXA' TO WRK-CTB-HISTORICO
               PERFORM 2960-GRAVA-PAR-CONTABIL
           END-IF.
           MOVE WRK-CONTADO TO WRK-SALDO.
       2920-CONFERE-GAVETA-EXIT.
           EXIT.
      *ANEXA O PAR DE PARTIDA DOBRADA DO MOVIMENTO LIQUIDO DO DIA NO
      *LANCTOS, PARA O BALANCETE DO CTBLOTE - O CAIXA E A SUBCONTA DO
      *FUNDO DA SESSAO
       2950-LANCA-CONTABIL SECTION.
           IF WRK-MOV-DIA > ZEROS
               MOVE WRK-MOV-DIA     TO WRK-CTB-VALOR
               MOVE WRK-CONTA-FUNDO TO WRK-CTB-DEBITO
               MOVE 4101            TO WRK-CTB-CREDITO
               MOVE 'REEMBOLSO LIQUIDO DO DIA' TO WRK-CTB-HISTORICO
           ELSE
               COMPUTE WRK-CTB-VALOR = WRK-MOV-DIA * -1
               MOVE 5102            TO WRK-CTB-DEBITO
               MOVE WRK-CONTA-FUNDO TO WRK-CTB-CREDITO
               MOVE 'GASTO LIQUIDO DO DIA' TO WRK-CTB-HISTORICO
           END-IF.
           PERFORM 2960-GRAVA-PAR-CONTABIL.
       2950-LANCA-CONTABIL-EXIT.
           EXIT.
      *ANEXA NO LANCTOS O PAR DEBITO/CREDITO MONTADO EM
      *AREA-PAR-CONTABIL
       2960-GRAVA-PAR-CONTABIL SECTION.
           OPEN EXTEND LANCTOS.
           IF WS-LANCTOS-STATUS = '35'
               OPEN OUTPUT LANCTOS
               DISPLAY "LANCTOS INDISPONIVEL - STATUS "
                   WS-LANCTOS-STATUS " - LANCAMENTO NAO GRAVADO"
           ELSE
               MOVE WRK-DATA-HOJE     TO LN-DATA
               MOVE 'CAIXAPEQ'        TO LN-ORIGEM
               MOVE WRK-CTB-VALOR     TO LN-VALOR
               MOVE WRK-CTB-HISTORICO TO LN-HISTORICO
               MOVE WRK-CTB-DEBITO    TO LN-CONTA-CTB
               MOVE 'D'               TO LN-TIPO
               PERFORM 2970-GRAVA-LANCTO
               MOVE WRK-CTB-CREDITO   TO LN-CONTA-CTB
               MOVE 'C'               TO LN-TIPO
               PERFORM 2970-GRAVA-LANCTO
               CLOSE LANCTOS
           END-IF.
       2960-GRAVA-PAR-CONTABIL-EXIT.
           EXIT.
      *PASSA A LINHA MONTADA EM LANCTO-REC PELA TRAVA DE PERIODO
      *FECHADO E GRAVA; A DATA PEDIDA VOLTA PARA A PROXIMA LINHA
       2970-GRAVA-LANCTO SECTION.
           MOVE 'CAIXAPEQ' TO PCK-PROGRAMA.
           MOVE LANCTO-REC TO PCK-LANCTO.
           MOVE RETURN-CODE TO PCK-RC.
           CALL 'PERCHK' USING AREA-PERCHK.
           MOVE PCK-LANCTO TO LANCTO-REC.
           WRITE LANCTO-LINHA FROM LANCTO-REC.
           IF PCK-REDIRECIONADO
               MOVE LN-DATA-ORIGINAL TO LN-DATA
           END-IF.
       2970-GRAVA-LANCTO-EXIT.
           EXIT.
      *LE UMA ENTRADA DO TECLADO E VALIDA CARACTERE A CARACTERE ANTES
      *DE CONVERTER PARA WRK-N, PARA NAO DEIXAR LIXO ENTRAR EM WRK-SOMA

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: VALE DE REPOSICAO DO CAIXA PEQUENO (IMPREST) - CADA
      *          FUNDO DO FUNDOCX COM NIVEL FIXO TEM O SALDO DO LIVRO
      *          (SALDOCX) COMPARADO COM O GATILHO (FF-PCT-GATILHO % DO
      *          NIVEL). ABAIXO DELE, E SEM VALE AINDA EM ABERTO PARA O
      *          FUNDO, O LOTE EMITE UM VALE NUMERADO NO RELREPO COM
      *          CADA PAGAMENTO DO CAIXAMOV DESDE A ULTIMA REPOSICAO
      *          (DIA SEGUINTE AO FIM DO VALE ANTERIOR ATE A DATA
      *          BASE), O TOTAL POR CATEGORIA DO CATCAIXA E O VALOR QUE
      *          FALTA PARA VOLTAR AO NIVEL FIXO - E O PAPEL QUE A
      *          TESOURARIA CONFERE CONTRA OS RECIBOS GRAMPEADOS. O VALE
      *          FICA ABERTO NO VALEREP ATE O LIVRO DO CAIXA LANCAR O
      *          DINHEIRO RECEBIDO.
      *
      *          FUNDO ABAIXO DO GATILHO COM VALE AINDA NAO RECEBIDO
      *          NAO GANHA VALE NOVO E SINALIZA RC-AVISO NO STEP. RODA
      *          DEPOIS DO FECHAMENTO DO DIA DO CAIXA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNDOCX ASSIGN TO "FUNDOCX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNDOCX-STATUS.
           SELECT SALDOCX ASSIGN TO "SALDOCX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOCX-STATUS.
           SELECT CATCAIXA ASSIGN TO "CATCAIXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCAIXA-STATUS.
           SELECT CAIXAMOV ASSIGN TO "CAIXAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAIXAMOV-STATUS.
           SELECT VALEREP ASSIGN TO "VALEREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALEREP-STATUS.
           SELECT DATAPROC ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.
           SELECT RELREPO ASSIGN TO "RELREPO"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNDOCX.
       COPY FUNREC.
       FD  SALDOCX.
       01  SALDOCX-REC.
           05 CX-SALDO       PIC S9(009)V99.
           05 CX-FUNDO       PIC 9(003).
       FD  CATCAIXA.
       01  CATCAIXA-REC.
           05 CC-COD         PIC 9(002).
           05 CC-DESC        PIC X(020).
       FD  CAIXAMOV.
       01  CAIXAMOV-REC.
           05 CM-DATA        PIC 9(008).
           05 CM-CATEGORIA   PIC 9(002).
           05 CM-VALOR       PIC S9(009)V99.
           05 CM-DESCRICAO   PIC X(030).
           05 CM-FUNDO       PIC 9(003).
       FD  VALEREP.
       COPY VALREC.
       FD  DATAPROC.
       01  DATAPROC-REC.
           05 DP-DATA        PIC 9(008).
       FD  RELREPO.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY STATCOM.
       COPY GERCOM.
       COPY REGCOM.
       01 AREA-CONTROLE.
           05 WS-FUNDOCX-STATUS  PIC X(002) VALUE '00'.
           05 WS-SALDOCX-STATUS  PIC X(002) VALUE '00'.
           05 WS-CATCAIXA-STATUS PIC X(002) VALUE '00'.
           05 WS-CAIXAMOV-STATUS PIC X(002) VALUE '00'.
           05 WS-VALEREP-STATUS  PIC X(002) VALUE '00'.
           05 WS-DATAPROC-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO     PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO         VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA     VALUE 'S'.
           05 WS-SALDO-ACHADO    PIC X(001) VALUE 'N'.
               88 SALDO-ACHADO        VALUE 'S'.
           05 WS-VALE-ABERTO     PIC X(001) VALUE 'N'.
               88 HA-VALE-ABERTO      VALUE 'S'.
           05 WS-CAT-ACHADA      PIC X(001) VALUE 'N'.
               88 CATEGORIA-ACHADA    VALUE 'S'.
       01 AREA-DATAS.
           05 WRK-DATA-BASE      PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-DE        PIC 9(008) VALUE ZEROS.
           05 WRK-ULTIMA-ATE     PIC 9(008) VALUE ZEROS.
           05 WRK-JULIANO        PIC 9(007) VALUE ZEROS.
      *FUNDOS E SALDOS DO LIVRO
       01 AREA-FUNDOS.
           05 FUN-QTDE           PIC 9(003) VALUE ZEROS.
           05 FUN-ENTRADA OCCURS 50 TIMES.
               10 TAB-FUN-FUNDO  PIC 9(003).
               10 TAB-FUN-SIT    PIC X(001).
               10 TAB-FUN-NIVEL  PIC 9(009)V99.
               10 TAB-FUN-PCT    PIC 9(003).
           05 IX-FUN             PIC 9(003) VALUE ZEROS.
           05 SDF-QTDE           PIC 9(003) VALUE ZEROS.
           05 SDF-ENTRADA OCCURS 50 TIMES.
               10 TAB-SDF-FUNDO  PIC 9(003).
               10 TAB-SDF-SALDO  PIC S9(009)V99.
           05 IX-SDF             PIC 9(003) VALUE ZEROS.
      *CATEGORIAS DO CATCAIXA COM O TOTAL DO VALE CORRENTE
       01 AREA-CATEGORIAS.
           05 CAT-QTDE           PIC 9(002) VALUE ZEROS.
           05 CAT-ENTRADA OCCURS 40 TIMES.
               10 TAB-CAT-COD    PIC 9(002).
               10 TAB-CAT-DESC   PIC X(020).
               10 TAB-CAT-TOTAL  PIC S9(011)V99.
           05 IX-CAT             PIC 9(002) VALUE ZEROS.
      *VALES DE REPOSICAO JA EMITIDOS (REGRAVADOS NO FIM)
       01 AREA-VALES.
           05 VAL-QTDE           PIC 9(003) VALUE ZEROS.
           05 VAL-ENTRADA OCCURS 500 TIMES.
               10 TAB-VR-NUMERO  PIC 9(006).
               10 TAB-VR-FUNDO   PIC 9(003).
               10 TAB-VR-EMISSAO PIC 9(008).
               10 TAB-VR-DE      PIC 9(008).
               10 TAB-VR-ATE     PIC 9(008).
               10 TAB-VR-NIVEL   PIC 9(009)V99.
               10 TAB-VR-SALDO   PIC S9(009)V99.
               10 TAB-VR-VALOR   PIC 9(009)V99.
               10 TAB-VR-SIT     PIC X(001).
               10 TAB-VR-RECEB   PIC 9(008).
           05 IX-VAL             PIC 9(003) VALUE ZEROS.
           05 IX-ABERTO          PIC 9(003) VALUE ZEROS.
           05 WRK-PROX-NUMERO    PIC 9(006) VALUE ZEROS.
       01 AREA-CALCULO.
           05 WRK-SALDO          PIC S9(009)V99 VALUE ZEROS.
           05 WRK-GATILHO        PIC S9(009)V99 VALUE ZEROS.
           05 WRK-VALOR-REPOR    PIC S9(009)V99 VALUE ZEROS.
           05 WRK-TOT-PAGTOS     PIC S9(011)V99 VALUE ZEROS.
           05 WRK-OUTROS         PIC S9(011)V99 VALUE ZEROS.
           05 WRK-FUNDO-MOV      PIC 9(003) VALUE ZEROS.
           05 WRK-VALOR-EDT      PIC -Z(10)9.99.
           05 WRK-VALOR-EDT2     PIC -Z(10)9.99.
       01 AREA-TOTAIS.
           05 CNT-AVALIADOS      PIC 9(005) VALUE ZEROS.
           05 CNT-EMITIDOS       PIC 9(005) VALUE ZEROS.
           05 CNT-PENDENTES      PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-SALDO      PIC 9(005) VALUE ZEROS.
           05 CNT-PAGTOS         PIC 9(005) VALUE ZEROS.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(035) VALUE
               'REPOSICAO DO CAIXA PEQUENO - BASE: '.
           05 CAB1-BASE PIC 9(008).
       01 REL-VALE-1.
           05 FILLER      PIC X(022) VALUE 'VALE DE REPOSICAO NO. '.
           05 VL1-NUMERO  PIC 9(006).
           05 FILLER      PIC X(009) VALUE ' - FUNDO '.
           05 VL1-FUNDO   PIC 9(003).
           05 FILLER      PIC X(012) VALUE ' - PERIODO: '.
           05 VL1-DE      PIC 9(008).
           05 FILLER      PIC X(003) VALUE ' A '.
           05 VL1-ATE     PIC 9(008).
       01 REL-CABECALHO-PAG.
           05 FILLER   PIC X(009) VALUE 'DATA'.
           05 FILLER   PIC X(004) VALUE 'CAT'.
           05 FILLER   PIC X(031) VALUE 'DESCRICAO'.
           05 FILLER   PIC X(015) VALUE '          VALOR'.
       01 REL-PAGAMENTO.
           05 PAG-DATA      PIC 9(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 PAG-CATEG     PIC 9(002).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 PAG-DESCRICAO PIC X(030).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 PAG-VALOR     PIC -Z(10)9.99.
       01 REL-CATEGORIA.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 CTL-COD       PIC 9(002).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 CTL-DESC      PIC X(020).
           05 FILLER        PIC X(017) VALUE SPACES.
           05 CTL-TOTAL     PIC -Z(10)9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-VERIFICA-RERUN
           IF EXECUCAO-JA-FEITA
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZA
               IF NOT RODADA-ABORTADA
                   PERFORM 2000-AVALIA-FUNDO
                       VARYING IX-FUN FROM 1 BY 1
                       UNTIL IX-FUN > FUN-QTDE
               END-IF
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *DATA BASE, TABELAS E CABECALHO DO RELREPO
       1000-INICIALIZA SECTION.
           MOVE 'REPOLOTE' TO EST-PROGRAMA.
           ACCEPT EST-DATA FROM DATE YYYYMMDD.
           ACCEPT EST-HORA-INICIO FROM TIME.
           PERFORM 1300-DEFINE-DATA.
           PERFORM 1400-CARREGA-FUNDOS.
           PERFORM 1450-CARREGA-SALDOS.
           PERFORM 1500-CARREGA-CATEGORIAS.
           PERFORM 1600-CARREGA-VALES.
           IF RODADA-ABORTADA
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN OUTPUT RELREPO.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-DATA-BASE TO CAB1-BASE.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       1000-INICIALIZA-EXIT.
           EXIT.
      *DATA BASE: VEM DO ARQUIVO DE PARAMETRO DATAPROC QUANDO
      *PRESENTE, SENAO E HOJE
       1300-DEFINE-DATA SECTION.
           ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD.
           OPEN INPUT DATAPROC.
           IF WS-DATAPROC-STATUS = '00'
               READ DATAPROC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-DATA NUMERIC AND DP-DATA > ZEROS
                           MOVE DP-DATA TO WRK-DATA-BASE
                           DISPLAY 'REPOSICAO PARA A DATA BASE '
                               WRK-DATA-BASE ' (DATAPROC)'
                       END-IF
               END-READ
               CLOSE DATAPROC
           END-IF.
       1300-DEFINE-DATA-EXIT.
           EXIT.
      *FUNDOS DO FUNDOCX - SEM O CADASTRO NENHUM FUNDO TEM NIVEL FIXO
      *E NAO HA O QUE REPOR
       1400-CARREGA-FUNDOS SECTION.
           OPEN INPUT FUNDOCX.
           IF WS-FUNDOCX-STATUS NOT = '00'
               DISPLAY 'REPOLOTE: FUNDOCX INDISPONIVEL - STATUS '
                   WS-FUNDOCX-STATUS ' - NENHUM FUNDO COM NIVEL FIXO'
               GO TO 1400-CARREGA-FUNDOS-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO OR FUN-QTDE >= 50
               READ FUNDOCX
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO FUN-QTDE
                       MOVE FF-FUNDO    TO TAB-FUN-FUNDO(FUN-QTDE)
                       MOVE FF-SITUACAO TO TAB-FUN-SIT(FUN-QTDE)
                       MOVE ZEROS TO TAB-FUN-NIVEL(FUN-QTDE)
                       MOVE ZEROS TO TAB-FUN-PCT(FUN-QTDE)
                       IF FF-NIVEL-FIXO IS NUMERIC
                          AND FF-PCT-GATILHO IS NUMERIC
                           MOVE FF-NIVEL-FIXO
                               TO TAB-FUN-NIVEL(FUN-QTDE)
                           MOVE FF-PCT-GATILHO
                               TO TAB-FUN-PCT(FUN-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUNDOCX.
       1400-CARREGA-FUNDOS-EXIT.
           EXIT.
      *SALDO DO LIVRO DE CADA FUNDO (REGISTRO SEM FUNDO E DO 000)
       1450-CARREGA-SALDOS SECTION.
           OPEN INPUT SALDOCX.
           IF WS-SALDOCX-STATUS NOT = '00'
               DISPLAY 'REPOLOTE: SALDOCX INDISPONIVEL - STATUS '
                   WS-SALDOCX-STATUS
               GO TO 1450-CARREGA-SALDOS-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO OR SDF-QTDE >= 50
               READ SALDOCX
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO SDF-QTDE
                       IF CX-FUNDO IS NUMERIC
                           MOVE CX-FUNDO TO TAB-SDF-FUNDO(SDF-QTDE)
                       ELSE
                           MOVE ZEROS TO TAB-SDF-FUNDO(SDF-QTDE)
                       END-IF
                       MOVE CX-SALDO TO TAB-SDF-SALDO(SDF-QTDE)
               END-READ
           END-PERFORM.
           CLOSE SALDOCX.
       1450-CARREGA-SALDOS-EXIT.
           EXIT.
      *DESCRICOES DAS CATEGORIAS PARA O RESUMO DO VALE
       1500-CARREGA-CATEGORIAS SECTION.
           OPEN INPUT CATCAIXA.
           IF WS-CATCAIXA-STATUS NOT = '00'
               DISPLAY 'REPOLOTE: CATCAIXA INDISPONIVEL - STATUS '
                   WS-CATCAIXA-STATUS
               GO TO 1500-CARREGA-CATEGORIAS-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO OR CAT-QTDE >= 20
               READ CATCAIXA
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CAT-QTDE
                       MOVE CC-COD  TO TAB-CAT-COD(CAT-QTDE)
                       MOVE CC-DESC TO TAB-CAT-DESC(CAT-QTDE)
               END-READ
           END-PERFORM.
           CLOSE CATCAIXA.
       1500-CARREGA-CATEGORIAS-EXIT.
           EXIT.
      *VALES JA EMITIDOS E O PROXIMO NUMERO LIVRE - ESTOURO DA TABELA
      *ABORTA, PARA NAO REGRAVAR O VALEREP PELA METADE
       1600-CARREGA-VALES SECTION.
           MOVE 1 TO WRK-PROX-NUMERO.
           OPEN INPUT VALEREP.
           IF WS-VALEREP-STATUS NOT = '00'
               GO TO 1600-CARREGA-VALES-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO OR RODADA-ABORTADA
               READ VALEREP
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF VAL-QTDE >= 500
                           DISPLAY 'REPOLOTE: VALEREP COM MAIS DE 500 '
                               'VALES - NENHUM VALE EMITIDO'
                           SET RODADA-ABORTADA TO TRUE
                       ELSE
                           ADD 1 TO VAL-QTDE
                           MOVE VR-NUMERO   TO TAB-VR-NUMERO(VAL-QTDE)
                           MOVE VR-FUNDO    TO TAB-VR-FUNDO(VAL-QTDE)
                           MOVE VR-DATA-EMISSAO
                               TO TAB-VR-EMISSAO(VAL-QTDE)
                           MOVE VR-DATA-DE  TO TAB-VR-DE(VAL-QTDE)
                           MOVE VR-DATA-ATE TO TAB-VR-ATE(VAL-QTDE)
                           MOVE VR-NIVEL    TO TAB-VR-NIVEL(VAL-QTDE)
                           MOVE VR-SALDO-LIVRO
                               TO TAB-VR-SALDO(VAL-QTDE)
                           MOVE VR-VALOR    TO TAB-VR-VALOR(VAL-QTDE)
                           MOVE VR-SITUACAO TO TAB-VR-SIT(VAL-QTDE)
                           MOVE VR-DATA-RECEB
                               TO TAB-VR-RECEB(VAL-QTDE)
                           IF VR-NUMERO >= WRK-PROX-NUMERO
                               COMPUTE WRK-PROX-NUMERO = VR-NUMERO + 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALEREP.
       1600-CARREGA-VALES-EXIT.
           EXIT.
      *UM FUNDO: SALDO ABAIXO DO GATILHO E SEM VALE EM ABERTO GANHA
      *VALE NOVO
       2000-AVALIA-FUNDO SECTION.
           IF TAB-FUN-SIT(IX-FUN) NOT = 'A'
              OR TAB-FUN-NIVEL(IX-FUN) = ZEROS
               GO TO 2000-AVALIA-FUNDO-EXIT
           END-IF.
           ADD 1 TO CNT-AVALIADOS.
           MOVE 'N' TO WS-SALDO-ACHADO.
           PERFORM VARYING IX-SDF FROM 1 BY 1
                   UNTIL IX-SDF > SDF-QTDE OR SALDO-ACHADO
               IF TAB-SDF-FUNDO(IX-SDF) = TAB-FUN-FUNDO(IX-FUN)
                   SET SALDO-ACHADO TO TRUE
                   MOVE TAB-SDF-SALDO(IX-SDF) TO WRK-SALDO
               END-IF
           END-PERFORM.
           IF NOT SALDO-ACHADO
               ADD 1 TO CNT-SEM-SALDO
               MOVE SPACES TO REL-LINHA
               STRING 'FUNDO ' TAB-FUN-FUNDO(IX-FUN)
                   ' - SEM SALDO NO SALDOCX (FUNDO AINDA NAO ABERTO)'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO TO 2000-AVALIA-FUNDO-EXIT
           END-IF.
           COMPUTE WRK-GATILHO ROUNDED =
               TAB-FUN-NIVEL(IX-FUN) * TAB-FUN-PCT(IX-FUN) / 100.
           MOVE WRK-SALDO   TO WRK-VALOR-EDT.
           MOVE WRK-GATILHO TO WRK-VALOR-EDT2.
           IF WRK-SALDO NOT < WRK-GATILHO
               MOVE SPACES TO REL-LINHA
               STRING 'FUNDO ' TAB-FUN-FUNDO(IX-FUN)
                   ' - SALDO ' WRK-VALOR-EDT
                   ' GATILHO ' WRK-VALOR-EDT2 ' - SEM REPOSICAO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO TO 2000-AVALIA-FUNDO-EXIT
           END-IF.
           MOVE 'N' TO WS-VALE-ABERTO.
           MOVE ZEROS TO WRK-ULTIMA-ATE.
           PERFORM VARYING IX-VAL FROM 1 BY 1 UNTIL IX-VAL > VAL-QTDE
               IF TAB-VR-FUNDO(IX-VAL) = TAB-FUN-FUNDO(IX-FUN)
                   IF TAB-VR-SIT(IX-VAL) = 'A'
                       SET HA-VALE-ABERTO TO TRUE
                       MOVE IX-VAL TO IX-ABERTO
                   END-IF
                   IF TAB-VR-ATE(IX-VAL) > WRK-ULTIMA-ATE
                       MOVE TAB-VR-ATE(IX-VAL) TO WRK-ULTIMA-ATE
                   END-IF
               END-IF
           END-PERFORM.
           IF HA-VALE-ABERTO
               ADD 1 TO CNT-PENDENTES
               MOVE SPACES TO REL-LINHA
               STRING 'FUNDO ' TAB-FUN-FUNDO(IX-FUN)
                   ' - SALDO ' WRK-VALOR-EDT
                   ' - VALE ' TAB-VR-NUMERO(IX-ABERTO)
                   ' DE ' TAB-VR-EMISSAO(IX-ABERTO)
                   ' AINDA NAO RECEBIDO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO TO 2000-AVALIA-FUNDO-EXIT
           END-IF.
           IF VAL-QTDE >= 500
               DISPLAY 'REPOLOTE: VALEREP CHEIO - FUNDO '
                   TAB-FUN-FUNDO(IX-FUN) ' SEM VALE'
               ADD 1 TO CNT-PENDENTES
               GO TO 2000-AVALIA-FUNDO-EXIT
           END-IF.
           IF WRK-ULTIMA-ATE = ZEROS
               MOVE ZEROS TO WRK-DATA-DE
           ELSE
               COMPUTE WRK-JULIANO =
                   FUNCTION INTEGER-OF-DATE(WRK-ULTIMA-ATE) + 1
               COMPUTE WRK-DATA-DE =
                   FUNCTION DATE-OF-INTEGER(WRK-JULIANO)
           END-IF.
           PERFORM 2100-EMITE-VALE.
       2000-AVALIA-FUNDO-EXIT.
           EXIT.
      *IMPRIME O VALE: PAGAMENTOS DO PERIODO, RESUMO POR CATEGORIA E
      *VALOR PARA VOLTAR AO NIVEL FIXO; REGISTRA O VALE EM ABERTO
       2100-EMITE-VALE SECTION.
           COMPUTE WRK-VALOR-REPOR = TAB-FUN-NIVEL(IX-FUN) - WRK-SALDO.
           MOVE ZEROS TO WRK-TOT-PAGTOS.
           PERFORM VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > CAT-QTDE
               MOVE ZEROS TO TAB-CAT-TOTAL(IX-CAT)
           END-PERFORM.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PROX-NUMERO       TO VL1-NUMERO.
           MOVE TAB-FUN-FUNDO(IX-FUN) TO VL1-FUNDO.
           MOVE WRK-DATA-DE           TO VL1-DE.
           MOVE WRK-DATA-BASE         TO VL1-ATE.
           WRITE REL-LINHA FROM REL-VALE-1.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-PAG.
           OPEN INPUT CAIXAMOV.
           IF WS-CAIXAMOV-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM 2200-LE-PAGAMENTO UNTIL FIM-ARQUIVO
               CLOSE CAIXAMOV
           ELSE
               MOVE 'CAIXAMOV SEM MOVIMENTOS' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL POR CATEGORIA' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > CAT-QTDE
               IF TAB-CAT-TOTAL(IX-CAT) NOT = ZEROS
                   MOVE TAB-CAT-COD(IX-CAT)   TO CTL-COD
                   MOVE TAB-CAT-DESC(IX-CAT)  TO CTL-DESC
                   MOVE TAB-CAT-TOTAL(IX-CAT) TO CTL-TOTAL
                   WRITE REL-LINHA FROM REL-CATEGORIA
               END-IF
           END-PERFORM.
           COMPUTE WRK-OUTROS = WRK-VALOR-REPOR - WRK-TOT-PAGTOS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-PAGTOS TO WRK-VALOR-EDT.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DOS PAGAMENTOS.......: ' WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-OUTROS TO WRK-VALOR-EDT.
           MOVE SPACES TO REL-LINHA.
           STRING 'OUTROS MOVIMENTOS DO FUNDO.: ' WRK-VALOR-EDT
               '  (REEMBOLSOS, SOBRAS/FALTAS, SALDO ANTERIOR)'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE TAB-FUN-NIVEL(IX-FUN) TO WRK-VALOR-EDT.
           MOVE SPACES TO REL-LINHA.
           STRING 'NIVEL FIXO DO FUNDO........: ' WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO TO WRK-VALOR-EDT.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO DO LIVRO.............: ' WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-VALOR-REPOR TO WRK-VALOR-EDT.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR A REPOR..............: ' WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CUSTODIANTE: ____________________   TESOURARIA: '
               TO REL-LINHA.
           MOVE '____________________' TO REL-LINHA(51:20).
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO VAL-QTDE.
           MOVE WRK-PROX-NUMERO       TO TAB-VR-NUMERO(VAL-QTDE).
           MOVE TAB-FUN-FUNDO(IX-FUN) TO TAB-VR-FUNDO(VAL-QTDE).
           MOVE WRK-DATA-BASE         TO TAB-VR-EMISSAO(VAL-QTDE).
           MOVE WRK-DATA-DE           TO TAB-VR-DE(VAL-QTDE).
           MOVE WRK-DATA-BASE         TO TAB-VR-ATE(VAL-QTDE).
           MOVE TAB-FUN-NIVEL(IX-FUN) TO TAB-VR-NIVEL(VAL-QTDE).
           MOVE WRK-SALDO             TO TAB-VR-SALDO(VAL-QTDE).
           MOVE WRK-VALOR-REPOR       TO TAB-VR-VALOR(VAL-QTDE).
           MOVE 'A'                   TO TAB-VR-SIT(VAL-QTDE).
           MOVE ZEROS                 TO TAB-VR-RECEB(VAL-QTDE).
           ADD 1 TO WRK-PROX-NUMERO.
           ADD 1 TO CNT-EMITIDOS.
       2100-EMITE-VALE-EXIT.
           EXIT.
      *UM MOVIMENTO DO CAIXAMOV: PAGAMENTO DO FUNDO DENTRO DO PERIODO
      *ENTRA NO VALE (MOVIMENTO SEM FUNDO E DO 000)
       2200-LE-PAGAMENTO SECTION.
           READ CAIXAMOV
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 2200-LE-PAGAMENTO-EXIT
           END-READ.
           IF CM-FUNDO IS NUMERIC
               MOVE CM-FUNDO TO WRK-FUNDO-MOV
           ELSE
               MOVE ZEROS TO WRK-FUNDO-MOV
           END-IF.
           IF WRK-FUNDO-MOV NOT = TAB-FUN-FUNDO(IX-FUN)
              OR CM-VALOR NOT < ZEROS
              OR CM-DATA < WRK-DATA-DE
              OR CM-DATA > WRK-DATA-BASE
               GO TO 2200-LE-PAGAMENTO-EXIT
           END-IF.
           ADD 1 TO CNT-PAGTOS.
           MOVE CM-DATA      TO PAG-DATA.
           MOVE CM-CATEGORIA TO PAG-CATEG.
           MOVE CM-DESCRICAO TO PAG-DESCRICAO.
           COMPUTE PAG-VALOR = CM-VALOR * -1.
           WRITE REL-LINHA FROM REL-PAGAMENTO.
           SUBTRACT CM-VALOR FROM WRK-TOT-PAGTOS.
           MOVE 'N' TO WS-CAT-ACHADA.
           PERFORM VARYING IX-CAT FROM 1 BY 1
                   UNTIL IX-CAT > CAT-QTDE OR CATEGORIA-ACHADA
               IF TAB-CAT-COD(IX-CAT) = CM-CATEGORIA
                   SET CATEGORIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF CATEGORIA-ACHADA
               SUBTRACT 1 FROM IX-CAT
           ELSE
               IF CAT-QTDE >= 40
                   GO TO 2200-LE-PAGAMENTO-EXIT
               END-IF
               ADD 1 TO CAT-QTDE
               MOVE CAT-QTDE       TO IX-CAT
               MOVE CM-CATEGORIA   TO TAB-CAT-COD(IX-CAT)
               MOVE 'SEM CADASTRO' TO TAB-CAT-DESC(IX-CAT)
               MOVE ZEROS          TO TAB-CAT-TOTAL(IX-CAT)
           END-IF.
           SUBTRACT CM-VALOR FROM TAB-CAT-TOTAL(IX-CAT).
       2200-LE-PAGAMENTO-EXIT.
           EXIT.
      *REGRAVA O VALEREP A PARTIR DA TABELA
       2900-REGRAVA-VALES SECTION.
           OPEN OUTPUT VALEREP.
           PERFORM VARYING IX-VAL FROM 1 BY 1 UNTIL IX-VAL > VAL-QTDE
               MOVE TAB-VR-NUMERO(IX-VAL)  TO VR-NUMERO
               MOVE TAB-VR-FUNDO(IX-VAL)   TO VR-FUNDO
               MOVE TAB-VR-EMISSAO(IX-VAL) TO VR-DATA-EMISSAO
               MOVE TAB-VR-DE(IX-VAL)      TO VR-DATA-DE
               MOVE TAB-VR-ATE(IX-VAL)     TO VR-DATA-ATE
               MOVE TAB-VR-NIVEL(IX-VAL)   TO VR-NIVEL
               MOVE TAB-VR-SALDO(IX-VAL)   TO VR-SALDO-LIVRO
               MOVE TAB-VR-VALOR(IX-VAL)   TO VR-VALOR
               MOVE TAB-VR-SIT(IX-VAL)     TO VR-SITUACAO
               MOVE TAB-VR-RECEB(IX-VAL)   TO VR-DATA-RECEB
               WRITE VALEREP-REC
           END-PERFORM.
           CLOSE VALEREP.
       2900-REGRAVA-VALES-EXIT.
           EXIT.
      *TOTAIS, VALEREP E RETORNO AO STEP
       3000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 3000-FINALIZA-GRAVA-ESTAT
           END-IF.
           IF CNT-EMITIDOS > ZEROS
               PERFORM 2900-REGRAVA-VALES
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FUNDOS COM NIVEL FIXO......: ' CNT-AVALIADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALES EMITIDOS.............: ' CNT-EMITIDOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'AGUARDANDO VALE ANTERIOR...: ' CNT-PENDENTES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FUNDOS SEM SALDO NO LIVRO..: ' CNT-SEM-SALDO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELREPO.
           IF CNT-PENDENTES > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           MOVE 'RELREPO ' TO GER-ORIGEM.
           MOVE EST-DATA TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
       3000-FINALIZA-GRAVA-ESTAT.
           MOVE CNT-AVALIADOS TO EST-LIDOS.
           MOVE CNT-EMITIDOS  TO EST-GRAVADOS.
           MOVE CNT-SEM-SALDO TO EST-REJEITADOS.
           MOVE RETURN-CODE   TO EST-RC.
           CALL 'GRVSTAT' USING AREA-ESTAT-EXEC.
           DISPLAY 'REPOLOTE: ' CNT-EMITIDOS ' VALES EMITIDOS, '
               CNT-PENDENTES ' AGUARDANDO VALE ANTERIOR, '
               CNT-PAGTOS ' PAGAMENTOS LISTADOS'.
           MOVE 'G' TO REG-FUNCAO.
           IF RETURN-CODE < RC-ERRO
               MOVE RETURN-CODE TO REG-RC
               CALL 'REGEXEC' USING AREA-REGEXEC
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *CONSULTA O REGISTRO DE EXECUCOES ANTES DE COMECAR O JOB
       0500-VERIFICA-RERUN SECTION.
           MOVE 'V' TO REG-FUNCAO.
           MOVE 'REPOLOTE' TO REG-PROGRAMA.
           ACCEPT REG-DATA FROM DATE YYYYMMDD.
           MOVE RETURN-CODE TO REG-RC.
           CALL 'REGEXEC' USING AREA-REGEXEC.
           IF EXECUCAO-JA-FEITA
               DISPLAY 'REPOLOTE JA EXECUTADO PARA A DATA '
                   REG-DATA ' - USE RUNPARM-FORCA-RERUN'
           END-IF.
       0500-VERIFICA-RERUN-EXIT.
           EXIT.
       END PROGRAM REPOLOTE.

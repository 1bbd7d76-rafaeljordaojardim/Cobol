      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: FECHAMENTO CONTABIL MENSAL - O CTBLOTE VALIDA O
      *          LANCTOS E IMPRIME O BALANCETE, MAS NADA LEVAVA SALDO
      *          DE UM MES PARA O OUTRO: CADA MES COMECAVA DO ZERO E
      *          NAO HAVIA BALANCO NEM DRE. ESTE STEP, RODADO NO
      *          FECHAMENTO DO MES DEPOIS DO CTBLOTE, LE OS LANCAMENTOS
      *          DO MES (AAAAMM) NO LANCTOS E GRAVA NO MESTRE SALDOCTB
      *          (LAYOUT SCTREC), POR CONTA DO PLANCTA, O SALDO DE
      *          ABERTURA (FECHAMENTO DO ULTIMO MES GRAVADO), DEBITOS,
      *          CREDITOS E SALDO DE FECHAMENTO. DO MESTRE SAEM DOIS
      *          RELATORIOS AGRUPADOS PELA NATUREZA D/C DO PLANCTA: O
      *          BALANCO PATRIMONIAL RELBPAT E A DEMONSTRACAO DO
      *          RESULTADO RELDRE (NO MES E ACUMULADO NO ANO).
      *
      *          CONTAS DO GRUPO 1 A 3 SAO PATRIMONIAIS; DO GRUPO 4 EM
      *          DIANTE SAO DE RESULTADO. NO FECHAMENTO DE DEZEMBRO O
      *          SALDO DE CADA CONTA DE RESULTADO E ZERADO CONTRA A
      *          CONTA 3101 LUCROS ACUMULADOS POR UM PAR DE PARTIDA
      *          DOBRADA DE ORIGEM CTBMES ANEXADO AO LANCTOS; ESSES
      *          LANCAMENTOS FICAM NA COLUNA SC-ENCERRAMENTO E NAO NO
      *          MOVIMENTO DO MES.
      *
      *          O MES E RECALCULADO INTEIRO A CADA EXECUCAO (REGISTRO
      *          REGRAVADO, ENCERRAMENTO SO DA DIFERENCA AINDA NAO
      *          LANCADA), ENTAO REPETIR O FECHAMENTO DEPOIS DE UM
      *          LANCAMENTO ATRASADO NAO DUPLICA SALDO. PERIODO NO SYSIN
      *          (AAAAMM, OU 'ANTERIOR' PARA O MES QUE ACABOU); EM
      *          BRANCO = MES CORRENTE. LANCAMENTO COM CONTA FORA DO
      *          PLANO NAO ENTRA NO MESTRE E O STEP TERMINA COM
      *          RC-AVISO, ASSIM COMO BALANCO QUE NAO FECHA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMA PROTECAO DE REEXECUCAO
      *                (REGEXEC), ESTATISTICAS (GRVSTAT) E CATALOGO DE
      *                GERACOES (GERACAO) DO CTBLOTE.
      * 15/10/2026 RJJ LANREC GANHOU LN-AJUSTE/LN-DATA-ORIGINAL; O PAR
      *                DE ENCERRAMENTO SAI COM OS DOIS EM BRANCO/ZERO E
      *                NAO PASSA PELA TRAVA DE PERIODO FECHADO PERCHK -
      *                ELE E O PROPRIO FECHAMENTO DO EXERCICIO, QUE A
      *                CONTABILIDADE RODA ANTES DE FECHAR DEZEMBRO NO
      *                PERMAINT. LANCAMENTO REDIRECIONADO ENTRA NO MES
      *                DA DATA NOVA.
      * 15/10/2026 RJJ SYSIN 'ANTERIOR' FECHA O MES ANTERIOR AO DA
      *                RODADA. O PLANJOB PASSA A RODAR O CTBMES NO
      *                PRIMEIRO DIA UTIL DO MES COM 'ANTERIOR', EM VEZ
      *                DO ULTIMO DIA UTIL COM O MES CORRENTE - OS
      *                LANCAMENTOS DATADOS DEPOIS DO ULTIMO DIA UTIL
      *                (APROPRIACAO DE FIM DE SEMANA, REDIRECIONAMENTO
      *                DO PERCHK) FICAVAM FORA DO SALDOCTB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANCTA ASSIGN TO "PLANCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANCTA-STATUS.
           SELECT LANCTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCTOS-STATUS.
           SELECT SALDOCTB ASSIGN TO "SALDOCTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WS-SALDOCTB-STATUS.
           SELECT RELBPAT ASSIGN TO "RELBPAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELDRE  ASSIGN TO "RELDRE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANCTA.
       01  PLANCTA-REC.
           05 PC-CONTA       PIC 9(004).
           05 PC-NOME        PIC X(030).
           05 PC-NATUREZA    PIC X(001).
       FD  LANCTOS.
       COPY LANREC.
       FD  SALDOCTB.
       COPY SCTREC.
       FD  RELBPAT.
       01  REL-LINHA PIC X(090).
       FD  RELDRE.
       01  DRE-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY STATCOM.
       COPY GERCOM.
       COPY REGCOM.
       01 AREA-CONTROLE.
           05 WS-PLANCTA-STATUS  PIC X(002) VALUE '00'.
           05 WS-LANCTOS-STATUS  PIC X(002) VALUE '00'.
           05 WS-SALDOCTB-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-PLANCTA     PIC X(001) VALUE 'N'.
               88 FIM-PLANCTA        VALUE 'S'.
           05 WS-FIM-LANCTOS     PIC X(001) VALUE 'N'.
               88 FIM-LANCTOS        VALUE 'S'.
           05 WS-FIM-SALDOCTB    PIC X(001) VALUE 'N'.
               88 FIM-SALDOCTB       VALUE 'S'.
           05 WS-CONTA-ACHADA    PIC X(001) VALUE 'N'.
               88 CONTA-ACHADA       VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA    VALUE 'S'.
           05 WS-AVISO           PIC X(001) VALUE 'N'.
               88 HOUVE-AVISO        VALUE 'S'.
           05 WS-LANCTOS-NO-AR   PIC X(001) VALUE 'N'.
               88 LANCTOS-NO-AR      VALUE 'S'.
      *PERIODO DO FECHAMENTO (SYSIN AAAAMM, 'ANTERIOR' = MES ANTERIOR,
      *BRANCO = MES CORRENTE)
       01 AREA-PERIODO.
           05 WRK-PERIODO-X      PIC X(008) VALUE SPACES.
           05 WRK-PERIODO        PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-PERIODO.
               10 WRK-PER-ANO    PIC 9(004).
               10 WRK-PER-MES    PIC 9(002).
               88 MES-DE-ENCERRAMENTO VALUE 12.
           05 WRK-INICIO-ANO     PIC 9(006) VALUE ZEROS.
           05 WRK-DATA-LN        PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-DATA-LN.
               10 WRK-LN-ANOMES  PIC 9(006).
               10 WRK-LN-DIA     PIC 9(002).
      *CONTA QUE RECEBE O RESULTADO NO ENCERRAMENTO DO EXERCICIO
       01 WRK-CONTA-LUCROS       PIC 9(004) VALUE 3101.
       01 WRK-GRUPO              PIC 9(001) VALUE ZEROS.
           88 GRUPO-RESULTADO         VALUE 4 THRU 9.
       01 WRK-NATUREZA-SEL       PIC X(001) VALUE SPACE.
      *PLANO DE CONTAS COM OS ACUMULADORES DO MES
       01 AREA-PLANO.
           05 CTA-QTDE           PIC 9(003) VALUE ZEROS.
           05 CTA-ENTRADA OCCURS 101 TIMES.
               10 TAB-CONTA      PIC 9(004).
               10 TAB-NOME       PIC X(030).
               10 TAB-NATUREZA   PIC X(001).
               10 TAB-SALDO-INI  PIC S9(013)V99.
               10 TAB-DEBITOS    PIC S9(013)V99.
               10 TAB-CREDITOS   PIC S9(013)V99.
               10 TAB-ENCERRA    PIC S9(013)V99.
               10 TAB-SALDO-FIM  PIC S9(013)V99.
               10 TAB-ACUM-ANO   PIC S9(013)V99.
           05 IX-CTA             PIC 9(003) VALUE ZEROS.
           05 IX-LUCROS          PIC 9(003) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-LANCAMENTOS    PIC 9(007) VALUE ZEROS.
           05 CNT-DO-MES         PIC 9(007) VALUE ZEROS.
           05 CNT-ORFAOS         PIC 9(007) VALUE ZEROS.
           05 CNT-GRAVADOS       PIC 9(007) VALUE ZEROS.
           05 CNT-ENCERRADAS     PIC 9(007) VALUE ZEROS.
           05 WRK-PENDENTE       PIC S9(013)V99 VALUE ZEROS.
           05 WRK-VALOR-NAT      PIC S9(013)V99 VALUE ZEROS.
           05 TOT-DEVEDORAS      PIC S9(013)V99 VALUE ZEROS.
           05 TOT-CREDORAS       PIC S9(013)V99 VALUE ZEROS.
           05 TOT-RESULT-ABERTO  PIC S9(013)V99 VALUE ZEROS.
           05 TOT-RECEITA-MES    PIC S9(013)V99 VALUE ZEROS.
           05 TOT-RECEITA-ANO    PIC S9(013)V99 VALUE ZEROS.
           05 TOT-DESPESA-MES    PIC S9(013)V99 VALUE ZEROS.
           05 TOT-DESPESA-ANO    PIC S9(013)V99 VALUE ZEROS.
           05 WRK-DIFERENCA      PIC S9(013)V99 VALUE ZEROS.
       01 WRK-CONT-EDT           PIC Z(6)9.
       01 WRK-VALOR-EDT          PIC -Z(12)9.99.
       01 REL-CABECALHO-BP.
           05 FILLER   PIC X(035) VALUE
               'BALANCO PATRIMONIAL - POSICAO EM '.
           05 CABBP-MES PIC 9(002).
           05 FILLER   PIC X(001) VALUE '/'.
           05 CABBP-ANO PIC 9(004).
       01 REL-CABECALHO-DRE.
           05 FILLER   PIC X(035) VALUE
               'DEMONSTRACAO DO RESULTADO - MES '.
           05 CABDRE-MES PIC 9(002).
           05 FILLER   PIC X(001) VALUE '/'.
           05 CABDRE-ANO PIC 9(004).
       01 REL-COLUNAS-BP.
           05 FILLER   PIC X(006) VALUE 'CONTA '.
           05 FILLER   PIC X(031) VALUE 'NOME'.
           05 FILLER   PIC X(017) VALUE '            SALDO'.
       01 REL-COLUNAS-DRE.
           05 FILLER   PIC X(006) VALUE 'CONTA '.
           05 FILLER   PIC X(031) VALUE 'NOME'.
           05 FILLER   PIC X(017) VALUE '           NO MES'.
           05 FILLER   PIC X(001) VALUE SPACE.
           05 FILLER   PIC X(017) VALUE '           NO ANO'.
       01 REL-DETALHE.
           05 DET-CONTA     PIC 9(004).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-NOME      PIC X(030).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-VALOR     PIC -Z(12)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-VALOR-ANO PIC -Z(12)9.99.
       01 REL-TOTAL.
           05 TOT-ROTULO    PIC X(037).
           05 TOT-VALOR     PIC -Z(12)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 TOT-VALOR-ANO PIC -Z(12)9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-VERIFICA-RERUN
           IF EXECUCAO-JA-FEITA
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZA
               IF NOT RODADA-ABORTADA
                   PERFORM 2000-PROCESSA UNTIL FIM-LANCTOS
                   PERFORM 2500-SALDOS-ANTERIORES
                   IF MES-DE-ENCERRAMENTO
                       PERFORM 2600-ENCERRA-EXERCICIO
                   END-IF
                   PERFORM 2700-GRAVA-SALDOS
                   PERFORM 2800-ACUMULA-ANO
                   PERFORM 3100-BALANCO
                   PERFORM 3200-RESULTADO
               END-IF
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *LE O PERIODO, CARREGA O PLANO E ABRE LANCTOS E SALDOCTB
       1000-INICIALIZA SECTION.
           MOVE 'CTBMES  ' TO EST-PROGRAMA.
           ACCEPT EST-DATA FROM DATE YYYYMMDD.
           ACCEPT EST-HORA-INICIO FROM TIME.
           ACCEPT WRK-PERIODO-X.
           EVALUATE TRUE
               WHEN WRK-PERIODO-X = 'ANTERIOR'
                   MOVE EST-DATA(1:6) TO WRK-PERIODO
                   IF WRK-PER-MES = 1
                       SUBTRACT 1 FROM WRK-PER-ANO
                       MOVE 12 TO WRK-PER-MES
                   ELSE
                       SUBTRACT 1 FROM WRK-PER-MES
                   END-IF
               WHEN WRK-PERIODO-X(1:6) IS NUMERIC
                AND WRK-PERIODO-X(7:2) = SPACES
                AND WRK-PERIODO-X(1:6) NOT = '000000'
                   MOVE WRK-PERIODO-X(1:6) TO WRK-PERIODO
               WHEN OTHER
                   MOVE EST-DATA(1:6) TO WRK-PERIODO
           END-EVALUATE.
           IF WRK-PER-MES < 1 OR WRK-PER-MES > 12
               DISPLAY 'CTBMES: PERIODO INVALIDO ' WRK-PERIODO
                   ' - INFORME AAAAMM'
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           COMPUTE WRK-INICIO-ANO = WRK-PER-ANO * 100 + 1.
           DISPLAY 'CTBMES: FECHAMENTO DO PERIODO ' WRK-PERIODO.
           OPEN INPUT PLANCTA.
           IF WS-PLANCTA-STATUS NOT = '00'
               DISPLAY 'CTBMES: PLANCTA INDISPONIVEL - STATUS '
                   WS-PLANCTA-STATUS ' - USE O CTAMAINT'
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM UNTIL FIM-PLANCTA OR CTA-QTDE >= 100
               READ PLANCTA
                   AT END
                       SET FIM-PLANCTA TO TRUE
                   NOT AT END
                       ADD 1 TO CTA-QTDE
                       MOVE PC-CONTA    TO TAB-CONTA(CTA-QTDE)
                       MOVE PC-NOME     TO TAB-NOME(CTA-QTDE)
                       MOVE PC-NATUREZA TO TAB-NATUREZA(CTA-QTDE)
                       IF PC-CONTA = WRK-CONTA-LUCROS
                           MOVE CTA-QTDE TO IX-LUCROS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANCTA.
           IF IX-LUCROS = ZEROS
               ADD 1 TO CTA-QTDE
               MOVE CTA-QTDE TO IX-LUCROS
               MOVE WRK-CONTA-LUCROS    TO TAB-CONTA(CTA-QTDE)
               MOVE 'LUCROS ACUMULADOS' TO TAB-NOME(CTA-QTDE)
               MOVE 'C'                 TO TAB-NATUREZA(CTA-QTDE)
               DISPLAY 'CTBMES: CONTA ' WRK-CONTA-LUCROS
                   ' FORA DO PLANCTA - INCLUA NO CTAMAINT'
               IF MES-DE-ENCERRAMENTO
                   SET HOUVE-AVISO TO TRUE
               END-IF
           END-IF.
           PERFORM VARYING IX-CTA FROM 1 BY 1 UNTIL IX-CTA > CTA-QTDE
               MOVE ZEROS TO TAB-SALDO-INI(IX-CTA)
               MOVE ZEROS TO TAB-DEBITOS(IX-CTA)
               MOVE ZEROS TO TAB-CREDITOS(IX-CTA)
               MOVE ZEROS TO TAB-ENCERRA(IX-CTA)
               MOVE ZEROS TO TAB-SALDO-FIM(IX-CTA)
               MOVE ZEROS TO TAB-ACUM-ANO(IX-CTA)
           END-PERFORM.
           OPEN I-O SALDOCTB.
           IF WS-SALDOCTB-STATUS = '35'
               OPEN OUTPUT SALDOCTB
               CLOSE SALDOCTB
               OPEN I-O SALDOCTB
           END-IF.
           IF WS-SALDOCTB-STATUS NOT = '00'
               DISPLAY 'CTBMES: SALDOCTB INDISPONIVEL - STATUS '
                   WS-SALDOCTB-STATUS
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT LANCTOS.
           IF WS-LANCTOS-STATUS NOT = '00'
               DISPLAY 'CTBMES: LANCTOS SEM LANCAMENTOS - STATUS '
                   WS-LANCTOS-STATUS
               SET FIM-LANCTOS TO TRUE
           ELSE
               SET LANCTOS-NO-AR TO TRUE
           END-IF.
           OPEN OUTPUT RELBPAT.
           OPEN OUTPUT RELDRE.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
       1000-INICIALIZA-EXIT.
           EXIT.
      *ACUMULA UM LANCAMENTO DO MES NA CONTA DO PLANO - O ENCERRAMENTO
      *(ORIGEM CTBMES) VAI PARA A COLUNA PROPRIA, NO SENTIDO DEVEDOR
       2000-PROCESSA SECTION.
           READ LANCTOS
               AT END
                   SET FIM-LANCTOS TO TRUE
                   CLOSE LANCTOS
                   MOVE 'N' TO WS-LANCTOS-NO-AR
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           ADD 1 TO CNT-LANCAMENTOS.
           MOVE LN-DATA TO WRK-DATA-LN.
           IF WRK-LN-ANOMES NOT = WRK-PERIODO
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           ADD 1 TO CNT-DO-MES.
           PERFORM 2100-PROCURA-CONTA.
           IF NOT CONTA-ACHADA
               ADD 1 TO CNT-ORFAOS
               SET HOUVE-AVISO TO TRUE
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN LN-ORIGEM = 'CTBMES  ' AND LN-DEBITO
                   ADD LN-VALOR TO TAB-ENCERRA(IX-CTA)
               WHEN LN-ORIGEM = 'CTBMES  '
                   SUBTRACT LN-VALOR FROM TAB-ENCERRA(IX-CTA)
               WHEN LN-DEBITO
                   ADD LN-VALOR TO TAB-DEBITOS(IX-CTA)
               WHEN OTHER
                   ADD LN-VALOR TO TAB-CREDITOS(IX-CTA)
           END-EVALUATE.
       2000-PROCESSA-EXIT.
           EXIT.
      *PROCURA A CONTA DO LANCAMENTO NO PLANO CARREGADO
       2100-PROCURA-CONTA SECTION.
           MOVE 'N' TO WS-CONTA-ACHADA.
           PERFORM VARYING IX-CTA FROM 1 BY 1
                   UNTIL IX-CTA > CTA-QTDE OR CONTA-ACHADA
               IF TAB-CONTA(IX-CTA) = LN-CONTA-CTB
                   SET CONTA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF CONTA-ACHADA
               SUBTRACT 1 FROM IX-CTA
           END-IF.
       2100-PROCURA-CONTA-EXIT.
           EXIT.
      *SALDO DE ABERTURA = FECHAMENTO DO ULTIMO MES ANTERIOR GRAVADO
       2500-SALDOS-ANTERIORES SECTION.
           PERFORM VARYING IX-CTA FROM 1 BY 1 UNTIL IX-CTA > CTA-QTDE
               MOVE 'N' TO WS-FIM-SALDOCTB
               MOVE TAB-CONTA(IX-CTA) TO SC-CONTA-CTB
               MOVE ZEROS TO SC-ANOMES
               START SALDOCTB KEY >= SC-CHAVE
                   INVALID KEY
                       SET FIM-SALDOCTB TO TRUE
               END-START
               PERFORM UNTIL FIM-SALDOCTB
                   READ SALDOCTB NEXT
                       AT END
                           SET FIM-SALDOCTB TO TRUE
                       NOT AT END
                           IF SC-CONTA-CTB NOT = TAB-CONTA(IX-CTA)
                              OR SC-ANOMES NOT < WRK-PERIODO
                               SET FIM-SALDOCTB TO TRUE
                           ELSE
                               MOVE SC-SALDO-FINAL
                                   TO TAB-SALDO-INI(IX-CTA)
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.
       2500-SALDOS-ANTERIORES-EXIT.
           EXIT.
      *DEZEMBRO: ZERA CADA CONTA DE RESULTADO CONTRA LUCROS ACUMULADOS
      *- SO A PARTE AINDA NAO ENCERRADA, PARA O RECALCULO DO MES NAO
      *ENCERRAR DUAS VEZES
       2600-ENCERRA-EXERCICIO SECTION.
           OPEN EXTEND LANCTOS.
           IF WS-LANCTOS-STATUS = '35'
               OPEN OUTPUT LANCTOS
           END-IF.
           IF WS-LANCTOS-STATUS NOT = '00'
               DISPLAY 'CTBMES: LANCTOS INDISPONIVEL - STATUS '
                   WS-LANCTOS-STATUS ' - ENCERRAMENTO NAO LANCADO'
               SET HOUVE-AVISO TO TRUE
               GO TO 2600-ENCERRA-EXERCICIO-EXIT
           END-IF.
           COMPUTE LN-DATA = WRK-PERIODO * 100 + 31.
           MOVE 'CTBMES  ' TO LN-ORIGEM.
           MOVE 'ENCERRAMENTO DO EXERCICIO' TO LN-HISTORICO.
           MOVE SPACE TO LN-AJUSTE.
           MOVE ZEROS TO LN-DATA-ORIGINAL.
           PERFORM VARYING IX-CTA FROM 1 BY 1 UNTIL IX-CTA > CTA-QTDE
               DIVIDE TAB-CONTA(IX-CTA) BY 1000 GIVING WRK-GRUPO
               IF GRUPO-RESULTADO
                   COMPUTE WRK-PENDENTE = TAB-SALDO-INI(IX-CTA)
                       + TAB-DEBITOS(IX-CTA) - TAB-CREDITOS(IX-CTA)
                       + TAB-ENCERRA(IX-CTA)
                   IF WRK-PENDENTE NOT = ZEROS
                       PERFORM 2650-LANCA-ENCERRAMENTO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LANCTOS.
       2600-ENCERRA-EXERCICIO-EXIT.
           EXIT.
      *UM PAR D/C: SALDO DEVEDOR (DESPESA) SAI A CREDITO DA CONTA E A
      *DEBITO DE LUCROS ACUMULADOS; SALDO CREDOR (RECEITA) AO CONTRARIO
       2650-LANCA-ENCERRAMENTO SECTION.
           ADD 1 TO CNT-ENCERRADAS.
           SUBTRACT WRK-PENDENTE FROM TAB-ENCERRA(IX-CTA).
           ADD WRK-PENDENTE TO TAB-ENCERRA(IX-LUCROS).
           IF WRK-PENDENTE > ZEROS
               MOVE WRK-PENDENTE TO LN-VALOR
               MOVE WRK-CONTA-LUCROS TO LN-CONTA-CTB
               MOVE 'D' TO LN-TIPO
               WRITE LANCTO-REC
               MOVE TAB-CONTA(IX-CTA) TO LN-CONTA-CTB
               MOVE 'C' TO LN-TIPO
               WRITE LANCTO-REC
           ELSE
               COMPUTE LN-VALOR = 0 - WRK-PENDENTE
               MOVE TAB-CONTA(IX-CTA) TO LN-CONTA-CTB
               MOVE 'D' TO LN-TIPO
               WRITE LANCTO-REC
               MOVE WRK-CONTA-LUCROS TO LN-CONTA-CTB
               MOVE 'C' TO LN-TIPO
               WRITE LANCTO-REC
           END-IF.
       2650-LANCA-ENCERRAMENTO-EXIT.
           EXIT.
      *GRAVA (OU REGRAVA, NO RECALCULO) O REGISTRO CONTA+MES
       2700-GRAVA-SALDOS SECTION.
           PERFORM VARYING IX-CTA FROM 1 BY 1 UNTIL IX-CTA > CTA-QTDE
               COMPUTE TAB-SALDO-FIM(IX-CTA) = TAB-SALDO-INI(IX-CTA)
                   + TAB-DEBITOS(IX-CTA) - TAB-CREDITOS(IX-CTA)
                   + TAB-ENCERRA(IX-CTA)
               MOVE TAB-CONTA(IX-CTA) TO SC-CONTA-CTB
               MOVE WRK-PERIODO       TO SC-ANOMES
               READ SALDOCTB
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE TAB-SALDO-INI(IX-CTA) TO SC-SALDO-INICIAL
               MOVE TAB-DEBITOS(IX-CTA)   TO SC-DEBITOS
               MOVE TAB-CREDITOS(IX-CTA)  TO SC-CREDITOS
               MOVE TAB-ENCERRA(IX-CTA)   TO SC-ENCERRAMENTO
               MOVE TAB-SALDO-FIM(IX-CTA) TO SC-SALDO-FINAL
               IF WS-SALDOCTB-STATUS = '00'
                   REWRITE SALDOCTB-REC
                   ADD 1 TO CNT-GRAVADOS
               ELSE
                   IF TAB-SALDO-INI(IX-CTA) NOT = ZEROS
                      OR TAB-DEBITOS(IX-CTA) NOT = ZEROS
                      OR TAB-CREDITOS(IX-CTA) NOT = ZEROS
                      OR TAB-ENCERRA(IX-CTA) NOT = ZEROS
                       MOVE TAB-CONTA(IX-CTA) TO SC-CONTA-CTB
                       MOVE WRK-PERIODO       TO SC-ANOMES
                       WRITE SALDOCTB-REC
                       ADD 1 TO CNT-GRAVADOS
                   END-IF
               END-IF
           END-PERFORM.
       2700-GRAVA-SALDOS-EXIT.
           EXIT.
      *MOVIMENTO ACUMULADO NO ANO DAS CONTAS DE RESULTADO (JANEIRO ATE
      *O MES DO FECHAMENTO, SEM O ENCERRAMENTO), NO SENTIDO DEVEDOR
       2800-ACUMULA-ANO SECTION.
           PERFORM VARYING IX-CTA FROM 1 BY 1 UNTIL IX-CTA > CTA-QTDE
               DIVIDE TAB-CONTA(IX-CTA) BY 1000 GIVING WRK-GRUPO
               IF GRUPO-RESULTADO
                   MOVE 'N' TO WS-FIM-SALDOCTB
                   MOVE TAB-CONTA(IX-CTA) TO SC-CONTA-CTB
                   MOVE WRK-INICIO-ANO    TO SC-ANOMES
                   START SALDOCTB KEY >= SC-CHAVE
                       INVALID KEY
                           SET FIM-SALDOCTB TO TRUE
                   END-START
                   PERFORM UNTIL FIM-SALDOCTB
                       READ SALDOCTB NEXT
                           AT END
                               SET FIM-SALDOCTB TO TRUE
                           NOT AT END
                               IF SC-CONTA-CTB NOT = TAB-CONTA(IX-CTA)
                                  OR SC-ANOMES > WRK-PERIODO
                                   SET FIM-SALDOCTB TO TRUE
                               ELSE
                                   ADD SC-DEBITOS
                                       TO TAB-ACUM-ANO(IX-CTA)
                                   SUBTRACT SC-CREDITOS
                                       FROM TAB-ACUM-ANO(IX-CTA)
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-PERFORM.
       2800-ACUMULA-ANO-EXIT.
           EXIT.
      *BALANCO PATRIMONIAL: CONTAS DOS GRUPOS 1 A 3 SEPARADAS PELA
      *NATUREZA, COM O RESULTADO AINDA NAO ENCERRADO DO LADO CREDOR
       3100-BALANCO SECTION.
           MOVE WRK-PER-MES TO CABBP-MES.
           MOVE WRK-PER-ANO TO CABBP-ANO.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-BP.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IX-CTA FROM 1 BY 1 UNTIL IX-CTA > CTA-QTDE
               DIVIDE TAB-CONTA(IX-CTA) BY 1000 GIVING WRK-GRUPO
               IF GRUPO-RESULTADO
                   SUBTRACT TAB-SALDO-FIM(IX-CTA) FROM TOT-RESULT-ABERTO
               END-IF
           END-PERFORM.
           MOVE 'CONTAS DE NATUREZA DEVEDORA (ATIVO)' TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-COLUNAS-BP.
           MOVE 'D' TO WRK-NATUREZA-SEL.
           PERFORM 3150-LISTA-PATRIMONIAIS.
           MOVE SPACES TO REL-TOTAL.
           MOVE 'TOTAL DAS CONTAS DEVEDORAS' TO TOT-ROTULO.
           MOVE TOT-DEVEDORAS TO TOT-VALOR.
           WRITE REL-LINHA FROM REL-TOTAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CONTAS DE NATUREZA CREDORA (PASSIVO E PATRIMONIO)'
               TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-COLUNAS-BP.
           MOVE 'C' TO WRK-NATUREZA-SEL.
           PERFORM 3150-LISTA-PATRIMONIAIS.
           MOVE SPACES TO REL-DETALHE.
           MOVE 'RESULTADO DO EXERCICIO' TO DET-NOME.
           MOVE TOT-RESULT-ABERTO TO DET-VALOR.
           WRITE REL-LINHA FROM REL-DETALHE.
           ADD TOT-RESULT-ABERTO TO TOT-CREDORAS.
           MOVE SPACES TO REL-TOTAL.
           MOVE 'TOTAL DAS CONTAS CREDORAS' TO TOT-ROTULO.
           MOVE TOT-CREDORAS TO TOT-VALOR.
           WRITE REL-LINHA FROM REL-TOTAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           COMPUTE WRK-DIFERENCA = TOT-DEVEDORAS - TOT-CREDORAS.
           IF WRK-DIFERENCA = ZEROS
               MOVE 'BALANCO FECHADO - DEVEDORAS = CREDORAS'
                   TO REL-LINHA
           ELSE
               SET HOUVE-AVISO TO TRUE
               MOVE WRK-DIFERENCA TO WRK-VALOR-EDT
               STRING 'BALANCO NAO FECHA - DIFERENCA '
                   WRK-VALOR-EDT DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
       3100-BALANCO-EXIT.
           EXIT.
      *LISTA AS CONTAS PATRIMONIAIS DA NATUREZA PEDIDA NO SENTIDO DA
      *NATUREZA
       3150-LISTA-PATRIMONIAIS SECTION.
           PERFORM VARYING IX-CTA FROM 1 BY 1 UNTIL IX-CTA > CTA-QTDE
               DIVIDE TAB-CONTA(IX-CTA) BY 1000 GIVING WRK-GRUPO
               IF NOT GRUPO-RESULTADO
                  AND TAB-NATUREZA(IX-CTA) = WRK-NATUREZA-SEL
                   IF TAB-NATUREZA(IX-CTA) = 'C'
                       COMPUTE WRK-VALOR-NAT =
                           0 - TAB-SALDO-FIM(IX-CTA)
                       ADD WRK-VALOR-NAT TO TOT-CREDORAS
                   ELSE
                       MOVE TAB-SALDO-FIM(IX-CTA) TO WRK-VALOR-NAT
                       ADD WRK-VALOR-NAT TO TOT-DEVEDORAS
                   END-IF
                   MOVE SPACES TO REL-DETALHE
                   MOVE TAB-CONTA(IX-CTA) TO DET-CONTA
                   MOVE TAB-NOME(IX-CTA)  TO DET-NOME
                   MOVE WRK-VALOR-NAT     TO DET-VALOR
                   WRITE REL-LINHA FROM REL-DETALHE
               END-IF
           END-PERFORM.
       3150-LISTA-PATRIMONIAIS-EXIT.
           EXIT.
      *DRE: RECEITAS (RESULTADO CREDOR) E DESPESAS (RESULTADO DEVEDOR)
      *NO MES E NO ANO, E O RESULTADO LIQUIDO
       3200-RESULTADO SECTION.
           MOVE WRK-PER-MES TO CABDRE-MES.
           MOVE WRK-PER-ANO TO CABDRE-ANO.
           WRITE DRE-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE DRE-LINHA FROM REL-CABECALHO-DRE.
           MOVE SPACES TO DRE-LINHA.
           WRITE DRE-LINHA.
           MOVE 'RECEITAS (NATUREZA CREDORA)' TO DRE-LINHA.
           WRITE DRE-LINHA.
           WRITE DRE-LINHA FROM REL-COLUNAS-DRE.
           MOVE 'C' TO WRK-NATUREZA-SEL.
           PERFORM 3250-LISTA-RESULTADO.
           MOVE SPACES TO REL-TOTAL.
           MOVE 'TOTAL DAS RECEITAS' TO TOT-ROTULO.
           MOVE TOT-RECEITA-MES TO TOT-VALOR.
           MOVE TOT-RECEITA-ANO TO TOT-VALOR-ANO.
           WRITE DRE-LINHA FROM REL-TOTAL.
           MOVE SPACES TO DRE-LINHA.
           WRITE DRE-LINHA.
           MOVE 'DESPESAS (NATUREZA DEVEDORA)' TO DRE-LINHA.
           WRITE DRE-LINHA.
           WRITE DRE-LINHA FROM REL-COLUNAS-DRE.
           MOVE 'D' TO WRK-NATUREZA-SEL.
           PERFORM 3250-LISTA-RESULTADO.
           MOVE SPACES TO REL-TOTAL.
           MOVE 'TOTAL DAS DESPESAS' TO TOT-ROTULO.
           MOVE TOT-DESPESA-MES TO TOT-VALOR.
           MOVE TOT-DESPESA-ANO TO TOT-VALOR-ANO.
           WRITE DRE-LINHA FROM REL-TOTAL.
           MOVE SPACES TO DRE-LINHA.
           WRITE DRE-LINHA.
           MOVE SPACES TO REL-TOTAL.
           MOVE 'RESULTADO LIQUIDO (RECEITAS - DESPESAS)' TO TOT-ROTULO.
           COMPUTE TOT-VALOR = TOT-RECEITA-MES - TOT-DESPESA-MES.
           COMPUTE TOT-VALOR-ANO = TOT-RECEITA-ANO - TOT-DESPESA-ANO.
           WRITE DRE-LINHA FROM REL-TOTAL.
       3200-RESULTADO-EXIT.
           EXIT.
      *LISTA AS CONTAS DE RESULTADO DA NATUREZA PEDIDA NO SENTIDO DA
      *NATUREZA - MES = DEBITOS - CREDITOS DO MES, ANO = ACUMULADO
       3250-LISTA-RESULTADO SECTION.
           PERFORM VARYING IX-CTA FROM 1 BY 1 UNTIL IX-CTA > CTA-QTDE
               DIVIDE TAB-CONTA(IX-CTA) BY 1000 GIVING WRK-GRUPO
               IF GRUPO-RESULTADO
                  AND TAB-NATUREZA(IX-CTA) = WRK-NATUREZA-SEL
                   COMPUTE WRK-VALOR-NAT =
                       TAB-DEBITOS(IX-CTA) - TAB-CREDITOS(IX-CTA)
                   MOVE SPACES TO REL-DETALHE
                   MOVE TAB-CONTA(IX-CTA) TO DET-CONTA
                   MOVE TAB-NOME(IX-CTA)  TO DET-NOME
                   IF TAB-NATUREZA(IX-CTA) = 'C'
                       COMPUTE DET-VALOR = 0 - WRK-VALOR-NAT
                       COMPUTE DET-VALOR-ANO =
                           0 - TAB-ACUM-ANO(IX-CTA)
                       SUBTRACT WRK-VALOR-NAT FROM TOT-RECEITA-MES
                       SUBTRACT TAB-ACUM-ANO(IX-CTA)
                           FROM TOT-RECEITA-ANO
                   ELSE
                       MOVE WRK-VALOR-NAT TO DET-VALOR
                       MOVE TAB-ACUM-ANO(IX-CTA) TO DET-VALOR-ANO
                       ADD WRK-VALOR-NAT TO TOT-DESPESA-MES
                       ADD TAB-ACUM-ANO(IX-CTA) TO TOT-DESPESA-ANO
                   END-IF
                   WRITE DRE-LINHA FROM REL-DETALHE
               END-IF
           END-PERFORM.
       3250-LISTA-RESULTADO-EXIT.
           EXIT.
      *FECHA OS ARQUIVOS, RESUME NO CONSOLE E CATALOGA OS RELATORIOS
       3000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 3000-FINALIZA-GRAVA-ESTAT
           END-IF.
           CLOSE SALDOCTB.
           CLOSE RELBPAT.
           CLOSE RELDRE.
           IF HOUVE-AVISO
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           MOVE 'RELBPAT ' TO GER-ORIGEM.
           MOVE EST-DATA TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
           MOVE 'RELDRE  ' TO GER-ORIGEM.
           MOVE EST-DATA TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
       3000-FINALIZA-GRAVA-ESTAT.
           MOVE CNT-LANCAMENTOS TO EST-LIDOS.
           MOVE CNT-GRAVADOS    TO EST-GRAVADOS.
           MOVE CNT-ORFAOS      TO EST-REJEITADOS.
           MOVE RETURN-CODE     TO EST-RC.
           CALL 'GRVSTAT' USING AREA-ESTAT-EXEC.
           MOVE CNT-DO-MES TO WRK-CONT-EDT.
           DISPLAY 'CTBMES: ' WRK-CONT-EDT ' LANCAMENTOS NO MES, '
               CNT-GRAVADOS ' SALDOS GRAVADOS, '
               CNT-ENCERRADAS ' CONTAS ENCERRADAS, '
               CNT-ORFAOS ' FORA DO PLANO'.
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
           MOVE 'CTBMES  ' TO REG-PROGRAMA.
           ACCEPT REG-DATA FROM DATE YYYYMMDD.
           MOVE RETURN-CODE TO REG-RC.
           CALL 'REGEXEC' USING AREA-REGEXEC.
           IF EXECUCAO-JA-FEITA
               DISPLAY 'CTBMES JA EXECUTADO PARA A DATA '
                   REG-DATA ' - USE RUNPARM-FORCA-RERUN'
           END-IF.
       0500-VERIFICA-RERUN-EXIT.
           EXIT.
       END PROGRAM CTBMES.

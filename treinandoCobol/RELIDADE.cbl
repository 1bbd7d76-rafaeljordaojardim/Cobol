      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: RELATORIO SEMANAL DE IDADE E FECHAMENTO DAS ORDENS DE
      *          REMEDICAO DO ORDSERV. O GERORDEM ABRE AS ORDENS E O
      *          ORDMAINT/CALCAREA AS FECHAM; AQUI SE VE QUANTO TEMPO
      *          ELAS FICAM ABERTAS E QUEM ESTA ATRASANDO:
      *          1 - ORDENS ABERTAS POR FAIXA DE IDADE (0-7, 8-30,
      *              31-90 E MAIS DE 90 DIAS DESDE OS-DATA-GERACAO),
      *              POR PRIORIDADE E POR OPERADOR ATRIBUIDO. OPERADOR
      *              COM MAIS ORDENS ABERTAS QUE RUNPARM-LIMITE-OS
      *              (PADRAO 20) SAI SINALIZADO;
      *          2 - ORDENS FECHADAS NA SEMANA (OS ULTIMOS 7 DIAS ATE
      *              HOJE), POR PRIORIDADE E POR OPERADOR, COM A MEDIA
      *              DE DIAS ENTRE A GERACAO E O FECHAMENTO;
      *          3 - ORDENS FECHADAS QUE FORAM REABERTAS: LOTE CUJA
      *              ORDEM FECHOU E GANHOU ORDEM NOVA NUMA RODADA
      *              POSTERIOR DO GERORDEM.
      *          RC-AVISO SE ALGUM OPERADOR PASSOU DO LIMITE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ORDSERV ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WS-ORDSERV-STATUS.
           SELECT RELIDADE ASSIGN TO "RELIDADE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDADSORT ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
       COPY RUNPARM.
       FD  ORDSERV.
       COPY ORDREC.
       FD  RELIDADE.
       01  REL-LINHA PIC X(100).
       SD  IDADSORT.
       01  IDS-REC.
           05 IDS-LOTE           PIC 9(006).
           05 IDS-NUMERO         PIC 9(005).
           05 IDS-SITUACAO       PIC X(001).
               88 IDS-FECHADA         VALUE 'F'.
           05 IDS-DATA-GERACAO   PIC 9(008).
           05 IDS-DATA-FECHO     PIC 9(008).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-RUNCTL-STATUS   PIC X(002) VALUE '00'.
           05 WS-ORDSERV-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-ORDSERV     PIC X(001) VALUE 'N'.
               88 FIM-ORDSERV         VALUE 'S'.
           05 WS-FIM-SORT        PIC X(001) VALUE 'N'.
               88 FIM-SORT            VALUE 'S'.
           05 WS-OPER-ACHADO     PIC X(001) VALUE 'N'.
               88 OPER-ACHADO         VALUE 'S'.
       01 AREA-PARAMETRO.
           05 WRK-LIMITE-OS      PIC 9(003) VALUE 20.
           05 WRK-DIAS-PERIODO   PIC 9(003) VALUE 7.
           05 WRK-JULIANO-HOJE   PIC 9(007) VALUE ZEROS.
           05 WRK-JULIANO-INI    PIC 9(007) VALUE ZEROS.
           05 WRK-JULIANO-FIM    PIC 9(007) VALUE ZEROS.
       01 AREA-CALCULO.
           05 WRK-DATA-INI       PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-FIM       PIC 9(008) VALUE ZEROS.
           05 WRK-DIAS           PIC 9(005) VALUE ZEROS.
           05 WRK-FAIXA          PIC 9(001) VALUE ZEROS.
           05 WRK-MEDIA          PIC 9(005)V9 VALUE ZEROS.
           05 IX-PRI             PIC 9(002) VALUE ZEROS.
           05 IX-FAI             PIC 9(001) VALUE ZEROS.
       01 AREA-PRIORIDADES.
           05 PRI-ENTRADA OCCURS 10 TIMES.
               10 TAB-PRI-FAIXA     PIC 9(005) OCCURS 4 TIMES.
               10 TAB-PRI-ABERTAS   PIC 9(005).
               10 TAB-PRI-FECHADAS  PIC 9(005).
               10 TAB-PRI-DIAS      PIC 9(007).
       01 AREA-OPERADORES.
           05 OPE-QTDE              PIC 9(002) VALUE ZEROS.
           05 OPE-ENTRADA OCCURS 50 TIMES.
               10 TAB-OPERADOR      PIC X(006).
               10 TAB-OPE-FAIXA     PIC 9(005) OCCURS 4 TIMES.
               10 TAB-OPE-ABERTAS   PIC 9(005).
               10 TAB-OPE-FECHADAS  PIC 9(005).
               10 TAB-OPE-DIAS      PIC 9(007).
           05 IX-OPE                PIC 9(002) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 TOT-FAIXA          PIC 9(007) OCCURS 4 TIMES.
           05 TOT-ABERTAS        PIC 9(007) VALUE ZEROS.
           05 TOT-FECHADAS       PIC 9(007) VALUE ZEROS.
           05 TOT-DIAS           PIC 9(009) VALUE ZEROS.
           05 CNT-LIDAS          PIC 9(007) VALUE ZEROS.
           05 CNT-OPER-ACIMA     PIC 9(005) VALUE ZEROS.
           05 CNT-OPER-FORA      PIC 9(007) VALUE ZEROS.
           05 CNT-REABERTAS      PIC 9(007) VALUE ZEROS.
       01 AREA-REABERTURA.
           05 QBR-LOTE           PIC 9(006) VALUE ZEROS.
           05 WRK-OS-FECHADA     PIC 9(005) VALUE ZEROS.
           05 WRK-DATA-FECHADA   PIC 9(008) VALUE ZEROS.
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
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(049) VALUE
               'IDADE E FECHAMENTO DAS ORDENS DE REMEDICAO - ATE '.
           05 CAB0-DATA PIC X(010).
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(010) VALUE SPACES.
           05 FILLER   PIC X(042) VALUE
               '    0-7   8-30  31-90    >90  TOTAL'.
       01 REL-IDADE.
           05 IDA-CHAVE     PIC X(010).
           05 IDA-FAIXA     PIC ZZZZZZ9 OCCURS 4 TIMES.
           05 IDA-TOTAL     PIC ZZZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 IDA-SITUACAO  PIC X(030).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(010) VALUE SPACES.
           05 FILLER   PIC X(026) VALUE
               'FECHADAS  MEDIA DIAS'.
       01 REL-FECHO.
           05 FEC-CHAVE     PIC X(010).
           05 FEC-FECHADAS  PIC ZZZZZZ9.
           05 FILLER        PIC X(005) VALUE SPACES.
           05 FEC-MEDIA     PIC ZZZZ9.9.
       01 REL-REABERTA.
           05 FILLER        PIC X(005) VALUE 'LOTE '.
           05 REA-LOTE      PIC 9(006).
           05 FILLER        PIC X(006) VALUE '   OS '.
           05 REA-OS-FECHADA PIC 9(005).
           05 FILLER        PIC X(012) VALUE ' FECHADA EM '.
           05 REA-DATA-FECHO PIC X(010).
           05 FILLER        PIC X(017) VALUE ' - REABERTA NA OS'.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 REA-OS-NOVA   PIC 9(005).
           05 FILLER        PIC X(004) VALUE ' EM '.
           05 REA-DATA-NOVA PIC X(010).
           05 FILLER        PIC X(002) VALUE ' ('.
           05 REA-DIAS      PIC ZZZZ9.
           05 FILLER        PIC X(015) VALUE ' DIAS DEPOIS)'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE < RC-ERRO
               SORT IDADSORT
                   ON ASCENDING KEY IDS-LOTE IDS-NUMERO
                   INPUT PROCEDURE IS 2000-ACUMULA-ORDENS
                   OUTPUT PROCEDURE IS 3000-IMPRIME
               CLOSE ORDSERV
               IF CNT-OPER-ACIMA > ZEROS
                   MOVE RC-AVISO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.
      *LE O LIMITE DO RUNCTL, ZERA AS TABELAS E ABRE O ORDSERV
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNPARM-LIMITE-OS NUMERIC
                          AND RUNPARM-LIMITE-OS > ZEROS
                           MOVE RUNPARM-LIMITE-OS TO WRK-LIMITE-OS
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           COMPUTE WRK-JULIANO-HOJE =
               FUNCTION INTEGER-OF-DATE(AS-DATA-LONGA).
           INITIALIZE AREA-PRIORIDADES.
           PERFORM VARYING IX-FAI FROM 1 BY 1 UNTIL IX-FAI > 4
               MOVE ZEROS TO TOT-FAIXA(IX-FAI)
           END-PERFORM.
           OPEN INPUT ORDSERV.
           IF WS-ORDSERV-STATUS NOT = '00'
               DISPLAY 'ORDSERV INDISPONIVEL - STATUS '
                   WS-ORDSERV-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *ACUMULA CADA ORDEM NAS TABELAS E MANDA TODAS PARA O SORT POR
      *LOTE, QUE ALIMENTA A LISTA DE REABERTAS
       2000-ACUMULA-ORDENS SECTION.
           PERFORM UNTIL FIM-ORDSERV
               READ ORDSERV NEXT
                   AT END
                       SET FIM-ORDSERV TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-LIDAS
                       PERFORM 2100-CLASSIFICA-ORDEM
                       MOVE OS-LOTE         TO IDS-LOTE
                       MOVE OS-NUMERO       TO IDS-NUMERO
                       MOVE OS-SITUACAO     TO IDS-SITUACAO
                       MOVE OS-DATA-GERACAO TO IDS-DATA-GERACAO
                       MOVE OS-DATA-FECHO   TO IDS-DATA-FECHO
                       RELEASE IDS-REC
               END-READ
           END-PERFORM.
       2000-ACUMULA-ORDENS-EXIT.
           EXIT.
      *ABERTA VAI PARA A FAIXA DE IDADE; FECHADA NA SEMANA SOMA OS
      *DIAS ATE O FECHAMENTO
       2100-CLASSIFICA-ORDEM SECTION.
           COMPUTE IX-PRI = OS-PRIORIDADE + 1.
           IF OS-ABERTA
               MOVE OS-DATA-GERACAO TO WRK-DATA-INI
               MOVE AS-DATA-LONGA   TO WRK-DATA-FIM
               PERFORM 2200-CALCULA-DIAS
               EVALUATE TRUE
                   WHEN WRK-DIAS <= 7
                       MOVE 1 TO WRK-FAIXA
                   WHEN WRK-DIAS <= 30
                       MOVE 2 TO WRK-FAIXA
                   WHEN WRK-DIAS <= 90
                       MOVE 3 TO WRK-FAIXA
                   WHEN OTHER
                       MOVE 4 TO WRK-FAIXA
               END-EVALUATE
               ADD 1 TO TAB-PRI-FAIXA(IX-PRI WRK-FAIXA)
               ADD 1 TO TAB-PRI-ABERTAS(IX-PRI)
               ADD 1 TO TOT-FAIXA(WRK-FAIXA)
               ADD 1 TO TOT-ABERTAS
               PERFORM 2300-LOCALIZA-OPERADOR
               IF OPER-ACHADO
                   ADD 1 TO TAB-OPE-FAIXA(IX-OPE WRK-FAIXA)
                   ADD 1 TO TAB-OPE-ABERTAS(IX-OPE)
               END-IF
               GO TO 2100-CLASSIFICA-ORDEM-EXIT
           END-IF.
           IF NOT OS-FECHADA
              OR OS-DATA-FECHO NOT > 16010101
              OR OS-DATA-FECHO > AS-DATA-LONGA
               GO TO 2100-CLASSIFICA-ORDEM-EXIT
           END-IF.
           COMPUTE WRK-JULIANO-FIM =
               FUNCTION INTEGER-OF-DATE(OS-DATA-FECHO).
           IF WRK-JULIANO-HOJE - WRK-JULIANO-FIM >= WRK-DIAS-PERIODO
               GO TO 2100-CLASSIFICA-ORDEM-EXIT
           END-IF.
           MOVE OS-DATA-GERACAO TO WRK-DATA-INI.
           MOVE OS-DATA-FECHO   TO WRK-DATA-FIM.
           PERFORM 2200-CALCULA-DIAS.
           ADD 1        TO TAB-PRI-FECHADAS(IX-PRI).
           ADD WRK-DIAS TO TAB-PRI-DIAS(IX-PRI).
           ADD 1        TO TOT-FECHADAS.
           ADD WRK-DIAS TO TOT-DIAS.
           PERFORM 2300-LOCALIZA-OPERADOR.
           IF OPER-ACHADO
               ADD 1        TO TAB-OPE-FECHADAS(IX-OPE)
               ADD WRK-DIAS TO TAB-OPE-DIAS(IX-OPE)
           END-IF.
       2100-CLASSIFICA-ORDEM-EXIT.
           EXIT.
      *DIAS ENTRE WRK-DATA-INI E WRK-DATA-FIM (ZERO SE INVALIDAS)
       2200-CALCULA-DIAS SECTION.
           MOVE ZEROS TO WRK-DIAS.
           IF WRK-DATA-INI NOT > 16010101
              OR WRK-DATA-FIM < WRK-DATA-INI
               GO TO 2200-CALCULA-DIAS-EXIT
           END-IF.
           COMPUTE WRK-JULIANO-INI =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-INI).
           COMPUTE WRK-JULIANO-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM).
           COMPUTE WRK-DIAS = WRK-JULIANO-FIM - WRK-JULIANO-INI.
       2200-CALCULA-DIAS-EXIT.
           EXIT.
      *PROCURA (OU ABRE) A LINHA DO OPERADOR DA ORDEM
       2300-LOCALIZA-OPERADOR SECTION.
           MOVE 'N' TO WS-OPER-ACHADO.
           PERFORM VARYING IX-OPE FROM 1 BY 1
                   UNTIL IX-OPE > OPE-QTDE OR OPER-ACHADO
               IF TAB-OPERADOR(IX-OPE) = OS-OPERADOR
                   SET OPER-ACHADO TO TRUE
                   SUBTRACT 1 FROM IX-OPE
               END-IF
           END-PERFORM.
           IF NOT OPER-ACHADO
               IF OPE-QTDE >= 50
                   ADD 1 TO CNT-OPER-FORA
                   GO TO 2300-LOCALIZA-OPERADOR-EXIT
               END-IF
               ADD 1 TO OPE-QTDE
               MOVE OPE-QTDE TO IX-OPE
               MOVE OS-OPERADOR TO TAB-OPERADOR(IX-OPE)
               PERFORM VARYING IX-FAI FROM 1 BY 1 UNTIL IX-FAI > 4
                   MOVE ZEROS TO TAB-OPE-FAIXA(IX-OPE IX-FAI)
               END-PERFORM
               MOVE ZEROS TO TAB-OPE-ABERTAS(IX-OPE)
               MOVE ZEROS TO TAB-OPE-FECHADAS(IX-OPE)
               MOVE ZEROS TO TAB-OPE-DIAS(IX-OPE)
               SET OPER-ACHADO TO TRUE
           END-IF.
       2300-LOCALIZA-OPERADOR-EXIT.
           EXIT.
      *IMPRIME AS TRES SECOES E OS TOTAIS
       3000-IMPRIME SECTION.
           OPEN OUTPUT RELIDADE.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE AS-DATA-LONGA TO WRK-DATA-QUEBRA.
           PERFORM 3900-EDITA-DATA.
           MOVE WRK-DATA-EDT TO CAB0-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           PERFORM 3100-SECAO-IDADE.
           PERFORM 3200-SECAO-FECHADAS.
           PERFORM 3300-SECAO-REABERTAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ORDENS LIDAS...............: ' CNT-LIDAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ABERTAS....................: ' TOT-ABERTAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FECHADAS NA SEMANA.........: ' TOT-FECHADAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'REABERTAS..................: ' CNT-REABERTAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'OPERADORES ACIMA DO LIMITE.: ' CNT-OPER-ACIMA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF CNT-OPER-FORA > ZEROS
               MOVE SPACES TO REL-LINHA
               STRING 'ORDENS FORA DA TABELA DE OPERADORES (MAIS DE '
                      '50): ' CNT-OPER-FORA
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE RELIDADE.
       3000-IMPRIME-EXIT.
           EXIT.
      *SECAO 1 - ABERTAS POR FAIXA DE IDADE
       3100-SECAO-IDADE SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '1 - ORDENS ABERTAS POR IDADE (DIAS DESDE A GERACAO)'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PRIORIDADE' TO REL-CABECALHO-1(1:10).
           WRITE REL-LINHA FROM REL-CABECALHO-1.
           PERFORM VARYING IX-PRI FROM 1 BY 1 UNTIL IX-PRI > 10
               IF TAB-PRI-ABERTAS(IX-PRI) > ZEROS
                   MOVE SPACES TO REL-IDADE
                   COMPUTE WRK-FAIXA = IX-PRI - 1
                   MOVE WRK-FAIXA TO IDA-CHAVE(5:1)
                   PERFORM VARYING IX-FAI FROM 1 BY 1 UNTIL IX-FAI > 4
                       MOVE TAB-PRI-FAIXA(IX-PRI IX-FAI)
                           TO IDA-FAIXA(IX-FAI)
                   END-PERFORM
                   MOVE TAB-PRI-ABERTAS(IX-PRI) TO IDA-TOTAL
                   WRITE REL-LINHA FROM REL-IDADE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-IDADE.
           MOVE 'TOTAL' TO IDA-CHAVE.
           PERFORM VARYING IX-FAI FROM 1 BY 1 UNTIL IX-FAI > 4
               MOVE TOT-FAIXA(IX-FAI) TO IDA-FAIXA(IX-FAI)
           END-PERFORM.
           MOVE TOT-ABERTAS TO IDA-TOTAL.
           WRITE REL-LINHA FROM REL-IDADE.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'OPERADOR  ' TO REL-CABECALHO-1(1:10).
           WRITE REL-LINHA FROM REL-CABECALHO-1.
           PERFORM VARYING IX-OPE FROM 1 BY 1 UNTIL IX-OPE > OPE-QTDE
               IF TAB-OPE-ABERTAS(IX-OPE) > ZEROS
                   MOVE SPACES TO REL-IDADE
                   MOVE TAB-OPERADOR(IX-OPE) TO IDA-CHAVE
                   PERFORM VARYING IX-FAI FROM 1 BY 1 UNTIL IX-FAI > 4
                       MOVE TAB-OPE-FAIXA(IX-OPE IX-FAI)
                           TO IDA-FAIXA(IX-FAI)
                   END-PERFORM
                   MOVE TAB-OPE-ABERTAS(IX-OPE) TO IDA-TOTAL
                   IF TAB-OPERADOR(IX-OPE) = SPACES
                       MOVE '(SEM)' TO IDA-CHAVE
                       MOVE 'ATRIBUIR NO ORDMAINT' TO IDA-SITUACAO
                   ELSE
                       IF TAB-OPE-ABERTAS(IX-OPE) > WRK-LIMITE-OS
                           MOVE '*** ACIMA DO LIMITE ***'
                               TO IDA-SITUACAO
                           ADD 1 TO CNT-OPER-ACIMA
                       END-IF
                   END-IF
                   WRITE REL-LINHA FROM REL-IDADE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIMITE DE ORDENS ABERTAS POR OPERADOR: '
                  WRK-LIMITE-OS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       3100-SECAO-IDADE-EXIT.
           EXIT.
      *SECAO 2 - FECHADAS NA SEMANA COM A MEDIA DE DIAS ATE FECHAR
       3200-SECAO-FECHADAS SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '2 - ORDENS FECHADAS NOS ULTIMOS ' WRK-DIAS-PERIODO
                  ' DIAS (MEDIA DE DIAS DA GERACAO AO FECHAMENTO)'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PRIORIDADE' TO REL-CABECALHO-2(1:10).
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           PERFORM VARYING IX-PRI FROM 1 BY 1 UNTIL IX-PRI > 10
               IF TAB-PRI-FECHADAS(IX-PRI) > ZEROS
                   MOVE SPACES TO FEC-CHAVE
                   COMPUTE WRK-FAIXA = IX-PRI - 1
                   MOVE WRK-FAIXA TO FEC-CHAVE(5:1)
                   MOVE TAB-PRI-FECHADAS(IX-PRI) TO FEC-FECHADAS
                   COMPUTE WRK-MEDIA ROUNDED =
                       TAB-PRI-DIAS(IX-PRI) / TAB-PRI-FECHADAS(IX-PRI)
                   MOVE WRK-MEDIA TO FEC-MEDIA
                   WRITE REL-LINHA FROM REL-FECHO
               END-IF
           END-PERFORM.
           MOVE 'TOTAL' TO FEC-CHAVE.
           MOVE TOT-FECHADAS TO FEC-FECHADAS.
           MOVE ZEROS TO WRK-MEDIA.
           IF TOT-FECHADAS > ZEROS
               COMPUTE WRK-MEDIA ROUNDED = TOT-DIAS / TOT-FECHADAS
           END-IF.
           MOVE WRK-MEDIA TO FEC-MEDIA.
           WRITE REL-LINHA FROM REL-FECHO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'OPERADOR  ' TO REL-CABECALHO-2(1:10).
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           PERFORM VARYING IX-OPE FROM 1 BY 1 UNTIL IX-OPE > OPE-QTDE
               IF TAB-OPE-FECHADAS(IX-OPE) > ZEROS
                   MOVE TAB-OPERADOR(IX-OPE) TO FEC-CHAVE
                   IF TAB-OPERADOR(IX-OPE) = SPACES
                       MOVE '(SEM)' TO FEC-CHAVE
                   END-IF
                   MOVE TAB-OPE-FECHADAS(IX-OPE) TO FEC-FECHADAS
                   COMPUTE WRK-MEDIA ROUNDED =
                       TAB-OPE-DIAS(IX-OPE) / TAB-OPE-FECHADAS(IX-OPE)
                   MOVE WRK-MEDIA TO FEC-MEDIA
                   WRITE REL-LINHA FROM REL-FECHO
               END-IF
           END-PERFORM.
       3200-SECAO-FECHADAS-EXIT.
           EXIT.
      *SECAO 3 - LOTE COM ORDEM FECHADA QUE GANHOU ORDEM NOVA DEPOIS
       3300-SECAO-REABERTAS SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '3 - ORDENS FECHADAS E REABERTAS PELO GERORDEM'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM UNTIL FIM-SORT
               RETURN IDADSORT
                   AT END
                       SET FIM-SORT TO TRUE
                   NOT AT END
                       PERFORM 3310-VERIFICA-REABERTURA
               END-RETURN
           END-PERFORM.
           IF CNT-REABERTAS = ZEROS
               MOVE 'NENHUMA ORDEM REABERTA' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       3300-SECAO-REABERTAS-EXIT.
           EXIT.
      *ORDEM POSTERIOR A UMA FECHADA DO MESMO LOTE E REABERTURA
       3310-VERIFICA-REABERTURA SECTION.
           IF IDS-LOTE NOT = QBR-LOTE
               MOVE IDS-LOTE TO QBR-LOTE
               MOVE ZEROS    TO WRK-OS-FECHADA WRK-DATA-FECHADA
           END-IF.
           IF WRK-OS-FECHADA > ZEROS
               ADD 1 TO CNT-REABERTAS
               MOVE IDS-LOTE       TO REA-LOTE
               MOVE WRK-OS-FECHADA TO REA-OS-FECHADA
               MOVE WRK-DATA-FECHADA TO WRK-DATA-QUEBRA
               PERFORM 3900-EDITA-DATA
               MOVE WRK-DATA-EDT   TO REA-DATA-FECHO
               MOVE IDS-NUMERO     TO REA-OS-NOVA
               MOVE IDS-DATA-GERACAO TO WRK-DATA-QUEBRA
               PERFORM 3900-EDITA-DATA
               MOVE WRK-DATA-EDT   TO REA-DATA-NOVA
               MOVE WRK-DATA-FECHADA TO WRK-DATA-INI
               MOVE IDS-DATA-GERACAO TO WRK-DATA-FIM
               PERFORM 2200-CALCULA-DIAS
               MOVE WRK-DIAS       TO REA-DIAS
               WRITE REL-LINHA FROM REL-REABERTA
               MOVE ZEROS TO WRK-OS-FECHADA WRK-DATA-FECHADA
           END-IF.
           IF IDS-FECHADA
               MOVE IDS-NUMERO     TO WRK-OS-FECHADA
               MOVE IDS-DATA-FECHO TO WRK-DATA-FECHADA
           END-IF.
       3310-VERIFICA-REABERTURA-EXIT.
           EXIT.
      *AAAAMMDD PARA DD/MM/AAAA
       3900-EDITA-DATA SECTION.
           MOVE WRK-QD-DIA TO WRK-DE-DIA.
           MOVE WRK-QD-MES TO WRK-DE-MES.
           MOVE WRK-QD-ANO TO WRK-DE-ANO.
       3900-EDITA-DATA-EXIT.
           EXIT.
       END PROGRAM RELIDADE.

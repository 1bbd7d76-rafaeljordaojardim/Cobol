      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: RELATORIO DA CARTEIRA DE EMPRESTIMOS - UMA LINHA POR
      *          CONTRATO ATIVO DO CTRMSTR COM A CONTA E O TITULAR
      *          (CONTMSTR), O PRINCIPAL CONTRATADO, O SALDO DEVEDOR
      *          (AMORTIZACAO DAS PRESTACOES AINDA NAO PAGAS NO
      *          PARCMST), AS PRESTACOES PAGAS SOBRE O PRAZO, A
      *          QUANTIDADE E O VALOR DAS PRESTACOES VENCIDAS E NAO
      *          PAGAS E OS DIAS DE ATRASO, CONTADOS DO VENCIMENTO DA
      *          MAIS ANTIGA DELAS ATE A DATA DE POSICAO. FECHA COM OS
      *          TOTAIS DA CARTEIRA E O SALDO DEVEDOR POR FAIXA DE
      *          ATRASO (EM DIA, 1-30, 31-60, 61-90 E MAIS DE 90 DIAS).
      *          A DATA DE POSICAO E A DO DATAPROC QUANDO PRESENTE
      *          (MESMA DATA DA COBRANCA DO CTRLOTE), SENAO HOJE.
      *          RC-AVISO SE ALGUM CONTRATO ESTA EM ATRASO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ CONTRATO A LIBERAR ('P') FICA FORA DA CARTEIRA
      *                ATE O CTRLOTE CREDITAR O PRINCIPAL - O SALDO
      *                DEVEDOR BATE COM A CONTA 1301.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAPROC ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.
           SELECT CTRMSTR ASSIGN TO "CTRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CONTRATO
               FILE STATUS IS WS-CTRMSTR-STATUS.
           SELECT PARCMST ASSIGN TO "PARCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-PARCMST-STATUS.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTMSTR-STATUS.
           SELECT RELCART ASSIGN TO "RELCART"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATAPROC.
       01  DATAPROC-REC.
           05 DP-DATA       PIC 9(008).
       FD  CTRMSTR.
       COPY CTRREC.
       FD  PARCMST.
       COPY PRCREC.
       FD  CONTMSTR.
       COPY CONTREC.
       FD  RELCART.
       01  REL-LINHA PIC X(100).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-DATAPROC-STATUS PIC X(002) VALUE '00'.
           05 WS-CTRMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-PARCMST-STATUS  PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-CTRMSTR     PIC X(001) VALUE 'N'.
               88 FIM-CTRMSTR         VALUE 'S'.
           05 WS-FIM-PARCMST     PIC X(001) VALUE 'N'.
               88 FIM-PARCMST         VALUE 'S'.
           05 WS-CONTMSTR-AR     PIC X(001) VALUE 'N'.
               88 CONTMSTR-NO-AR      VALUE 'S'.
      *DATA DE POSICAO E CONTAGEM DE DIAS
       01 AREA-DATAS.
           05 WRK-DATA-POSICAO   PIC 9(008) VALUE ZEROS.
           05 WRK-JULIANO-POSICAO PIC 9(007) VALUE ZEROS.
           05 WRK-JULIANO-VENC   PIC 9(007) VALUE ZEROS.
           05 WRK-VENC-ANTIGO    PIC 9(008) VALUE ZEROS.
           05 WRK-DIAS-ATRASO    PIC 9(005) VALUE ZEROS.
      *ACUMULADOS DO CONTRATO CORRENTE
       01 AREA-CONTRATO.
           05 WRK-SALDO-DEVEDOR  PIC 9(011)V99 VALUE ZEROS.
           05 WRK-QTDE-VENCIDAS  PIC 9(003) VALUE ZEROS.
           05 WRK-VALOR-VENCIDO  PIC 9(011)V99 VALUE ZEROS.
      *SALDO DEVEDOR POR FAIXA DE ATRASO: 1 EM DIA, 2 1-30, 3 31-60,
      *4 61-90, 5 MAIS DE 90 DIAS
       01 AREA-FAIXAS.
           05 FAIXA-ENTRADA OCCURS 5 TIMES.
               10 FAI-QTDE       PIC 9(007).
               10 FAI-SALDO      PIC 9(013)V99.
           05 IX-FAI             PIC 9(001) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-ATIVOS         PIC 9(007) VALUE ZEROS.
           05 CNT-LIQUIDADOS     PIC 9(007) VALUE ZEROS.
           05 CNT-EM-ATRASO      PIC 9(007) VALUE ZEROS.
           05 TOT-PRINCIPAL      PIC 9(013)V99 VALUE ZEROS.
           05 TOT-SALDO-DEVEDOR  PIC 9(013)V99 VALUE ZEROS.
           05 TOT-VALOR-VENCIDO  PIC 9(013)V99 VALUE ZEROS.
       01 WRK-CONT-EDT           PIC Z(6)9.
       01 WRK-VALOR-EDT          PIC Z(12)9.99.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(038) VALUE
               "CARTEIRA DE EMPRESTIMOS - POSICAO EM ".
           05 CAB1-DATA PIC 9(008).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(018) VALUE "CONTRATO     CONTA".
           05 FILLER   PIC X(021) VALUE " TITULAR".
           05 FILLER   PIC X(013) VALUE "    PRINCIPAL".
           05 FILLER   PIC X(014) VALUE " SALDO DEVEDOR".
           05 FILLER   PIC X(008) VALUE " PAGAS".
           05 FILLER   PIC X(004) VALUE " VNC".
           05 FILLER   PIC X(013) VALUE "      VENCIDO".
           05 FILLER   PIC X(006) VALUE "  DIAS".
       01 REL-DETALHE.
           05 DET-CONTRATO  PIC 9(007).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-CONTA     PIC 9(009).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-NOME      PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-PRINCIPAL PIC Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SALDO     PIC Z(9)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-PAGAS     PIC ZZ9.
           05 FILLER        PIC X(001) VALUE '/'.
           05 DET-PRAZO     PIC 9(003).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-VENCIDAS  PIC ZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-VENCIDO   PIC Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-DIAS      PIC ZZZZ9.
       01 REL-FAIXA.
           05 FILLER        PIC X(003) VALUE SPACES.
           05 FAX-DESCRICAO PIC X(018).
           05 FAX-QTDE      PIC Z(6)9.
           05 FILLER        PIC X(012) VALUE ' CONTRATOS  '.
           05 FAX-SALDO     PIC Z(12)9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE < RC-ERRO
               PERFORM 2000-PROCESSA UNTIL FIM-CTRMSTR
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *DATA DE POSICAO, ABERTURA DOS ARQUIVOS E CABECALHOS
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           PERFORM 1300-DEFINE-DATA-POSICAO.
           COMPUTE WRK-JULIANO-POSICAO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-POSICAO).
           INITIALIZE AREA-FAIXAS.
           OPEN INPUT CTRMSTR.
           IF WS-CTRMSTR-STATUS NOT = '00'
               DISPLAY 'RELCART: CTRMSTR INDISPONIVEL - STATUS '
                   WS-CTRMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT PARCMST.
           IF WS-PARCMST-STATUS NOT = '00'
               DISPLAY 'RELCART: PARCMST INDISPONIVEL - STATUS '
                   WS-PARCMST-STATUS
               CLOSE CTRMSTR
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT CONTMSTR.
           IF WS-CONTMSTR-STATUS = '00'
               SET CONTMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'RELCART: CONTMSTR INDISPONIVEL - STATUS '
                   WS-CONTMSTR-STATUS ' - RELATORIO SEM TITULARES'
           END-IF.
           OPEN OUTPUT RELCART.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-DATA-POSICAO TO CAB1-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
      *A CHAVE ZERO E O REGISTRO DE CONTROLE DA NUMERACAO
           MOVE 1 TO CR-CONTRATO.
           START CTRMSTR KEY >= CR-CONTRATO
               INVALID KEY
                   SET FIM-CTRMSTR TO TRUE
           END-START.
       1000-INICIALIZA-EXIT.
           EXIT.
      *DATA DE POSICAO: A DO DATAPROC QUANDO PRESENTE, SENAO HOJE
       1300-DEFINE-DATA-POSICAO SECTION.
           ACCEPT WRK-DATA-POSICAO FROM DATE YYYYMMDD.
           OPEN INPUT DATAPROC.
           IF WS-DATAPROC-STATUS = '00'
               READ DATAPROC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-DATA NUMERIC AND DP-DATA > ZEROS
                           MOVE DP-DATA TO WRK-DATA-POSICAO
                       END-IF
               END-READ
               CLOSE DATAPROC
           END-IF.
       1300-DEFINE-DATA-POSICAO-EXIT.
           EXIT.
      *UM CONTRATO: O LIQUIDADO SO ENTRA NA CONTAGEM; O AINDA NAO
      *LIBERADO PELO CTRLOTE NAO E CARTEIRA; O ATIVO TEM AS
      *PRESTACOES SOMADAS E GANHA UMA LINHA NO RELCART
       2000-PROCESSA SECTION.
           READ CTRMSTR NEXT
               AT END
                   SET FIM-CTRMSTR TO TRUE
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           IF CR-LIQUIDADO
               ADD 1 TO CNT-LIQUIDADOS
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           IF CR-A-LIBERAR
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           ADD 1 TO CNT-ATIVOS.
           PERFORM 2100-SOMA-PRESTACOES.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF WRK-QTDE-VENCIDAS > ZEROS
               COMPUTE WRK-JULIANO-VENC =
                   FUNCTION INTEGER-OF-DATE(WRK-VENC-ANTIGO)
               COMPUTE WRK-DIAS-ATRASO =
                   WRK-JULIANO-POSICAO - WRK-JULIANO-VENC
               ADD 1 TO CNT-EM-ATRASO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO = ZEROS
                   MOVE 1 TO IX-FAI
               WHEN WRK-DIAS-ATRASO <= 30
                   MOVE 2 TO IX-FAI
               WHEN WRK-DIAS-ATRASO <= 60
                   MOVE 3 TO IX-FAI
               WHEN WRK-DIAS-ATRASO <= 90
                   MOVE 4 TO IX-FAI
               WHEN OTHER
                   MOVE 5 TO IX-FAI
           END-EVALUATE.
           ADD 1 TO FAI-QTDE(IX-FAI).
           ADD WRK-SALDO-DEVEDOR TO FAI-SALDO(IX-FAI).
           ADD CR-PRINCIPAL      TO TOT-PRINCIPAL.
           ADD WRK-SALDO-DEVEDOR TO TOT-SALDO-DEVEDOR.
           ADD WRK-VALOR-VENCIDO TO TOT-VALOR-VENCIDO.
           PERFORM 2700-LISTA-CONTRATO.
       2000-PROCESSA-EXIT.
           EXIT.
      *SALDO DEVEDOR = AMORTIZACAO DAS PRESTACOES NAO PAGAS; VENCIDAS
      *= EM ATRASO OU NAO PAGAS COM VENCIMENTO ANTES DA DATA DE
      *POSICAO (O PARCMST
      *VEM EM ORDEM DE CONTRATO + PRESTACAO, A PRIMEIRA VENCIDA E A
      *MAIS ANTIGA)
       2100-SOMA-PRESTACOES SECTION.
           MOVE ZEROS TO WRK-SALDO-DEVEDOR.
           MOVE ZEROS TO WRK-QTDE-VENCIDAS.
           MOVE ZEROS TO WRK-VALOR-VENCIDO.
           MOVE ZEROS TO WRK-VENC-ANTIGO.
           MOVE 'N' TO WS-FIM-PARCMST.
           MOVE CR-CONTRATO TO PA-CONTRATO.
           MOVE ZEROS TO PA-NUMERO.
           START PARCMST KEY >= PA-CHAVE
               INVALID KEY
                   SET FIM-PARCMST TO TRUE
           END-START.
           PERFORM UNTIL FIM-PARCMST
               READ PARCMST NEXT
                   AT END
                       SET FIM-PARCMST TO TRUE
                   NOT AT END
                       IF PA-CONTRATO NOT = CR-CONTRATO
                           SET FIM-PARCMST TO TRUE
                       ELSE
                           IF NOT PA-PAGA
                               ADD PA-AMORTIZA TO WRK-SALDO-DEVEDOR
                               IF PA-EM-ATRASO
                                  OR PA-VENCIMENTO < WRK-DATA-POSICAO
                                   ADD 1 TO WRK-QTDE-VENCIDAS
                                   ADD PA-VALOR TO WRK-VALOR-VENCIDO
                                   IF WRK-VENC-ANTIGO = ZEROS
                                       MOVE PA-VENCIMENTO
                                           TO WRK-VENC-ANTIGO
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2100-SOMA-PRESTACOES-EXIT.
           EXIT.
      *LINHA DO CONTRATO NO RELCART
       2700-LISTA-CONTRATO SECTION.
           MOVE CR-CONTRATO       TO DET-CONTRATO.
           MOVE CR-CONTA          TO DET-CONTA.
           MOVE SPACES            TO DET-NOME.
           IF CONTMSTR-NO-AR
               MOVE CR-CONTA TO CT-CONTA
               READ CONTMSTR
                   INVALID KEY
                       MOVE '*** SEM CADASTRO ***' TO DET-NOME
                   NOT INVALID KEY
                       MOVE CT-NOME TO DET-NOME
               END-READ
           END-IF.
           MOVE CR-PRINCIPAL      TO DET-PRINCIPAL.
           MOVE WRK-SALDO-DEVEDOR TO DET-SALDO.
           MOVE CR-PARC-PAGAS     TO DET-PAGAS.
           MOVE CR-PRAZO          TO DET-PRAZO.
           MOVE WRK-QTDE-VENCIDAS TO DET-VENCIDAS.
           MOVE WRK-VALOR-VENCIDO TO DET-VENCIDO.
           MOVE WRK-DIAS-ATRASO   TO DET-DIAS.
           WRITE REL-LINHA FROM REL-DETALHE.
       2700-LISTA-CONTRATO-EXIT.
           EXIT.
      *TOTAIS DA CARTEIRA E SALDO DEVEDOR POR FAIXA DE ATRASO
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-ATIVOS TO WRK-CONT-EDT.
           STRING "CONTRATOS ATIVOS......: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-EM-ATRASO TO WRK-CONT-EDT.
           STRING "CONTRATOS EM ATRASO...: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CNT-LIQUIDADOS TO WRK-CONT-EDT.
           STRING "CONTRATOS LIQUIDADOS..: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-PRINCIPAL TO WRK-VALOR-EDT.
           STRING "PRINCIPAL CONTRATADO..: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-SALDO-DEVEDOR TO WRK-VALOR-EDT.
           STRING "SALDO DEVEDOR.........: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE TOT-VALOR-VENCIDO TO WRK-VALOR-EDT.
           STRING "PRESTACOES VENCIDAS...: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'SALDO DEVEDOR POR FAIXA DE ATRASO' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IX-FAI FROM 1 BY 1 UNTIL IX-FAI > 5
               EVALUATE IX-FAI
                   WHEN 1
                       MOVE 'EM DIA' TO FAX-DESCRICAO
                   WHEN 2
                       MOVE '1 A 30 DIAS' TO FAX-DESCRICAO
                   WHEN 3
                       MOVE '31 A 60 DIAS' TO FAX-DESCRICAO
                   WHEN 4
                       MOVE '61 A 90 DIAS' TO FAX-DESCRICAO
                   WHEN OTHER
                       MOVE 'MAIS DE 90 DIAS' TO FAX-DESCRICAO
               END-EVALUATE
               MOVE FAI-QTDE(IX-FAI)  TO FAX-QTDE
               MOVE FAI-SALDO(IX-FAI) TO FAX-SALDO
               WRITE REL-LINHA FROM REL-FAIXA
           END-PERFORM.
           CLOSE RELCART.
           CLOSE CTRMSTR.
           CLOSE PARCMST.
           IF CONTMSTR-NO-AR
               CLOSE CONTMSTR
           END-IF.
           IF CNT-EM-ATRASO > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           END-IF.
           DISPLAY 'RELCART: ' CNT-ATIVOS ' CONTRATOS ATIVOS, '
               CNT-EM-ATRASO ' EM ATRASO'.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM RELCART.

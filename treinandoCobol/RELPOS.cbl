      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: POSICAO CONSOLIDADA POR CLIENTE - CLASSIFICA AS CONTAS
      *          DO CONTMSTR POR CLIENTE (CT-CLIENTE) E CONTA, BUSCA O
      *          SALDO DE CADA UMA NO SALDOS E IMPRIME NO RELPOS, PARA
      *          CADA CLIENTE DO CLIMSTR, O CABECALHO COM CODIGO, CPF
      *          E NOME, UMA LINHA POR CONTA COM SITUACAO E SALDO E O
      *          TOTAL DO CLIENTE; NO FIM, O TOTAL GERAL. CONTAS AINDA
      *          NAO VINCULADAS (CLIENTE ZERO) SAEM JUNTAS NO GRUPO
      *          SEM CLIENTE. CONTA SEM LINHA NO SALDOS SAI COM SALDO
      *          ZERO E A MARCA SEM SALDO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMA CLASSIFICACAO COM INPUT/
      *                OUTPUT PROCEDURE E QUEBRA DO PARLOTE; O RELATORIO
      *                E CATALOGADO NO TERMINO (CALL 'GERACAO').
      * 15/10/2026 RJJ SITUACAO DORMENTE (DORMLOTE) NA LINHA DA CONTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTMSTR-STATUS.
           SELECT CLIMSTR ASSIGN TO "CLIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WS-CLIMSTR-STATUS.
           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT POSSORT ASSIGN TO "SORTWK".
           SELECT RELPOS ASSIGN TO "RELPOS"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTMSTR.
       COPY CONTREC.
       FD  CLIMSTR.
       COPY CLIREC.
       FD  SALDOS.
       01  SALDOS-REC.
           05 SL-CONTA     PIC 9(009).
           05 SL-SALDO     PIC S9(011)V99.
           05 SL-TAXA-COD  PIC X(001).
       SD  POSSORT.
       01  SORT-REC.
           05 SORT-CLIENTE    PIC 9(007).
           05 SORT-CONTA      PIC 9(009).
           05 SORT-SITUACAO   PIC X(001).
       FD  RELPOS.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY GERCOM.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-CLIMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-SALDOS-STATUS   PIC X(002) VALUE '00'.
           05 WS-CLIMSTR-NO-AR   PIC X(001) VALUE 'N'.
               88 CLIMSTR-NO-AR      VALUE 'S'.
           05 WS-FIM-CONTMSTR    PIC X(001) VALUE 'N'.
               88 FIM-CONTMSTR       VALUE 'S'.
           05 WS-FIM-SALDOS      PIC X(001) VALUE 'N'.
               88 FIM-SALDOS         VALUE 'S'.
           05 WS-FIM-SORT        PIC X(001) VALUE 'N'.
               88 FIM-SORT           VALUE 'S'.
           05 WS-PRIMEIRO-CLI    PIC X(001) VALUE 'S'.
               88 PRIMEIRO-CLIENTE   VALUE 'S'.
      *SALDOS DO DIA CARREGADOS EM MEMORIA PARA A BUSCA POR CONTA
       01 AREA-SALDOS.
           05 SAL-QTDE           PIC 9(004) VALUE ZEROS.
           05 SAL-ENTRADA OCCURS 5000 TIMES.
               10 SAL-CONTA      PIC 9(009).
               10 SAL-SALDO      PIC S9(011)V99.
           05 IX-SAL             PIC 9(004) VALUE ZEROS.
           05 IX-ACHADO          PIC 9(004) VALUE ZEROS.
       01 AREA-QUEBRA.
           05 WRK-CLIENTE-ATUAL  PIC 9(007) VALUE ZEROS.
           05 WRK-SALDO-CONTA    PIC S9(011)V99 VALUE ZEROS.
           05 WRK-TOT-CLIENTE    PIC S9(013)V99 VALUE ZEROS.
           05 WRK-QTD-CONTAS-CLI PIC 9(005) VALUE ZEROS.
           05 WRK-TOT-GERAL      PIC S9(013)V99 VALUE ZEROS.
       01 CNT-CLIENTES          PIC 9(007) VALUE ZEROS.
       01 CNT-CONTAS            PIC 9(007) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(034) VALUE
               'POSICAO CONSOLIDADA POR CLIENTE'.
       01 REL-CABECALHO-CLI.
           05 FILLER        PIC X(009) VALUE 'CLIENTE: '.
           05 CAB-CLIENTE   PIC 9(007).
           05 FILLER        PIC X(007) VALUE '  CPF: '.
           05 CAB-CPF       PIC 9(011).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 CAB-NOME      PIC X(030).
       01 REL-CABECALHO-CONTAS.
           05 FILLER   PIC X(045) VALUE
               '    CONTA      SITUACAO                 SALDO'.
       01 REL-DETALHE.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 DET-CONTA     PIC 9(009).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-SITUACAO  PIC X(009).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-SALDO     PIC -Z(10)9.99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-OBS       PIC X(009).
       01 REL-TOTAL-CLIENTE.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 FILLER        PIC X(012) VALUE 'TOTAL ('.
           05 TOT-QTD       PIC ZZZZ9.
           05 FILLER        PIC X(007) VALUE ' CONTAS'.
           05 FILLER        PIC X(001) VALUE ')'.
           05 TOT-SALDO     PIC -Z(12)9.99.
       01 REL-TOTAL-GERAL.
           05 FILLER        PIC X(017) VALUE 'TOTAL GERAL: '.
           05 TGE-CLIENTES  PIC ZZZZZZ9.
           05 FILLER        PIC X(012) VALUE ' CLIENTES / '.
           05 TGE-CONTAS    PIC ZZZZZZ9.
           05 FILLER        PIC X(008) VALUE ' CONTAS '.
           05 TGE-SALDO     PIC -Z(12)9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           SORT POSSORT
               ON ASCENDING KEY SORT-CLIENTE SORT-CONTA
               INPUT PROCEDURE IS 1500-CLASSIFICA-CONTAS
               OUTPUT PROCEDURE IS 2000-PROCESSA-ORDENADO
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE OS CADASTROS, CARREGA O SALDOS E ABRE O RELATORIO
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CONTMSTR.
           IF WS-CONTMSTR-STATUS NOT = '00'
               DISPLAY 'CONTMSTR INDISPONIVEL - STATUS '
                   WS-CONTMSTR-STATUS
               SET FIM-CONTMSTR TO TRUE
           END-IF.
           OPEN INPUT CLIMSTR.
           IF WS-CLIMSTR-STATUS = '00'
               SET CLIMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: CLIMSTR INDISPONIVEL - CLIENTES SEM '
                   'CPF E NOME NO RELATORIO'
           END-IF.
           PERFORM 1400-CARREGA-SALDOS.
           OPEN OUTPUT RELPOS.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
       1000-INICIALIZA-EXIT.
           EXIT.
      *CARREGA OS SALDOS DO DIA NA TABELA
       1400-CARREGA-SALDOS SECTION.
           OPEN INPUT SALDOS.
           IF WS-SALDOS-STATUS NOT = '00'
               DISPLAY 'AVISO: SALDOS INDISPONIVEL - STATUS '
                   WS-SALDOS-STATUS ' - TODAS AS CONTAS SEM SALDO'
               GO TO 1400-CARREGA-SALDOS-EXIT
           END-IF.
           PERFORM UNTIL FIM-SALDOS
               READ SALDOS
                   AT END
                       SET FIM-SALDOS TO TRUE
                   NOT AT END
                       IF SAL-QTDE >= 5000
                           DISPLAY 'AVISO: SALDOS COM MAIS DE 5000 '
                               'CONTAS - EXCEDENTES SEM SALDO'
                           SET FIM-SALDOS TO TRUE
                       ELSE
                           ADD 1 TO SAL-QTDE
                           MOVE SL-CONTA TO SAL-CONTA(SAL-QTDE)
                           MOVE SL-SALDO TO SAL-SALDO(SAL-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALDOS.
       1400-CARREGA-SALDOS-EXIT.
           EXIT.
      *SOLTA AS CONTAS DO CONTMSTR PARA A CLASSIFICACAO POR CLIENTE
       1500-CLASSIFICA-CONTAS SECTION.
           PERFORM UNTIL FIM-CONTMSTR
               READ CONTMSTR NEXT
                   AT END
                       SET FIM-CONTMSTR TO TRUE
                   NOT AT END
                       MOVE CT-CLIENTE  TO SORT-CLIENTE
                       MOVE CT-CONTA    TO SORT-CONTA
                       MOVE CT-SITUACAO TO SORT-SITUACAO
                       RELEASE SORT-REC
               END-READ
           END-PERFORM.
       1500-CLASSIFICA-CONTAS-EXIT.
           EXIT.
      *RECEBE AS CONTAS EM ORDEM DE CLIENTE E IMPRIME COM QUEBRA
       2000-PROCESSA-ORDENADO SECTION.
           PERFORM UNTIL FIM-SORT
               RETURN POSSORT
                   AT END
                       SET FIM-SORT TO TRUE
                   NOT AT END
                       PERFORM 2010-PROCESSA-UMA-CONTA
               END-RETURN
           END-PERFORM.
           IF NOT PRIMEIRO-CLIENTE
               PERFORM 2090-FECHA-CLIENTE
           END-IF.
       2000-PROCESSA-ORDENADO-EXIT.
           EXIT.
      *QUEBRA POR CLIENTE E LINHA DA CONTA
       2010-PROCESSA-UMA-CONTA SECTION.
           IF PRIMEIRO-CLIENTE
              OR SORT-CLIENTE NOT = WRK-CLIENTE-ATUAL
               IF NOT PRIMEIRO-CLIENTE
                   PERFORM 2090-FECHA-CLIENTE
               END-IF
               MOVE 'N' TO WS-PRIMEIRO-CLI
               PERFORM 2020-ABRE-CLIENTE
           END-IF.
           ADD 1 TO CNT-CONTAS.
           ADD 1 TO WRK-QTD-CONTAS-CLI.
           MOVE SORT-CONTA TO DET-CONTA.
           EVALUATE SORT-SITUACAO
               WHEN 'E'
                   MOVE 'ENCERRADA' TO DET-SITUACAO
               WHEN 'D'
                   MOVE 'DORMENTE' TO DET-SITUACAO
               WHEN OTHER
                   MOVE 'ATIVA' TO DET-SITUACAO
           END-EVALUATE.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-SAL FROM 1 BY 1
                   UNTIL IX-SAL > SAL-QTDE OR IX-ACHADO > ZEROS
               IF SAL-CONTA(IX-SAL) = SORT-CONTA
                   MOVE IX-SAL TO IX-ACHADO
               END-IF
           END-PERFORM.
           IF IX-ACHADO > ZEROS
               MOVE SAL-SALDO(IX-ACHADO) TO WRK-SALDO-CONTA
               MOVE SPACES TO DET-OBS
           ELSE
               MOVE ZEROS TO WRK-SALDO-CONTA
               MOVE 'SEM SALDO' TO DET-OBS
           END-IF.
           MOVE WRK-SALDO-CONTA TO DET-SALDO.
           ADD WRK-SALDO-CONTA TO WRK-TOT-CLIENTE.
           WRITE REL-LINHA FROM REL-DETALHE.
       2010-PROCESSA-UMA-CONTA-EXIT.
           EXIT.
      *CABECALHO DO CLIENTE COM CPF E NOME DO CLIMSTR
       2020-ABRE-CLIENTE SECTION.
           ADD 1 TO CNT-CLIENTES.
           MOVE SORT-CLIENTE TO WRK-CLIENTE-ATUAL.
           MOVE ZEROS TO WRK-TOT-CLIENTE.
           MOVE ZEROS TO WRK-QTD-CONTAS-CLI.
           MOVE SORT-CLIENTE TO CAB-CLIENTE.
           MOVE ZEROS TO CAB-CPF.
           MOVE SPACES TO CAB-NOME.
           IF SORT-CLIENTE = ZEROS
               MOVE 'SEM CLIENTE' TO CAB-NOME
           ELSE
               IF CLIMSTR-NO-AR
                   MOVE SORT-CLIENTE TO CLI-CODIGO
                   READ CLIMSTR
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-CLIMSTR-STATUS = '00'
                       MOVE CLI-CPF  TO CAB-CPF
                       MOVE CLI-NOME TO CAB-NOME
                   ELSE
                       MOVE '*** SEM CADASTRO ***' TO CAB-NOME
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-CLI.
           WRITE REL-LINHA FROM REL-CABECALHO-CONTAS.
       2020-ABRE-CLIENTE-EXIT.
           EXIT.
      *TOTAL DO CLIENTE QUE ACABOU
       2090-FECHA-CLIENTE SECTION.
           MOVE WRK-QTD-CONTAS-CLI TO TOT-QTD.
           MOVE WRK-TOT-CLIENTE TO TOT-SALDO.
           WRITE REL-LINHA FROM REL-TOTAL-CLIENTE.
           ADD WRK-TOT-CLIENTE TO WRK-TOT-GERAL.
       2090-FECHA-CLIENTE-EXIT.
           EXIT.
      *TOTAL GERAL, FECHA E CATALOGA O RELATORIO
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-CLIENTES TO TGE-CLIENTES.
           MOVE CNT-CONTAS TO TGE-CONTAS.
           MOVE WRK-TOT-GERAL TO TGE-SALDO.
           WRITE REL-LINHA FROM REL-TOTAL-GERAL.
           CLOSE RELPOS.
           IF WS-CONTMSTR-STATUS NOT = '35'
              AND WS-CONTMSTR-STATUS NOT = '91'
               CLOSE CONTMSTR
           END-IF.
           IF CLIMSTR-NO-AR
               CLOSE CLIMSTR
           END-IF.
           IF CNT-CONTAS = ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           MOVE 'RELPOS  ' TO GER-ORIGEM.
           MOVE WRK-DATA-HOJE TO GER-DATA.
           MOVE RETURN-CODE TO GER-RC-STEP.
           CALL 'GERACAO' USING AREA-GERACAO.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM RELPOS.

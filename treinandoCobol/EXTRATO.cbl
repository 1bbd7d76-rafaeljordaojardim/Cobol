      *          E SALDO APOS, E O SALDO DE FECHAMENTO - A PERGUNTA
      *          "MOSTRE TODO MOVIMENTO DA CONTA NO MES" PASSA A TER
      *          RESPOSTA NO RELEXTR.
      *          MODO DE ENTREGA: I (SO IMPRESSO), E (ELETRONICO NO
      *          LUGAR DO IMPRESSO) OU A (AMBOS). NOS MODOS E/A AS
      *          CONTAS DE CLIENTE COM ENTREGA ELETRONICA NO CLIMSTR
      *          SAEM NO EXTRATO DE LAYOUT FIXO EXTELET (EXTREC) PARA A
      *          EMPRESA QUE ENVIA OS E-MAILS; CLIENTE SO PAPEL, CONTA
      *          SEM CLIENTE OU SEM E-MAIL CONTINUAM NO RELEXTR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION. QUEBRA DE CONTROLE POR CONTA NO
      *                MESMO ESTILO DO RELPAR; O NOME DO TITULAR VEM DO
      *                CONTMSTR QUANDO O CADASTRO ESTA NO AR.
      * 15/10/2026 RJJ EXTRATO ELETRONICO EXTELET (CABECALHO, BLOCO DA
      *                CONTA COM E-MAIL E ENDERECO DO CLIMSTR, UM
      *                DETALHE POR MOVIMENTO COM SALDO APOS E TRAILER
      *                COM QUANTIDADES E HASH DOS VALORES); MODO DE
      *                ENTREGA I/E/A. O EXTELET ENTRA NO DISTREL E GANHA
      *                GERACAO DATADA PELO GERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTMSTR-STATUS.
           SELECT CLIMSTR ASSIGN TO "CLIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WS-CLIMSTR-STATUS.
           SELECT RELEXTR ASSIGN TO "RELEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTELET ASSIGN TO "EXTELET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTELET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVCONTA.
       COPY MOVREC.
       FD  CONTMSTR.
       COPY CONTREC.
       FD  CLIMSTR.
       COPY CLIREC.
       FD  RELEXTR.
       01  REL-LINHA PIC X(090).
       FD  EXTELET.
       COPY EXTREC.
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY GERCOM.
       01 WRK-CONTA-PEDIDA  PIC 9(009) VALUE ZEROS.
       01 WRK-MES-PEDIDO    PIC 9(006) VALUE ZEROS.
       01 FILLER REDEFINES WRK-MES-PEDIDO.
           05 WRK-MP-ANO    PIC 9(004).
           05 WRK-MP-MES    PIC 9(002).
       01 WRK-MES-MOV       PIC 9(006) VALUE ZEROS.
       01 WRK-MODO          PIC X(001) VALUE 'I'.
           88 MODO-IMPRESSO      VALUE 'I'.
           88 MODO-ELETRONICO    VALUE 'E'.
           88 MODO-AMBOS         VALUE 'A'.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WRK-PERIODO-INI   PIC 9(008) VALUE ZEROS.
       01 WRK-PERIODO-FIM   PIC 9(008) VALUE ZEROS.
       01 WRK-MES-SEGUINTE  PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-MOVCONTA-STATUS PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 CONTMSTR-NO-AR      VALUE 'S'.
           05 WS-CLIMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-CLIMSTR-NO-AR   PIC X(001) VALUE 'N'.
               88 CLIMSTR-NO-AR       VALUE 'S'.
           05 WS-EXTELET-STATUS  PIC X(002) VALUE '00'.
           05 WS-GERA-ELET       PIC X(001) VALUE 'N'.
               88 GERA-EXTRATO-ELET   VALUE 'S'.
           05 WS-ELET-FALHOU     PIC X(001) VALUE 'N'.
               88 EXTRATO-ELET-FALHOU VALUE 'S'.
           05 WS-CLIENTE-ACHADO  PIC X(001) VALUE 'N'.
               88 CLIENTE-ACHADO      VALUE 'S'.
           05 WS-IMPRIME-CONTA   PIC X(001) VALUE 'S'.
               88 IMPRIME-CONTA       VALUE 'S'.
           05 WS-EXTRAI-CONTA    PIC X(001) VALUE 'N'.
               88 EXTRAI-CONTA        VALUE 'S'.
           05 WS-FIM-MOVCONTA    PIC X(001) VALUE 'N'.
               88 FIM-MOVCONTA        VALUE 'S'.
       01 AREA-QUEBRA.
           05 WRK-SALDO-FECHA    PIC S9(011)V99 VALUE ZEROS.
           05 CNT-MOV-CONTA      PIC 9(005) VALUE ZEROS.
       01 CNT-MOVIMENTOS         PIC 9(007) VALUE ZEROS.
       01 AREA-TOTAIS-ELET.
           05 CNT-CONTAS-IMPRESSAS PIC 9(007) VALUE ZEROS.
           05 CNT-CONTAS-ELET      PIC 9(007) VALUE ZEROS.
           05 CNT-DETALHES-ELET    PIC 9(009) VALUE ZEROS.
           05 CNT-REGISTROS-ELET   PIC 9(009) VALUE ZEROS.
           05 TOT-HASH-ELET        PIC 9(015)V99 VALUE ZEROS.
       01 WRK-VALOR-EDT          PIC -Z(10)9.99.
       01 REL-CABECALHO-0.
           05 FILLER     PIC X(030) VALUE
           05 DET-VALOR     PIC -Z(10)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SALDO     PIC -Z(10)9.99.
       01 REL-RESUMO-ELET.
           05 RES-ROTULO    PIC X(040).
           05 RES-QTDE      PIC Z(008)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           ACCEPT WRK-CONTA-PEDIDA.
           DISPLAY 'MES DO EXTRATO (AAAAMM)'.
           ACCEPT WRK-MES-PEDIDO.
           DISPLAY 'ENTREGA (I=SO IMPRESSO E=ELETRONICO A=AMBOS)'.
           ACCEPT WRK-MODO.
           IF NOT MODO-ELETRONICO AND NOT MODO-AMBOS
               MOVE 'I' TO WRK-MODO
           END-IF.
           OPEN INPUT MOVCONTA.
           IF WS-MOVCONTA-STATUS NOT = '00'
               DISPLAY 'MOVCONTA INDISPONIVEL - STATUS '
           END-IF.
           OPEN OUTPUT RELEXTR.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DATA-LONGA TO WRK-DATA-HOJE.
           IF NOT MODO-IMPRESSO
               PERFORM 1100-ABRE-EXTRATO-ELET
           END-IF.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
       1000-INICIALIZA-EXIT.
           EXIT.
      *MODOS E/A: CLIMSTR, PERIODO DO MES E CABECALHO DO EXTELET - SEM
      *CADASTRO DE CLIENTES OU COM MES INVALIDO TUDO SAI IMPRESSO
       1100-ABRE-EXTRATO-ELET SECTION.
           IF WRK-MP-MES < 1 OR WRK-MP-MES > 12
               DISPLAY 'MES INVALIDO - EXTRATO ELETRONICO NAO GERADO'
               SET EXTRATO-ELET-FALHOU TO TRUE
               GO TO 1100-ABRE-EXTRATO-ELET-EXIT
           END-IF.
           OPEN INPUT CLIMSTR.
           IF WS-CLIMSTR-STATUS = '00'
               SET CLIMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'CLIMSTR INDISPONIVEL - STATUS '
                   WS-CLIMSTR-STATUS
                   ' - EXTRATO ELETRONICO NAO GERADO'
               SET EXTRATO-ELET-FALHOU TO TRUE
               GO TO 1100-ABRE-EXTRATO-ELET-EXIT
           END-IF.
           OPEN OUTPUT EXTELET.
           IF WS-EXTELET-STATUS NOT = '00'
               DISPLAY 'EXTELET NAO ABRIU - STATUS '
                   WS-EXTELET-STATUS
                   ' - EXTRATO ELETRONICO NAO GERADO'
               SET EXTRATO-ELET-FALHOU TO TRUE
               GO TO 1100-ABRE-EXTRATO-ELET-EXIT
           END-IF.
           SET GERA-EXTRATO-ELET TO TRUE.
           COMPUTE WRK-PERIODO-INI = WRK-MES-PEDIDO * 100 + 1.
           IF WRK-MP-MES = 12
               COMPUTE WRK-MES-SEGUINTE =
                   (WRK-MP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-MES-SEGUINTE = WRK-PERIODO-INI + 100
           END-IF.
           COMPUTE WRK-PERIODO-FIM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-MES-SEGUINTE) - 1).
           MOVE SPACES TO EXTELET-REC.
           SET EXE-CABECALHO TO TRUE.
           MOVE WRK-DATA-HOJE  TO EXH-DATA-GERACAO.
           MOVE WRK-MES-PEDIDO TO EXH-MES.
           MOVE 'EXTRATO MENSAL DE MOVIMENTOS' TO EXH-REMETENTE.
           PERFORM 2800-GRAVA-EXTELET.
       1100-ABRE-EXTRATO-ELET-EXIT.
           EXIT.
      *PERCORRE O HISTORICO COM QUEBRA POR CONTA, FILTRANDO MES E
      *(QUANDO PEDIDA) A CONTA
       2000-PROCESSA SECTION.
           END-IF.
           ADD 1 TO CNT-MOVIMENTOS.
           ADD 1 TO CNT-MOV-CONTA.
           IF IMPRIME-CONTA
               MOVE MV-DATA       TO DET-DATA
               MOVE MV-HISTORICO  TO DET-HISTORICO
               MOVE MV-VALOR      TO DET-VALOR
               MOVE MV-SALDO-APOS TO DET-SALDO
               WRITE REL-LINHA FROM REL-DETALHE
           END-IF.
           IF EXTRAI-CONTA
               PERFORM 2400-GRAVA-DETALHE-ELET
           END-IF.
           MOVE MV-SALDO-APOS TO WRK-SALDO-FECHA.
       2100-MOVIMENTO-NO-FILTRO-EXIT.
           EXIT.
      *ABRE O BLOCO DE UMA CONTA COM O SALDO DE ABERTURA - IMPRESSO,
      *ELETRONICO OU OS DOIS CONFORME O MODO E O CLIENTE
       2200-ABRE-CONTA SECTION.
           MOVE MV-CONTA TO WRK-CONTA-ATUAL.
           MOVE ZEROS TO CNT-MOV-CONTA.
           PERFORM 2950-IDENTIFICA-TITULAR.
           PERFORM 2250-DEFINE-ENTREGA.
           IF EXTRAI-CONTA
               PERFORM 2300-GRAVA-CONTA-ELET
           END-IF.
           IF NOT IMPRIME-CONTA
               GO TO 2200-ABRE-CONTA-EXIT
           END-IF.
           ADD 1 TO CNT-CONTAS-IMPRESSAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CAB-CONTA.
           MOVE 'SALDO DE ABERTURA..: ' TO SLD-ROTULO.
           MOVE MV-SALDO-ANTES TO SLD-VALOR.
           WRITE REL-LINHA FROM REL-SALDO-LINHA.
       2200-ABRE-CONTA-EXIT.
           EXIT.
      *ELETRONICO SO PARA CLIENTE COM ENTREGA 'E' E E-MAIL INFORMADO;
      *O RESTO (SO PAPEL, SEM CLIENTE, SEM E-MAIL) SEGUE IMPRESSO
       2250-DEFINE-ENTREGA SECTION.
           MOVE 'S' TO WS-IMPRIME-CONTA.
           MOVE 'N' TO WS-EXTRAI-CONTA.
           IF NOT GERA-EXTRATO-ELET
               GO TO 2250-DEFINE-ENTREGA-EXIT
           END-IF.
           IF CLIENTE-ACHADO AND CLI-ELETRONICO
              AND CLI-EMAIL NOT = SPACES
               SET EXTRAI-CONTA TO TRUE
               IF MODO-ELETRONICO
                   MOVE 'N' TO WS-IMPRIME-CONTA
               END-IF
           END-IF.
       2250-DEFINE-ENTREGA-EXIT.
           EXIT.
      *BLOCO 'C' DO EXTELET: TITULAR, ENTREGA, PERIODO E ABERTURA
       2300-GRAVA-CONTA-ELET SECTION.
           ADD 1 TO CNT-CONTAS-ELET.
           MOVE SPACES TO EXTELET-REC.
           SET EXE-CONTA TO TRUE.
           MOVE WRK-CONTA-ATUAL TO EXC-CONTA.
           MOVE CLI-CODIGO      TO EXC-CLIENTE.
           MOVE CLI-CPF         TO EXC-CPF.
           MOVE CLI-NOME        TO EXC-NOME.
           MOVE CLI-ENTREGA     TO EXC-METODO.
           MOVE CLI-EMAIL       TO EXC-EMAIL.
           MOVE CLI-ENDERECO    TO EXC-ENDERECO.
           MOVE CLI-CIDADE      TO EXC-CIDADE.
           MOVE CLI-UF          TO EXC-UF.
           MOVE CLI-CEP         TO EXC-CEP.
           MOVE WRK-PERIODO-INI TO EXC-PERIODO-INI.
           MOVE WRK-PERIODO-FIM TO EXC-PERIODO-FIM.
           MOVE MV-SALDO-ANTES  TO EXC-SALDO-ABERTURA.
           PERFORM 2800-GRAVA-EXTELET.
       2300-GRAVA-CONTA-ELET-EXIT.
           EXIT.
      *DETALHE 'D' DO EXTELET; O HASH SOMA O VALOR SEM O SINAL
       2400-GRAVA-DETALHE-ELET SECTION.
           ADD 1 TO CNT-DETALHES-ELET.
           IF MV-VALOR < ZEROS
               SUBTRACT MV-VALOR FROM TOT-HASH-ELET
           ELSE
               ADD MV-VALOR TO TOT-HASH-ELET
           END-IF.
           MOVE SPACES TO EXTELET-REC.
           SET EXE-DETALHE TO TRUE.
           MOVE MV-CONTA      TO EXD-CONTA.
           MOVE MV-DATA       TO EXD-DATA.
           MOVE MV-SEQ        TO EXD-SEQ.
           MOVE MV-TIPO       TO EXD-TIPO.
           MOVE MV-HISTORICO  TO EXD-HISTORICO.
           MOVE MV-VALOR      TO EXD-VALOR.
           MOVE MV-SALDO-APOS TO EXD-SALDO.
           PERFORM 2800-GRAVA-EXTELET.
       2400-GRAVA-DETALHE-ELET-EXIT.
           EXIT.
      *GRAVA UM REGISTRO DO EXTELET E CONTA PARA O TRAILER
       2800-GRAVA-EXTELET SECTION.
           WRITE EXTELET-REC.
           ADD 1 TO CNT-REGISTROS-ELET.
       2800-GRAVA-EXTELET-EXIT.
           EXIT.
      *FECHA O BLOCO DA CONTA COM O SALDO DE FECHAMENTO
       2900-FECHA-CONTA SECTION.
           IF NOT IMPRIME-CONTA
               GO TO 2900-FECHA-CONTA-EXIT
           END-IF.
           MOVE 'SALDO DE FECHAMENTO: ' TO SLD-ROTULO.
           MOVE WRK-SALDO-FECHA TO SLD-VALOR.
           WRITE REL-LINHA FROM REL-SALDO-LINHA.
       2900-FECHA-CONTA-EXIT.
           EXIT.
      *NOME DO TITULAR (CONTMSTR) E CADASTRO DO CLIENTE (CLIMSTR)
       2950-IDENTIFICA-TITULAR SECTION.
           MOVE WRK-CONTA-ATUAL TO CABCT-NUM.
           MOVE SPACES TO CABCT-NOME.
           MOVE 'N' TO WS-CLIENTE-ACHADO.
           IF NOT CONTMSTR-NO-AR
               GO TO 2950-IDENTIFICA-TITULAR-EXIT
           END-IF.
           MOVE WRK-CONTA-ATUAL TO CT-CONTA.
           READ CONTMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CONTMSTR-STATUS NOT = '00'
               MOVE '*** SEM CADASTRO ***' TO CABCT-NOME
               GO TO 2950-IDENTIFICA-TITULAR-EXIT
           END-IF.
           MOVE CT-NOME TO CABCT-NOME.
           IF CLIMSTR-NO-AR AND CT-CLIENTE NOT = ZEROS
               MOVE CT-CLIENTE TO CLI-CODIGO
               READ CLIMSTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIMSTR-STATUS = '00'
                   SET CLIENTE-ACHADO TO TRUE
               END-IF
           END-IF.
       2950-IDENTIFICA-TITULAR-EXIT.
           EXIT.
      *FECHA OS ARQUIVOS E RESUME NO CONSOLE; TRAILER E GERACAO DO
      *EXTELET QUANDO GERADO
       3000-FINALIZA SECTION.
           IF CNT-MOVIMENTOS = ZEROS
               MOVE 'NENHUM MOVIMENTO NO FILTRO INFORMADO'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF GERA-EXTRATO-ELET
               PERFORM 3100-FECHA-EXTRATO-ELET
           END-IF.
           IF WS-MOVCONTA-STATUS NOT = '35'
              AND WS-MOVCONTA-STATUS NOT = '91'
               CLOSE MOVCONTA
           IF CONTMSTR-NO-AR
               CLOSE CONTMSTR
           END-IF.
           IF CLIMSTR-NO-AR
               CLOSE CLIMSTR
           END-IF.
           CLOSE RELEXTR.
           DISPLAY 'MOVIMENTOS LISTADOS: ' CNT-MOVIMENTOS.
           IF EXTRATO-ELET-FALHOU
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           IF GERA-EXTRATO-ELET
               DISPLAY 'CONTAS IMPRESSAS...: ' CNT-CONTAS-IMPRESSAS
               DISPLAY 'CONTAS NO EXTELET..: ' CNT-CONTAS-ELET
               MOVE 'EXTELET ' TO GER-ORIGEM
               MOVE WRK-DATA-HOJE TO GER-DATA
               MOVE RETURN-CODE TO GER-RC-STEP
               CALL 'GERACAO' USING AREA-GERACAO
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *TRAILER 'T' DO EXTELET E RESUMO DA ENTREGA NO RELEXTR
       3100-FECHA-EXTRATO-ELET SECTION.
           MOVE SPACES TO EXTELET-REC.
           SET EXE-TRAILER TO TRUE.
           MOVE CNT-CONTAS-ELET   TO EXT-QTDE-CONTAS.
           MOVE CNT-DETALHES-ELET TO EXT-QTDE-DETALHES.
           ADD 1 TO CNT-REGISTROS-ELET.
           MOVE CNT-REGISTROS-ELET TO EXT-QTDE-REGISTROS.
           MOVE TOT-HASH-ELET     TO EXT-HASH-VALORES.
           WRITE EXTELET-REC.
           CLOSE EXTELET.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CONTAS IMPRESSAS NESTE RELATORIO......:'
               TO RES-ROTULO.
           MOVE CNT-CONTAS-IMPRESSAS TO RES-QTDE.
           WRITE REL-LINHA FROM REL-RESUMO-ELET.
           MOVE 'CONTAS ENVIADAS NO EXTRATO ELETRONICO.:'
               TO RES-ROTULO.
           MOVE CNT-CONTAS-ELET TO RES-QTDE.
           WRITE REL-LINHA FROM REL-RESUMO-ELET.
       3100-FECHA-EXTRATO-ELET-EXIT.
           EXIT.
       END PROGRAM EXTRATO.

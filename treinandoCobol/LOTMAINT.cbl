      *                A ENTRADA PASSA PELO SERVICO DE AUTORIZACAO
      *                VERAUTH (MATRIZ AUTMSTR DO AUTMAINT), COMO NAS
      *                DEMAIS TELAS DE MANUTENCAO.
      * 15/10/2026 RJJ ZONA FISCAL DO LOTE (LT-ZONA): PEDIDA NA
      *                INCLUSAO, ALTERADA PELA NOVA OPCAO 6 E MOSTRADA
      *                NA CONSULTA; SO SE ACEITA ZONA QUE TENHA LINHA
      *                NA TABELA ZONMSTR (ZONMAINT) EM ALGUM ANO, OU
      *                ZEROS PARA DEIXAR O LOTE SEM ZONA. SAIR PASSOU
      *                PARA A OPCAO 7.
      * 15/10/2026 RJJ TRANSACOES DE DESMEMBRAMENTO (OPCAO 7, UM PAI
      *                EM DOIS A NOVE FILHOS) E UNIFICACAO (OPCAO 8,
      *                DOIS A NOVE PAIS EM UM FILHO): OS FILHOS JA
      *                CADASTRADOS E LEVANTADOS, A SOMA DAS AREAS
      *                LEVANTADAS (LEVANT) DOS FILHOS TEM DE BATER COM
      *                A DOS PAIS DENTRO DA TOLERANCIA, CADA PAR PAI X
      *                FILHO VAI PARA O LOTLIN E OS PAIS SAEM
      *                APOSENTADOS. SAIR PASSOU PARA A OPCAO 9.
      * 15/10/2026 RJJ CADA INCLUSAO E ALTERACAO EFETIVADA NO LOTMSTR
      *                TAMBEM E ANEXADA AO DIARIO AVANCADO JRNMSTR
      *                (CALL 'GRVJRNL', VEJA JRNCOM) COM CHAVE E
      *                IMAGENS ANTES/DEPOIS, COMO NOS DEMAIS MESTRES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTMAINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOTE
               FILE STATUS IS WS-LOTMSTR-STATUS.
           SELECT ZONMSTR ASSIGN TO "ZONMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZN-CHAVE
               FILE STATUS IS WS-ZONMSTR-STATUS.
           SELECT LEVANT ASSIGN TO "LEVANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-LOTE
               FILE STATUS IS WS-LEVANT-STATUS.
           SELECT LOTLIN ASSIGN TO "LOTLIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               ALTERNATE RECORD KEY IS LG-FILHO
                   WITH DUPLICATES
               FILE STATUS IS WS-LOTLIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTMSTR.
       COPY LOTREC.
       FD  ZONMSTR.
       COPY ZONREC.
       FD  LEVANT.
       COPY LEVREC.
       FD  LOTLIN.
       COPY LINREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY JRNCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-LOTE        PIC 9(006) VALUE ZEROS.
       01 WRK-DESCRICAO   PIC X(030) VALUE SPACES.
       01 WRK-ZONA        PIC 9(003) VALUE ZEROS.
      *IMAGEM ANTES DA ALTERACAO, PARA O DIARIO JRNMSTR
       01 WRK-LOT-ANTES   PIC X(040) VALUE SPACES.
      *DIFERENCA ACEITA ENTRE A SOMA DAS AREAS DOS PAIS E DOS FILHOS,
      *EM PERCENTUAL DA AREA DOS PAIS
       01 WRK-TOLERANCIA-PCT PIC 9(002)V99 VALUE 1.00.
       01 AREA-TRANSACAO.
           05 WRK-TIPO-TRANS    PIC X(001) VALUE SPACE.
               88 TRANS-DESMEMBRA    VALUE 'D'.
               88 TRANS-UNIFICA      VALUE 'U'.
           05 WRK-PAPEL         PIC X(005) VALUE SPACES.
           05 WRK-QTD           PIC 9(001) VALUE ZEROS.
           05 WRK-QTD-PAIS      PIC 9(001) VALUE ZEROS.
           05 WRK-QTD-FILHOS    PIC 9(001) VALUE ZEROS.
           05 TB-PAI OCCURS 9 TIMES.
               10 TB-PAI-LOTE   PIC 9(006).
               10 TB-PAI-AREA   PIC 9(006)V99.
           05 TB-FILHO OCCURS 9 TIMES.
               10 TB-FILHO-LOTE PIC 9(006).
               10 TB-FILHO-AREA PIC 9(006)V99.
           05 IX-PAI            PIC 9(002) VALUE ZEROS.
           05 IX-FILHO          PIC 9(002) VALUE ZEROS.
           05 WRK-AREA-LOTE     PIC 9(006)V99 VALUE ZEROS.
           05 WRK-SOMA-PAIS     PIC 9(008)V99 VALUE ZEROS.
           05 WRK-SOMA-FILHOS   PIC 9(008)V99 VALUE ZEROS.
           05 WRK-DIFERENCA     PIC S9(008)V99 VALUE ZEROS.
           05 WRK-TOLERANCIA    PIC 9(008)V99 VALUE ZEROS.
           05 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
           05 WRK-CONFIRMA      PIC X(001) VALUE SPACE.
       01 WRK-AREA-EDT    PIC Z(7)9.99.
       01 WRK-DIFER-EDT   PIC -Z(7)9.99.
       01 AREA-CONTROLE.
           05 WS-LOTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-ZONMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-REG-ENCONTRADO PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
           05 WS-ZONA-OK        PIC X(001) VALUE 'N'.
               88 ZONA-VALIDA        VALUE 'S'.
           05 WS-LEVANT-STATUS  PIC X(002) VALUE '00'.
           05 WS-LOTLIN-STATUS  PIC X(002) VALUE '00'.
           05 WS-TRANS-ABERTA   PIC X(001) VALUE 'N'.
               88 TRANSACAO-ABERTA   VALUE 'S'.
           05 WS-LOTE-OK        PIC X(001) VALUE 'N'.
               88 LOTE-VALIDO        VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 9
               DISPLAY 'MANUTENCAO DO CADASTRO DE LOTES'
               DISPLAY '1 - INCLUIR'
               DISPLAY '2 - ALTERAR DESCRICAO'
               DISPLAY '3 - APOSENTAR'
               DISPLAY '4 - REABRIR'
               DISPLAY '5 - CONSULTAR'
               DISPLAY '6 - ALTERAR ZONA'
               DISPLAY '7 - DESMEMBRAR LOTE'
               DISPLAY '8 - UNIFICAR LOTES'
               DISPLAY '9 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                   WHEN WRK-OPCAO = 5
                       PERFORM 2500-CONSULTA
                   WHEN WRK-OPCAO = 6
                       PERFORM 2600-ALTERA-ZONA
                   WHEN WRK-OPCAO = 7
                       PERFORM 2800-DESMEMBRA
                   WHEN WRK-OPCAO = 8
                       PERFORM 2810-UNIFICA
                   WHEN WRK-OPCAO = 9
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               DISPLAY 'ERRO AO ABRIR O LOTMSTR - STATUS '
                   WS-LOTMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 9 TO WRK-OPCAO
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
           ACCEPT WRK-LOTE.
           MOVE WRK-LOTE TO LT-LOTE.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           MOVE SPACES TO WRK-LOT-ANTES.
           READ LOTMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-LOTMSTR-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
               MOVE LOTMSTR-REC TO WRK-LOT-ANTES
           END-IF.
       2000-BUSCA-REGISTRO-EXIT.
           EXIT.
           ELSE
               DISPLAY 'DESCRICAO/LOCALIZACAO'
               ACCEPT WRK-DESCRICAO
               PERFORM 2700-PEDE-ZONA
               IF NOT ZONA-VALIDA
                   MOVE ZEROS TO WRK-ZONA
                   DISPLAY 'ZONA NAO REGISTRADA - COMPLETE PELA '
                       'OPCAO 6'
               END-IF
               MOVE WRK-LOTE      TO LT-LOTE
               MOVE WRK-DESCRICAO TO LT-DESCRICAO
               MOVE WRK-ZONA      TO LT-ZONA
               SET LT-REGISTRADO TO TRUE
               WRITE LOTMSTR-REC
                   INVALID KEY
               END-WRITE
               IF WS-LOTMSTR-STATUS = '00'
                   DISPLAY 'LOTE INCLUIDO'
                   MOVE 'I' TO JRN-OPERACAO
                   PERFORM 2990-GRAVA-DIARIO
               END-IF
           END-IF.
       2100-INCLUI-EXIT.
               MOVE WRK-DESCRICAO TO LT-DESCRICAO
               REWRITE LOTMSTR-REC
               DISPLAY 'DESCRICAO ALTERADA'
               MOVE 'A' TO JRN-OPERACAO
               PERFORM 2990-GRAVA-DIARIO
           END-IF.
       2200-ALTERA-EXIT.
           EXIT.
               SET LT-APOSENTADO TO TRUE
               REWRITE LOTMSTR-REC
               DISPLAY 'LOTE APOSENTADO'
               MOVE 'A' TO JRN-OPERACAO
               PERFORM 2990-GRAVA-DIARIO
           END-IF.
       2300-APOSENTA-EXIT.
           EXIT.
               SET LT-REGISTRADO TO TRUE
               REWRITE LOTMSTR-REC
               DISPLAY 'LOTE REABERTO'
               MOVE 'A' TO JRN-OPERACAO
               PERFORM 2990-GRAVA-DIARIO
           END-IF.
       2400-REABRE-EXIT.
           EXIT.
                   WHEN OTHER
                       DISPLAY 'SITUACAO..: ' LT-SITUACAO
               END-EVALUATE
               IF LT-ZONA = ZEROS
                   DISPLAY 'ZONA......: NAO INFORMADA'
               ELSE
                   DISPLAY 'ZONA......: ' LT-ZONA
               END-IF
           END-IF.
       2500-CONSULTA-EXIT.
           EXIT.
      *ALTERA A ZONA FISCAL DE UM LOTE
       2600-ALTERA-ZONA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'LOTE NAO CADASTRADO'
               GO TO 2600-ALTERA-ZONA-EXIT
           END-IF.
           DISPLAY 'ZONA ATUAL: ' LT-ZONA.
           PERFORM 2700-PEDE-ZONA.
           IF NOT ZONA-VALIDA
               DISPLAY 'ZONA NAO ALTERADA'
               GO TO 2600-ALTERA-ZONA-EXIT
           END-IF.
           MOVE WRK-ZONA TO LT-ZONA.
           REWRITE LOTMSTR-REC.
           DISPLAY 'ZONA ALTERADA'.
           MOVE 'A' TO JRN-OPERACAO.
           PERFORM 2990-GRAVA-DIARIO.
       2600-ALTERA-ZONA-EXIT.
           EXIT.
      *PEDE A ZONA (ZEROS = SEM ZONA) E CONFERE QUE ELA TEM LINHA NA
      *TABELA ZONMSTR EM ALGUM ANO
       2700-PEDE-ZONA SECTION.
           MOVE 'N' TO WS-ZONA-OK.
           DISPLAY 'ZONA FISCAL (3 DIGITOS, 000 = SEM ZONA)'.
           ACCEPT WRK-ZONA.
           IF WRK-ZONA NOT NUMERIC
               DISPLAY 'ZONA INVALIDA'
               GO TO 2700-PEDE-ZONA-EXIT
           END-IF.
           IF WRK-ZONA = ZEROS
               SET ZONA-VALIDA TO TRUE
               GO TO 2700-PEDE-ZONA-EXIT
           END-IF.
           OPEN INPUT ZONMSTR.
           IF WS-ZONMSTR-STATUS NOT = '00'
               DISPLAY 'TABELA DE ZONAS INDISPONIVEL - STATUS '
                   WS-ZONMSTR-STATUS
               GO TO 2700-PEDE-ZONA-EXIT
           END-IF.
           MOVE WRK-ZONA TO ZN-ZONA.
           MOVE ZEROS    TO ZN-ANO.
           START ZONMSTR KEY >= ZN-CHAVE
               INVALID KEY
                   MOVE ZEROS TO ZN-ZONA
           END-START.
           IF WS-ZONMSTR-STATUS = '00'
               READ ZONMSTR NEXT
                   AT END
                       MOVE ZEROS TO ZN-ZONA
               END-READ
           END-IF.
           IF WS-ZONMSTR-STATUS = '00' AND ZN-ZONA = WRK-ZONA
               SET ZONA-VALIDA TO TRUE
           ELSE
               DISPLAY 'ZONA ' WRK-ZONA ' SEM LINHA NA TABELA DE '
                   'ZONAS (ZONMAINT)'
           END-IF.
           CLOSE ZONMSTR.
       2700-PEDE-ZONA-EXIT.
           EXIT.
      *DESMEMBRAMENTO: UM LOTE PAI EM DOIS A NOVE FILHOS
       2800-DESMEMBRA SECTION.
           SET TRANS-DESMEMBRA TO TRUE.
           PERFORM 2950-ABRE-TRANSACAO.
           IF NOT TRANSACAO-ABERTA
               GO TO 2800-DESMEMBRA-EXIT
           END-IF.
           MOVE 'PAI  ' TO WRK-PAPEL.
           PERFORM 2850-PEDE-LOTE.
           IF NOT LOTE-VALIDO
               GO TO 2800-DESMEMBRA-FECHA
           END-IF.
           DISPLAY 'QUANTOS LOTES FILHOS (2 A 9)'.
           ACCEPT WRK-QTD.
           IF WRK-QTD NOT NUMERIC OR WRK-QTD < 2
               DISPLAY 'QUANTIDADE INVALIDA'
               GO TO 2800-DESMEMBRA-FECHA
           END-IF.
           MOVE 'FILHO' TO WRK-PAPEL.
           PERFORM UNTIL WRK-QTD-FILHOS = WRK-QTD OR NOT LOTE-VALIDO
               PERFORM 2850-PEDE-LOTE
           END-PERFORM.
           IF NOT LOTE-VALIDO
               DISPLAY 'TRANSACAO CANCELADA'
               GO TO 2800-DESMEMBRA-FECHA
           END-IF.
           PERFORM 2900-CONFERE-GRAVA.
       2800-DESMEMBRA-FECHA.
           PERFORM 2960-FECHA-TRANSACAO.
       2800-DESMEMBRA-EXIT.
           EXIT.
      *UNIFICACAO: DOIS A NOVE LOTES PAIS EM UM FILHO
       2810-UNIFICA SECTION.
           SET TRANS-UNIFICA TO TRUE.
           PERFORM 2950-ABRE-TRANSACAO.
           IF NOT TRANSACAO-ABERTA
               GO TO 2810-UNIFICA-EXIT
           END-IF.
           DISPLAY 'QUANTOS LOTES PAIS (2 A 9)'.
           ACCEPT WRK-QTD.
           IF WRK-QTD NOT NUMERIC OR WRK-QTD < 2
               DISPLAY 'QUANTIDADE INVALIDA'
               GO TO 2810-UNIFICA-FECHA
           END-IF.
           MOVE 'PAI  ' TO WRK-PAPEL.
           SET LOTE-VALIDO TO TRUE.
           PERFORM UNTIL WRK-QTD-PAIS = WRK-QTD OR NOT LOTE-VALIDO
               PERFORM 2850-PEDE-LOTE
           END-PERFORM.
           IF LOTE-VALIDO
               MOVE 'FILHO' TO WRK-PAPEL
               PERFORM 2850-PEDE-LOTE
           END-IF.
           IF NOT LOTE-VALIDO
               DISPLAY 'TRANSACAO CANCELADA'
               GO TO 2810-UNIFICA-FECHA
           END-IF.
           PERFORM 2900-CONFERE-GRAVA.
       2810-UNIFICA-FECHA.
           PERFORM 2960-FECHA-TRANSACAO.
       2810-UNIFICA-EXIT.
           EXIT.
      *PEDE UM LOTE DA TRANSACAO NO PAPEL WRK-PAPEL (PAI/FILHO): TEM DE
      *ESTAR CADASTRADO, NAO APOSENTADO, COM AREA LEVANTADA E AINDA
      *NAO CITADO NA TRANSACAO; O FILHO NAO PODE JA TER VINDO DE OUTRA
      *TRANSACAO. O LOTE ACEITO ENTRA NA TABELA DO SEU PAPEL
       2850-PEDE-LOTE SECTION.
           MOVE 'N' TO WS-LOTE-OK.
           DISPLAY 'LOTE ' WRK-PAPEL ' (6 DIGITOS)'.
           ACCEPT WRK-LOTE.
           MOVE WRK-LOTE TO LT-LOTE.
           READ LOTMSTR
               INVALID KEY
                   DISPLAY 'LOTE NAO CADASTRADO'
                   GO TO 2850-PEDE-LOTE-EXIT
           END-READ.
           IF LT-APOSENTADO
               DISPLAY 'LOTE APOSENTADO - NAO ENTRA EM TRANSACAO'
               GO TO 2850-PEDE-LOTE-EXIT
           END-IF.
           PERFORM VARYING IX-PAI FROM 1 BY 1
                   UNTIL IX-PAI > WRK-QTD-PAIS
               IF TB-PAI-LOTE(IX-PAI) = WRK-LOTE
                   DISPLAY 'LOTE JA CITADO NA TRANSACAO'
                   GO TO 2850-PEDE-LOTE-EXIT
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-FILHO FROM 1 BY 1
                   UNTIL IX-FILHO > WRK-QTD-FILHOS
               IF TB-FILHO-LOTE(IX-FILHO) = WRK-LOTE
                   DISPLAY 'LOTE JA CITADO NA TRANSACAO'
                   GO TO 2850-PEDE-LOTE-EXIT
               END-IF
           END-PERFORM.
           MOVE WRK-LOTE TO LV-LOTE.
           READ LEVANT
               INVALID KEY
                   MOVE ZEROS TO LV-AREA
           END-READ.
           IF LV-AREA = ZEROS
               DISPLAY 'LOTE SEM AREA LEVANTADA - REGISTRE NO LEVMAINT'
               GO TO 2850-PEDE-LOTE-EXIT
           END-IF.
           MOVE LV-AREA TO WRK-AREA-LOTE.
           IF WRK-PAPEL = 'PAI  '
               ADD 1 TO WRK-QTD-PAIS
               MOVE WRK-LOTE      TO TB-PAI-LOTE(WRK-QTD-PAIS)
               MOVE WRK-AREA-LOTE TO TB-PAI-AREA(WRK-QTD-PAIS)
               SET LOTE-VALIDO TO TRUE
               GO TO 2850-PEDE-LOTE-EXIT
           END-IF.
           MOVE WRK-LOTE TO LG-FILHO.
           START LOTLIN KEY = LG-FILHO
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-LOTLIN-STATUS = '00'
               DISPLAY 'LOTE JA NASCEU DE OUTRA TRANSACAO'
               GO TO 2850-PEDE-LOTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-FILHOS.
           MOVE WRK-LOTE      TO TB-FILHO-LOTE(WRK-QTD-FILHOS).
           MOVE WRK-AREA-LOTE TO TB-FILHO-AREA(WRK-QTD-FILHOS).
           SET LOTE-VALIDO TO TRUE.
       2850-PEDE-LOTE-EXIT.
           EXIT.
      *CONFERE AS AREAS DENTRO DA TOLERANCIA, PEDE CONFIRMACAO, GRAVA
      *CADA PAR PAI X FILHO NO LOTLIN E APOSENTA OS PAIS
       2900-CONFERE-GRAVA SECTION.
           MOVE ZEROS TO WRK-SOMA-PAIS WRK-SOMA-FILHOS.
           PERFORM VARYING IX-PAI FROM 1 BY 1
                   UNTIL IX-PAI > WRK-QTD-PAIS
               ADD TB-PAI-AREA(IX-PAI) TO WRK-SOMA-PAIS
           END-PERFORM.
           PERFORM VARYING IX-FILHO FROM 1 BY 1
                   UNTIL IX-FILHO > WRK-QTD-FILHOS
               ADD TB-FILHO-AREA(IX-FILHO) TO WRK-SOMA-FILHOS
           END-PERFORM.
           COMPUTE WRK-DIFERENCA = WRK-SOMA-FILHOS - WRK-SOMA-PAIS.
           COMPUTE WRK-TOLERANCIA ROUNDED =
               WRK-SOMA-PAIS * WRK-TOLERANCIA-PCT / 100.
           MOVE WRK-SOMA-PAIS TO WRK-AREA-EDT.
           DISPLAY 'AREA LEVANTADA DOS PAIS...: ' WRK-AREA-EDT.
           MOVE WRK-SOMA-FILHOS TO WRK-AREA-EDT.
           DISPLAY 'AREA LEVANTADA DOS FILHOS.: ' WRK-AREA-EDT.
           MOVE WRK-DIFERENCA TO WRK-DIFER-EDT.
           DISPLAY 'DIFERENCA.................: ' WRK-DIFER-EDT.
           IF WRK-DIFERENCA > WRK-TOLERANCIA
              OR WRK-DIFERENCA < ZEROS - WRK-TOLERANCIA
               MOVE WRK-TOLERANCIA TO WRK-AREA-EDT
               DISPLAY 'AREAS NAO FECHAM (TOLERANCIA ' WRK-AREA-EDT
                   ') - TRANSACAO RECUSADA'
               GO TO 2900-CONFERE-GRAVA-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A TRANSACAO (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'TRANSACAO CANCELADA'
               GO TO 2900-CONFERE-GRAVA-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM VARYING IX-PAI FROM 1 BY 1
                   UNTIL IX-PAI > WRK-QTD-PAIS
               PERFORM VARYING IX-FILHO FROM 1 BY 1
                       UNTIL IX-FILHO > WRK-QTD-FILHOS
                   MOVE TB-PAI-LOTE(IX-PAI)     TO LG-PAI
                   MOVE TB-FILHO-LOTE(IX-FILHO) TO LG-FILHO
                   MOVE WRK-TIPO-TRANS          TO LG-TIPO
                   MOVE WRK-DATA-HOJE           TO LG-DATA
                   MOVE SIGN-OPERADOR           TO LG-OPERADOR
                   WRITE LOTLIN-REC
                       INVALID KEY
                           DISPLAY 'PAR JA REGISTRADO NO LOTLIN: '
                               LG-PAI ' ' LG-FILHO
                   END-WRITE
               END-PERFORM
               MOVE TB-PAI-LOTE(IX-PAI) TO LT-LOTE
               READ LOTMSTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LOTMSTR-STATUS = '00'
                   MOVE LOTMSTR-REC TO WRK-LOT-ANTES
                   SET LT-APOSENTADO TO TRUE
                   REWRITE LOTMSTR-REC
                   MOVE 'A' TO JRN-OPERACAO
                   PERFORM 2990-GRAVA-DIARIO
               END-IF
           END-PERFORM.
           DISPLAY 'TRANSACAO GRAVADA - PAIS APOSENTADOS'.
       2900-CONFERE-GRAVA-EXIT.
           EXIT.
      *ABRE LEVANT E LOTLIN (CRIANDO O LOTLIN NA PRIMEIRA VEZ) E ZERA
      *AS TABELAS DA TRANSACAO
       2950-ABRE-TRANSACAO SECTION.
           MOVE 'N' TO WS-TRANS-ABERTA.
           MOVE ZEROS TO WRK-QTD-PAIS WRK-QTD-FILHOS.
           OPEN INPUT LEVANT.
           IF WS-LEVANT-STATUS NOT = '00'
               DISPLAY 'LEVANT INDISPONIVEL - STATUS '
                   WS-LEVANT-STATUS
               GO TO 2950-ABRE-TRANSACAO-EXIT
           END-IF.
           OPEN I-O LOTLIN.
           IF WS-LOTLIN-STATUS = '35'
               OPEN OUTPUT LOTLIN
               CLOSE LOTLIN
               OPEN I-O LOTLIN
           END-IF.
           IF WS-LOTLIN-STATUS NOT = '00'
               DISPLAY 'LOTLIN INDISPONIVEL - STATUS '
                   WS-LOTLIN-STATUS
               CLOSE LEVANT
               GO TO 2950-ABRE-TRANSACAO-EXIT
           END-IF.
           SET TRANSACAO-ABERTA TO TRUE.
       2950-ABRE-TRANSACAO-EXIT.
           EXIT.
      *FECHA OS ARQUIVOS DA TRANSACAO
       2960-FECHA-TRANSACAO SECTION.
           CLOSE LEVANT.
           CLOSE LOTLIN.
       2960-FECHA-TRANSACAO-EXIT.
           EXIT.
      *ANEXA A OPERACAO EFETIVADA AO DIARIO AVANCADO JRNMSTR
       2990-GRAVA-DIARIO SECTION.
           IF WS-LOTMSTR-STATUS NOT = '00'
               GO TO 2990-GRAVA-DIARIO-EXIT
           END-IF.
           MOVE 'LOTMAINT' TO JRN-PROGRAMA.
           MOVE SIGN-OPERADOR TO JRN-OPERADOR.
           MOVE 'LOTMSTR ' TO JRN-ARQUIVO.
           MOVE SPACES TO JRN-CHAVE.
           MOVE LT-LOTE TO JRN-CHAVE(1:6).
           MOVE WRK-LOT-ANTES TO JRN-ANTES.
           MOVE LOTMSTR-REC TO JRN-DEPOIS.
           CALL 'GRVJRNL' USING AREA-GRVJRNL.
       2990-GRAVA-DIARIO-EXIT.
           EXIT.
      *FECHA O CADASTRO
       3000-FINALIZA SECTION.
           CLOSE LOTMSTR.

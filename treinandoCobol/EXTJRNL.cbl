      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: EXTRATO NOTURNO DE MUDANCAS DOS MESTRES PARA O
      *          DEPOSITO DE DADOS CORPORATIVO - LE AS ENTRADAS DO
      *          DIARIO AVANCADO JRNMSTR GRAVADAS DESDE O EXTRATO
      *          ANTERIOR (JANELA DE DATA/HORA GUARDADA NO CONTROLE
      *          EXTJCTL), CLASSIFICA POR ARQUIVO + CHAVE NA ORDEM EM
      *          QUE ACONTECERAM E GRAVA NO ARQUIVO DE INTERFACE
      *          EXTJRNL UM REGISTRO DE MUDANCA LIQUIDA POR CHAVE POR
      *          ARQUIVO - 'I' INCLUSAO, 'A' ALTERACAO, 'E' EXCLUSAO -
      *          COM A IMAGEM FINAL ABERTA CAMPO A CAMPO PARA EMPMSTR,
      *          HISTIMC, LEVANT, LOTMSTR E GEOMSTR (NA EXCLUSAO, A
      *          IMAGEM DO REGISTRO COMO ELE ERA AO SER APAGADO).
      *          CHAVE INCLUIDA E APAGADA NA MESMA JANELA NAO SAI.
      *          HEADER E TRAILER NO ESTILO DA INTERFACE DO ALERTHR,
      *          COM NUMERO DE SEQUENCIA DO EXTRATO E A JANELA
      *          COBERTA NO HEADER E AS CONTAGENS NO TRAILER, PARA O
      *          DEPOSITO PERCEBER UM DIA FALTANDO. SYSIN 'REPETE'
      *          REGERA O ULTIMO EXTRATO (MESMA SEQUENCIA, MESMA
      *          JANELA) QUANDO A TRANSMISSAO SE PERDE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ IMAGEM DO HISTIMC GANHOU O DISPOSITIVO DA
      *                BALANCA E A SITUACAO DA CALIBRACAO (EXH-
      *                DISPOSITIVO, EXH-SIT-CALIB), TIRADOS DO FILLER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNMSTR ASSIGN TO "JRNMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNMSTR-STATUS.
           SELECT EXTJCTL ASSIGN TO "EXTJCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTJCTL-STATUS.
           SELECT EXTJRNL ASSIGN TO "EXTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNSORT ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  JRNMSTR.
       01  JRNMSTR-REC.
           05 JM-DATA       PIC 9(008).
           05 JM-HORA       PIC 9(008).
           05 JM-PROGRAMA   PIC X(008).
           05 JM-OPERADOR   PIC X(006).
           05 JM-ARQUIVO    PIC X(008).
           05 JM-OPERACAO   PIC X(001).
           05 JM-CHAVE      PIC X(020).
           05 JM-ANTES      PIC X(100).
           05 JM-DEPOIS     PIC X(100).
       FD  EXTJCTL.
       01  EXTJCTL-REC.
           05 EJ-SEQ        PIC 9(007).
           05 EJ-DE-DATA    PIC 9(008).
           05 EJ-DE-HORA    PIC 9(008).
           05 EJ-ATE-DATA   PIC 9(008).
           05 EJ-ATE-HORA   PIC 9(008).
       FD  EXTJRNL.
       01  EXT-LINHA PIC X(200).
       SD  JRNSORT.
       01  SORT-REC.
           05 SORT-ARQUIVO  PIC X(008).
           05 SORT-CHAVE    PIC X(020).
           05 SORT-DATA     PIC 9(008).
           05 SORT-HORA     PIC 9(008).
           05 SORT-ORDEM    PIC 9(007).
           05 SORT-PROGRAMA PIC X(008).
           05 SORT-OPERADOR PIC X(006).
           05 SORT-OPERACAO PIC X(001).
           05 SORT-ANTES    PIC X(100).
           05 SORT-DEPOIS   PIC X(100).
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
      *LAYOUTS DOS MESTRES, PARA ABRIR A IMAGEM CAMPO A CAMPO
       COPY EMPREC.
       COPY HISTREC.
       COPY LEVREC.
       COPY LOTREC.
       COPY GEOREC.
       01 WRK-PARAMETRO     PIC X(008) VALUE SPACES.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WRK-HORA-AGORA    PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-JRNMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-EXTJCTL-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-JRNMSTR    PIC X(001) VALUE 'N'.
               88 FIM-JRNMSTR        VALUE 'S'.
           05 WS-FIM-SORT       PIC X(001) VALUE 'N'.
               88 FIM-SORT           VALUE 'S'.
           05 WS-REPETE         PIC X(001) VALUE 'N'.
               88 MODO-REPETE        VALUE 'S'.
           05 WS-TEM-GRUPO      PIC X(001) VALUE 'N'.
               88 TEM-GRUPO          VALUE 'S'.
      *JANELA DO EXTRATO (DATA*10**8 + HORA) E SEQUENCIA
       01 AREA-JANELA.
           05 WRK-SEQ           PIC 9(007) VALUE ZEROS.
           05 WRK-DE-DATA       PIC 9(008) VALUE ZEROS.
           05 WRK-DE-HORA       PIC 9(008) VALUE ZEROS.
           05 WRK-ATE-DATA      PIC 9(008) VALUE ZEROS.
           05 WRK-ATE-HORA      PIC 9(008) VALUE ZEROS.
           05 WRK-DE-CARIMBO    PIC 9(016) VALUE ZEROS.
           05 WRK-ATE-CARIMBO   PIC 9(016) VALUE ZEROS.
           05 WRK-CARIMBO       PIC 9(016) VALUE ZEROS.
      *GRUPO CORRENTE (UM ARQUIVO + UMA CHAVE) NA SAIDA DA CLASSIFICACAO
       01 AREA-GRUPO.
           05 GRP-ARQUIVO       PIC X(008) VALUE SPACES.
           05 GRP-CHAVE         PIC X(020) VALUE SPACES.
           05 GRP-PRIMEIRA-OPER PIC X(001) VALUE SPACE.
           05 GRP-ULTIMA-OPER   PIC X(001) VALUE SPACE.
           05 GRP-DATA          PIC 9(008) VALUE ZEROS.
           05 GRP-HORA          PIC 9(008) VALUE ZEROS.
           05 GRP-PROGRAMA      PIC X(008) VALUE SPACES.
           05 GRP-OPERADOR      PIC X(006) VALUE SPACES.
           05 GRP-ANTES         PIC X(100) VALUE SPACES.
           05 GRP-DEPOIS        PIC X(100) VALUE SPACES.
           05 GRP-QTDE          PIC 9(004) VALUE ZEROS.
           05 WRK-OPER-LIQUIDA  PIC X(001) VALUE SPACE.
           05 WRK-IMAGEM        PIC X(100) VALUE SPACES.
       01 AREA-CONTADORES.
           05 CNT-LIDOS         PIC 9(007) VALUE ZEROS.
           05 CNT-NA-JANELA     PIC 9(007) VALUE ZEROS.
           05 CNT-FORA-ESCOPO   PIC 9(007) VALUE ZEROS.
           05 CNT-ANULADOS      PIC 9(007) VALUE ZEROS.
           05 CNT-DETALHES      PIC 9(007) VALUE ZEROS.
           05 CNT-INCLUSOES     PIC 9(007) VALUE ZEROS.
           05 CNT-ALTERACOES    PIC 9(007) VALUE ZEROS.
           05 CNT-EXCLUSOES     PIC 9(007) VALUE ZEROS.
      *LAYOUT FIXO DA INTERFACE COM O DEPOSITO DE DADOS
       01 EXT-CABECALHO.
           05 FILLER        PIC X(001) VALUE 'H'.
           05 CAB-DATA      PIC 9(008).
           05 FILLER        PIC X(008) VALUE 'EXTJRNL '.
           05 CAB-SEQ       PIC 9(007).
           05 CAB-DE-DATA   PIC 9(008).
           05 CAB-DE-HORA   PIC 9(008).
           05 CAB-ATE-DATA  PIC 9(008).
           05 CAB-ATE-HORA  PIC 9(008).
           05 CAB-REPETICAO PIC X(001).
       01 EXT-DETALHE.
           05 FILLER        PIC X(001) VALUE 'D'.
           05 EXD-ARQUIVO   PIC X(008).
           05 EXD-OPERACAO  PIC X(001).
           05 EXD-DATA      PIC 9(008).
           05 EXD-HORA      PIC 9(008).
           05 EXD-PROGRAMA  PIC X(008).
           05 EXD-OPERADOR  PIC X(006).
           05 EXD-QTDE      PIC 9(004).
           05 EXD-CHAVE     PIC X(020).
           05 EXD-DADOS     PIC X(120).
           05 EXD-EMP REDEFINES EXD-DADOS.
               10 EXE-ID            PIC 9(006).
               10 EXE-NOME          PIC X(020).
               10 EXE-SITUACAO      PIC X(001).
               10 EXE-PESO-META     PIC 9(003).
               10 EXE-DEPTO         PIC 9(003).
               10 EXE-ID-SUCESSOR   PIC 9(006).
               10 EXE-DATA-NASC     PIC 9(008).
               10 EXE-DATA-ADMIS    PIC 9(008).
               10 FILLER            PIC X(065).
           05 EXD-HIST REDEFINES EXD-DADOS.
               10 EXH-ID            PIC 9(006).
               10 EXH-DATA          PIC 9(008).
               10 EXH-NOME          PIC X(020).
               10 EXH-ALTURA        PIC 9.99.
               10 EXH-PESO          PIC 9(003).
               10 EXH-RES           PIC 99.99.
               10 EXH-DISPOSITIVO   PIC X(005).
               10 EXH-SIT-CALIB     PIC X(001).
               10 FILLER            PIC X(068).
           05 EXD-LEV REDEFINES EXD-DADOS.
               10 EXV-LOTE          PIC 9(006).
               10 EXV-AREA          PIC 9(006).99.
               10 EXV-PERIMETRO     PIC 9(006).99.
               10 EXV-DATA-CADASTRO PIC 9(008).
               10 EXV-EMPREITEIRA   PIC X(004).
               10 FILLER            PIC X(084).
           05 EXD-LOT REDEFINES EXD-DADOS.
               10 EXL-LOTE          PIC 9(006).
               10 EXL-DESCRICAO     PIC X(030).
               10 EXL-SITUACAO      PIC X(001).
               10 EXL-ZONA          PIC 9(003).
               10 FILLER            PIC X(080).
           05 EXD-GEO REDEFINES EXD-DADOS.
               10 EXG-LOTE          PIC 9(006).
               10 EXG-DATA          PIC 9(008).
               10 EXG-HORA          PIC 9(008).
               10 EXG-FORMA         PIC 9(001).
               10 EXG-DIM1          PIC 9(003).99.
               10 EXG-DIM2          PIC 9(003).99.
               10 EXG-DIM3          PIC 9(003).99.
               10 EXG-AREA          PIC 9(006).99.
               10 EXG-PERIMETRO     PIC 9(006).99.
               10 EXG-OPERADOR      PIC X(006).
               10 EXG-QTD-VERT      PIC 9(002).
               10 FILLER            PIC X(053).
       01 EXT-TRAILER.
           05 FILLER        PIC X(001) VALUE 'T'.
           05 TRL-DATA      PIC 9(008).
           05 TRL-QTDE      PIC 9(007).
           05 TRL-SEQ       PIC 9(007).
           05 TRL-INCLUSOES PIC 9(007).
           05 TRL-ALTERACOES PIC 9(007).
           05 TRL-EXCLUSOES PIC 9(007).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               SORT JRNSORT
                   ON ASCENDING KEY SORT-ARQUIVO SORT-CHAVE
                                    SORT-DATA SORT-HORA SORT-ORDEM
                   INPUT PROCEDURE IS 2000-SELECIONA-ENTRADAS
                   OUTPUT PROCEDURE IS 2500-CONSOLIDA-MUDANCAS
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *MONTA A JANELA: DO FIM DO EXTRATO ANTERIOR ATE AGORA (OU A
      *MESMA JANELA DO ULTIMO EXTRATO NO MODO REPETE)
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           ACCEPT WRK-PARAMETRO.
           IF FUNCTION UPPER-CASE(WRK-PARAMETRO) = 'REPETE'
               SET MODO-REPETE TO TRUE
           END-IF.
           MOVE ZEROS TO EJ-SEQ EJ-DE-DATA EJ-DE-HORA
               EJ-ATE-DATA EJ-ATE-HORA.
           OPEN INPUT EXTJCTL.
           IF WS-EXTJCTL-STATUS = '00'
               READ EXTJCTL
                   AT END
                       MOVE ZEROS TO EJ-SEQ
               END-READ
               CLOSE EXTJCTL
           END-IF.
           IF EJ-SEQ NOT NUMERIC
               MOVE ZEROS TO EJ-SEQ
           END-IF.
           IF MODO-REPETE
               IF EJ-SEQ = ZEROS
                   DISPLAY 'EXTJCTL SEM EXTRATO ANTERIOR - NADA A '
                       'REPETIR'
                   MOVE RC-ERRO-GRAVE TO RETURN-CODE
                   GO TO 1000-INICIALIZA-EXIT
               END-IF
               MOVE EJ-SEQ      TO WRK-SEQ
               MOVE EJ-DE-DATA  TO WRK-DE-DATA
               MOVE EJ-DE-HORA  TO WRK-DE-HORA
               MOVE EJ-ATE-DATA TO WRK-ATE-DATA
               MOVE EJ-ATE-HORA TO WRK-ATE-HORA
               DISPLAY 'REPETINDO O EXTRATO ' WRK-SEQ
           ELSE
               COMPUTE WRK-SEQ = EJ-SEQ + 1
               IF EJ-SEQ = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DE-DATA
                   MOVE ZEROS         TO WRK-DE-HORA
               ELSE
                   MOVE EJ-ATE-DATA   TO WRK-DE-DATA
                   MOVE EJ-ATE-HORA   TO WRK-DE-HORA
               END-IF
               MOVE WRK-DATA-HOJE  TO WRK-ATE-DATA
               MOVE WRK-HORA-AGORA TO WRK-ATE-HORA
           END-IF.
           COMPUTE WRK-DE-CARIMBO =
               (WRK-DE-DATA * 100000000) + WRK-DE-HORA.
           COMPUTE WRK-ATE-CARIMBO =
               (WRK-ATE-DATA * 100000000) + WRK-ATE-HORA.
           OPEN OUTPUT EXTJRNL.
           MOVE WRK-DATA-HOJE TO CAB-DATA.
           MOVE WRK-SEQ       TO CAB-SEQ.
           MOVE WRK-DE-DATA   TO CAB-DE-DATA.
           MOVE WRK-DE-HORA   TO CAB-DE-HORA.
           MOVE WRK-ATE-DATA  TO CAB-ATE-DATA.
           MOVE WRK-ATE-HORA  TO CAB-ATE-HORA.
           MOVE WS-REPETE     TO CAB-REPETICAO.
           WRITE EXT-LINHA FROM EXT-CABECALHO.
       1000-INICIALIZA-EXIT.
           EXIT.
      *LE O DIARIO E SOLTA PARA A CLASSIFICACAO AS ENTRADAS DA JANELA
      *DOS CINCO MESTRES DO DEPOSITO (A ORDEM DE LEITURA DESEMPATA
      *ENTRADAS DO MESMO CARIMBO)
       2000-SELECIONA-ENTRADAS SECTION.
           OPEN INPUT JRNMSTR.
           IF WS-JRNMSTR-STATUS NOT = '00'
               DISPLAY 'JRNMSTR INDISPONIVEL - STATUS '
                   WS-JRNMSTR-STATUS ' - EXTRATO VAZIO'
               MOVE RC-AVISO TO RETURN-CODE
               GO TO 2000-SELECIONA-ENTRADAS-EXIT
           END-IF.
           PERFORM UNTIL FIM-JRNMSTR
               READ JRNMSTR
                   AT END
                       SET FIM-JRNMSTR TO TRUE
                   NOT AT END
                       PERFORM 2100-FILTRA-ENTRADA
               END-READ
           END-PERFORM.
           CLOSE JRNMSTR.
       2000-SELECIONA-ENTRADAS-EXIT.
           EXIT.
      *ENTRADA DENTRO DA JANELA E DE ARQUIVO DO ESCOPO VAI PARA O SORT
       2100-FILTRA-ENTRADA SECTION.
           ADD 1 TO CNT-LIDOS.
           IF JM-DATA NOT NUMERIC OR JM-HORA NOT NUMERIC
               GO TO 2100-FILTRA-ENTRADA-EXIT
           END-IF.
           COMPUTE WRK-CARIMBO = (JM-DATA * 100000000) + JM-HORA.
           IF WRK-CARIMBO NOT > WRK-DE-CARIMBO
              OR WRK-CARIMBO > WRK-ATE-CARIMBO
               GO TO 2100-FILTRA-ENTRADA-EXIT
           END-IF.
           ADD 1 TO CNT-NA-JANELA.
           EVALUATE JM-ARQUIVO
               WHEN 'EMPMSTR '
               WHEN 'HISTIMC '
               WHEN 'LEVANT  '
               WHEN 'LOTMSTR '
               WHEN 'GEOMSTR '
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO CNT-FORA-ESCOPO
                   GO TO 2100-FILTRA-ENTRADA-EXIT
           END-EVALUATE.
           MOVE JM-ARQUIVO   TO SORT-ARQUIVO.
           MOVE JM-CHAVE     TO SORT-CHAVE.
           MOVE JM-DATA      TO SORT-DATA.
           MOVE JM-HORA      TO SORT-HORA.
           MOVE CNT-LIDOS    TO SORT-ORDEM.
           MOVE JM-PROGRAMA  TO SORT-PROGRAMA.
           MOVE JM-OPERADOR  TO SORT-OPERADOR.
           MOVE JM-OPERACAO  TO SORT-OPERACAO.
           MOVE JM-ANTES     TO SORT-ANTES.
           MOVE JM-DEPOIS    TO SORT-DEPOIS.
           RELEASE SORT-REC.
       2100-FILTRA-ENTRADA-EXIT.
           EXIT.
      *RECEBE AS ENTRADAS CLASSIFICADAS E FECHA UMA MUDANCA LIQUIDA A
      *CADA QUEBRA DE ARQUIVO + CHAVE
       2500-CONSOLIDA-MUDANCAS SECTION.
           PERFORM UNTIL FIM-SORT
               RETURN JRNSORT
                   AT END
                       SET FIM-SORT TO TRUE
                       IF TEM-GRUPO
                           PERFORM 2700-FECHA-GRUPO
                       END-IF
                   NOT AT END
                       IF TEM-GRUPO
                          AND (SORT-ARQUIVO NOT = GRP-ARQUIVO
                           OR SORT-CHAVE NOT = GRP-CHAVE)
                           PERFORM 2700-FECHA-GRUPO
                       END-IF
                       PERFORM 2600-ACUMULA-ENTRADA
               END-RETURN
           END-PERFORM.
       2500-CONSOLIDA-MUDANCAS-EXIT.
           EXIT.
      *PRIMEIRA ENTRADA ABRE O GRUPO; A ULTIMA DEIXA A IMAGEM FINAL
       2600-ACUMULA-ENTRADA SECTION.
           IF NOT TEM-GRUPO
               SET TEM-GRUPO TO TRUE
               MOVE SORT-ARQUIVO  TO GRP-ARQUIVO
               MOVE SORT-CHAVE    TO GRP-CHAVE
               MOVE SORT-OPERACAO TO GRP-PRIMEIRA-OPER
               MOVE ZEROS         TO GRP-QTDE
           END-IF.
           ADD 1 TO GRP-QTDE.
           MOVE SORT-OPERACAO TO GRP-ULTIMA-OPER.
           MOVE SORT-DATA     TO GRP-DATA.
           MOVE SORT-HORA     TO GRP-HORA.
           MOVE SORT-PROGRAMA TO GRP-PROGRAMA.
           MOVE SORT-OPERADOR TO GRP-OPERADOR.
           MOVE SORT-ANTES    TO GRP-ANTES.
           MOVE SORT-DEPOIS   TO GRP-DEPOIS.
       2600-ACUMULA-ENTRADA-EXIT.
           EXIT.
      *MUDANCA LIQUIDA: A CHAVE EXISTIA ANTES DA JANELA SE A PRIMEIRA
      *ENTRADA NAO FOI INCLUSAO, E EXISTE DEPOIS SE A ULTIMA NAO FOI
      *EXCLUSAO. NAO EXISTIA E NAO EXISTE = INCLUIDA E APAGADA NA
      *MESMA JANELA, NADA A MANDAR
       2700-FECHA-GRUPO SECTION.
           MOVE 'N' TO WS-TEM-GRUPO.
           EVALUATE TRUE
               WHEN GRP-PRIMEIRA-OPER = 'I'
                AND GRP-ULTIMA-OPER = 'E'
                   ADD 1 TO CNT-ANULADOS
                   GO TO 2700-FECHA-GRUPO-EXIT
               WHEN GRP-PRIMEIRA-OPER = 'I'
                   MOVE 'I' TO WRK-OPER-LIQUIDA
                   MOVE GRP-DEPOIS TO WRK-IMAGEM
                   ADD 1 TO CNT-INCLUSOES
               WHEN GRP-ULTIMA-OPER = 'E'
                   MOVE 'E' TO WRK-OPER-LIQUIDA
                   MOVE GRP-ANTES TO WRK-IMAGEM
                   ADD 1 TO CNT-EXCLUSOES
               WHEN OTHER
                   MOVE 'A' TO WRK-OPER-LIQUIDA
                   MOVE GRP-DEPOIS TO WRK-IMAGEM
                   ADD 1 TO CNT-ALTERACOES
           END-EVALUATE.
           MOVE SPACES           TO EXD-DADOS.
           MOVE GRP-ARQUIVO      TO EXD-ARQUIVO.
           MOVE WRK-OPER-LIQUIDA TO EXD-OPERACAO.
           MOVE GRP-DATA         TO EXD-DATA.
           MOVE GRP-HORA         TO EXD-HORA.
           MOVE GRP-PROGRAMA     TO EXD-PROGRAMA.
           MOVE GRP-OPERADOR     TO EXD-OPERADOR.
           MOVE GRP-QTDE         TO EXD-QTDE.
           MOVE GRP-CHAVE        TO EXD-CHAVE.
           IF WRK-IMAGEM NOT = SPACES
               PERFORM 2800-ABRE-IMAGEM
           END-IF.
           WRITE EXT-LINHA FROM EXT-DETALHE.
           ADD 1 TO CNT-DETALHES.
       2700-FECHA-GRUPO-EXIT.
           EXIT.
      *ABRE A IMAGEM NO LAYOUT DO MESTRE E COPIA CAMPO A CAMPO
       2800-ABRE-IMAGEM SECTION.
           EVALUATE GRP-ARQUIVO
               WHEN 'EMPMSTR '
                   MOVE WRK-IMAGEM         TO EMPMSTR-REC
                   MOVE EMP-ID             TO EXE-ID
                   MOVE EMP-NOME           TO EXE-NOME
                   MOVE EMP-SITUACAO       TO EXE-SITUACAO
                   MOVE EMP-PESO-META      TO EXE-PESO-META
                   MOVE EMP-DEPTO          TO EXE-DEPTO
                   MOVE EMP-ID-SUCESSOR    TO EXE-ID-SUCESSOR
                   MOVE EMP-DATA-NASC      TO EXE-DATA-NASC
                   MOVE EMP-DATA-ADMIS     TO EXE-DATA-ADMIS
               WHEN 'HISTIMC '
                   MOVE WRK-IMAGEM         TO HIST-REC
                   MOVE HIST-ID            TO EXH-ID
                   MOVE HIST-DATA          TO EXH-DATA
                   MOVE HIST-NOME          TO EXH-NOME
                   MOVE HIST-ALTURA        TO EXH-ALTURA
                   MOVE HIST-PESO          TO EXH-PESO
                   MOVE HIST-RES           TO EXH-RES
                   MOVE HIST-DISPOSITIVO   TO EXH-DISPOSITIVO
                   MOVE HIST-SIT-CALIB     TO EXH-SIT-CALIB
               WHEN 'LEVANT  '
                   MOVE WRK-IMAGEM         TO LEVANT-REC
                   MOVE LV-LOTE            TO EXV-LOTE
                   MOVE LV-AREA            TO EXV-AREA
                   MOVE LV-PERIMETRO       TO EXV-PERIMETRO
                   MOVE LV-DATA-CADASTRO   TO EXV-DATA-CADASTRO
                   MOVE LV-EMPREITEIRA     TO EXV-EMPREITEIRA
               WHEN 'LOTMSTR '
                   MOVE WRK-IMAGEM         TO LOTMSTR-REC
                   MOVE LT-LOTE            TO EXL-LOTE
                   MOVE LT-DESCRICAO       TO EXL-DESCRICAO
                   MOVE LT-SITUACAO        TO EXL-SITUACAO
                   MOVE LT-ZONA            TO EXL-ZONA
               WHEN 'GEOMSTR '
                   MOVE WRK-IMAGEM         TO GEOMSTR-REC
                   MOVE GM-LOTE            TO EXG-LOTE
                   MOVE GM-DATA            TO EXG-DATA
                   MOVE GM-HORA            TO EXG-HORA
                   MOVE GM-FORMA           TO EXG-FORMA
                   MOVE GM-DIM1            TO EXG-DIM1
                   MOVE GM-DIM2            TO EXG-DIM2
                   MOVE GM-DIM3            TO EXG-DIM3
                   MOVE GM-AREA            TO EXG-AREA
                   MOVE GM-PERIMETRO       TO EXG-PERIMETRO
                   MOVE GM-OPERADOR        TO EXG-OPERADOR
                   MOVE GM-QTD-VERT        TO EXG-QTD-VERT
           END-EVALUATE.
       2800-ABRE-IMAGEM-EXIT.
           EXIT.
      *GRAVA O TRAILER, FECHA A INTERFACE E AVANCA O CONTROLE
       3000-FINALIZA SECTION.
           MOVE WRK-DATA-HOJE  TO TRL-DATA.
           MOVE CNT-DETALHES   TO TRL-QTDE.
           MOVE WRK-SEQ        TO TRL-SEQ.
           MOVE CNT-INCLUSOES  TO TRL-INCLUSOES.
           MOVE CNT-ALTERACOES TO TRL-ALTERACOES.
           MOVE CNT-EXCLUSOES  TO TRL-EXCLUSOES.
           WRITE EXT-LINHA FROM EXT-TRAILER.
           CLOSE EXTJRNL.
           IF NOT MODO-REPETE
               MOVE WRK-SEQ      TO EJ-SEQ
               MOVE WRK-DE-DATA  TO EJ-DE-DATA
               MOVE WRK-DE-HORA  TO EJ-DE-HORA
               MOVE WRK-ATE-DATA TO EJ-ATE-DATA
               MOVE WRK-ATE-HORA TO EJ-ATE-HORA
               OPEN OUTPUT EXTJCTL
               WRITE EXTJCTL-REC
               CLOSE EXTJCTL
           END-IF.
           DISPLAY 'EXTRATO ' WRK-SEQ ' - ENTRADAS NA JANELA: '
               CNT-NA-JANELA ' FORA DO ESCOPO: ' CNT-FORA-ESCOPO.
           DISPLAY 'MUDANCAS: ' CNT-DETALHES ' (I ' CNT-INCLUSOES
               ' A ' CNT-ALTERACOES ' E ' CNT-EXCLUSOES
               ') ANULADAS NA JANELA: ' CNT-ANULADOS.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM EXTJRNL.

      *          DIARIO DE APROPRIACAO RELJUROS COM TOTAIS, ASSINANDO
      *          PELO RETCOPY. CODIGO DE TAXA SEM CADASTRO REJEITA A
      *          CONTA (SALDO PASSA INALTERADO) E SINALIZA RC-AVISO.
      *          SALDO NEGATIVO PAGA A TAXA DE CHEQUE ESPECIAL E SAI NO
      *          RELATORIO DE SALDOS NEGATIVOS RELNEG.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *                (UMA SENTINELA NUMERICA COLIDIA COM A AGENCIA
      *                999 E VAZAVA DATA ZERO) E A DATA DE LIQUIDACAO
      *                JA NASCE IGUAL A DA APROPRIACAO.
      * 15/10/2026 RJJ A CHAVE DO MOVCONTA GANHOU A SEQUENCIA DO DIA
      *                (POSTAGEM DE DEPOSITOS/SAQUES DO MOVLOTE); A
      *                APROPRIACAO POSTA SEMPRE NA SEQUENCIA 000, E A
      *                REEXECUCAO CONTINUA REGRAVANDO O MESMO REGISTRO.
      * 15/10/2026 RJJ O PAR DO LANCTOS AGORA SAI COM A DATA DA
      *                APROPRIACAO (DATAPROC OU HOJE), COMO O MOVLOTE
      *                FAZ, E NAO COM A DATA DO RELOGIO - A CONCILIACAO
      *                CONCLOTE CASA O DEBITO DE JUROS DO DIA COM OS
      *                MOVIMENTOS 'J' DO MOVCONTA DA MESMA APROPRIACAO.
      * 15/10/2026 RJJ JURO DEIXA DE RENDER JURO TODO DIA: A
      *                APROPRIACAO DIARIA AGORA SO ACUMULA O JURO DA
      *                CONTA NO JURPEND (LAYOUT JURREC) E O SALDO FICA
      *                INALTERADO. NO ULTIMO DIA UTIL DO MES DA AGENCIA
      *                (FIM DO MES PELO VALDATA, DIA UTIL ANTERIOR PELO
      *                DIAUTIL) O ACUMULADO E CAPITALIZADO NO SALDO EM
      *                UM MOVIMENTO 'J' UNICO NO MOVCONTA E ZERADO.
      *                CONTABIL: APROPRIACAO D 5101 / C 2102 JUROS A
      *                CAPITALIZAR; CAPITALIZACAO D 2102 / C 2101. O
      *                DIARIO MOSTRA O JURO DO DIA, O ACUMULADO ATE A
      *                DATA E O CAPITALIZADO EM COLUNAS SEPARADAS. SEM O
      *                JURPEND NO AR A RODADA REAL NAO APROPRIA NADA E
      *                TERMINA COM RC-ERRO.
      * 15/10/2026 RJJ CADA LINHA DO LANCTOS AGORA PASSA PELA TRAVA DE
      *                PERIODO CONTABIL FECHADO (CALL 'PERCHK', VEJA
      *                PCKCOM) ANTES DO WRITE: DATA EM MES JA FECHADO
      *                NO PERCTB VAI PARA O PRIMEIRO PERIODO ABERTO
      *                COM A MARCA DE AJUSTE E SAI NO RELREDIR.
      * 15/10/2026 RJJ SALDO NEGATIVO DEIXA DE RENDER JURO: A CONTA COM
      *                SL-SALDO ABAIXO DE ZERO NAO APROPRIA PELA TAXA
      *                DA CONTA E E COBRADA PELA TAXA DE CHEQUE
      *                ESPECIAL DO TAXAHIST (CODIGO 'N', WRK-COD-TAXA-
      *                NEG), DEBITADA NO SALDO EM UM MOVIMENTO 'N' DO
      *                MOVCONTA (PRIMEIRA SEQUENCIA LIVRE DA DATA A
      *                PARTIR DE 001) E LANCADA D 2101 / C 4104
      *                RECEITA DE JUROS DE CHEQUE ESPECIAL. SEM A TAXA
      *                'N' A CONTA NEGATIVA E REJEITADA. NA RODADA
      *                REAL O CONTMSTR ABRE EM I-O PARA MANTER O
      *                CT-NEGATIVO-DESDE, E O RELATORIO DIARIO RELNEG
      *                LISTA TODA CONTA
      *                NEGATIVA COM DIAS NEGATIVA, SALDO, LIMITE
      *                (CT-LIMITE-CE) E EXCESSO, MARCANDO 'CONTATAR' AS
      *                QUE PASSARAM DO LIMITE, PARA A AGENCIA LIGAR.
      * 15/10/2026 RJJ CONTA REJEITADA (SEM CADASTRO, ENCERRADA, TAXA
      *                OU TAXA DE CHEQUE ESPECIAL SEM CADASTRO) NAO
      *                APROPRIA NEM E COBRADA NO DIA, MAS O ACUMULADO
      *                QUE JA TEM NO JURPEND CAPITALIZA NO DIA CERTO -
      *                ANTES FICAVA NA 2102 ATE O MES SEGUINTE. CONTA
      *                REJEITADA SEM JURPEND NAO GANHA REGISTRO.
      * 15/10/2026 RJJ O MOVIMENTO 'N' DE CHEQUE ESPECIAL DEIXA A
      *                SEQUENCIA FIXA 999 E PASSA A USAR A PRIMEIRA
      *                SEQUENCIA LIVRE DA CONTA NA DATA A PARTIR DE
      *                001, COMO O MOVLOTE: AS COBRANCAS DE SEXTA,
      *                SABADO E DOMINGO TEM A MESMA DATA DE LIQUIDACAO
      *                E SE REGRAVAVAM UMA POR CIMA DA OUTRA, E A 999
      *                FICAVA DEPOIS DOS MOVIMENTOS DA NOITE SEGUINTE
      *                NA MESMA DATA, DESORDENANDO O SALDO CORRIDO DO
      *                EXTRATO. CADA RODADA GRAVA UM REGISTRO NOVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUROLOTE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELJUROS ASSIGN TO "RELJUROS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELNEG ASSIGN TO "RELNEG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LANCTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCTOS-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-MOVCONTA-STATUS.
           SELECT JURPEND ASSIGN TO "JURPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JP-CONTA
               FILE STATUS IS WS-JURPEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS.
           05 SN-TAXA-COD  PIC X(001).
       FD  RELJUROS.
       01  REL-LINHA PIC X(090).
       FD  RELNEG.
       01  NEG-LINHA PIC X(090).
       FD  LANCTOS.
       01  LANCTO-LINHA PIC X(073).
       FD  CONTMSTR.
       COPY CONTREC.
       FD  MOVCONTA.
       COPY MOVREC.
       FD  JURPEND.
       COPY JURREC.
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY LANREC.
       COPY PCKCOM.
       COPY DIACOM.
       COPY VALDCOM.
       COPY GERCOM.
       01 AREA-CONTROLE.
           05 WS-SALDOS-STATUS PIC X(002) VALUE '00'.
           05 WS-TAXAS-STATUS  PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 CONTMSTR-NO-AR      VALUE 'S'.
           05 WS-CT-LIDO         PIC X(001) VALUE 'N'.
               88 CT-LIDO             VALUE 'S'.
           05 WS-CADASTRO-OK     PIC X(001) VALUE 'S'.
               88 CADASTRO-VALIDO     VALUE 'S'.
           05 WRK-OBS-CADASTRO   PIC X(012) VALUE SPACES.
           05 WS-RUNCTL-STATUS   PIC X(002) VALUE '00'.
           05 WS-SIMULA-JUROS    PIC X(001) VALUE 'N'.
               88 SIMULACAO           VALUE 'S'.
           05 WS-JURPEND-STATUS  PIC X(002) VALUE '00'.
           05 WS-JURPEND-NO-AR   PIC X(001) VALUE 'N'.
               88 JURPEND-NO-AR       VALUE 'S'.
           05 WS-JP-EXISTE       PIC X(001) VALUE 'N'.
               88 JP-EXISTE           VALUE 'S'.
           05 WS-MOV-GRAVADO     PIC X(001) VALUE 'N'.
               88 MOV-GRAVADO         VALUE 'S'.
           05 WS-SO-CAPITALIZA   PIC X(001) VALUE 'N'.
               88 SO-CAPITALIZA       VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA     VALUE 'S'.
      *FIM DO MES DA APROPRIACAO E ULTIMO DIA UTIL DELE POR AGENCIA
      *(CACHE DA ULTIMA CONSULTADA)
       01 AREA-CAPITALIZACAO.
           05 WRK-FIM-MES        PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-FIM-MES.
               10 WRK-FIM-ANOMES PIC 9(006).
               10 WRK-FIM-DIA    PIC 9(002).
           05 WRK-ULT-UTIL       PIC 9(008) VALUE ZEROS.
           05 WRK-AG-CAP-CACHE   PIC 9(003) VALUE ZEROS.
           05 WS-CAP-CACHE-OK    PIC X(001) VALUE 'N'.
               88 CAP-CACHE-CARREGADO VALUE 'S'.
           05 WRK-DATA-CAPIT     PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-DATA-CAPIT.
               10 WRK-CAPIT-ANOMES PIC 9(006).
               10 WRK-CAPIT-DIA  PIC 9(002).
           05 WS-CAPITALIZA      PIC X(001) VALUE 'N'.
               88 DIA-DE-CAPITALIZAR  VALUE 'S'.
       01 AREA-TAXAS.
           05 TAX-QTDE         PIC 9(002) VALUE ZEROS.
           05 TAX-ENTRADA OCCURS 20 TIMES.
           05 WS-FIM-TAXAHIST    PIC X(001) VALUE 'N'.
               88 FIM-TAXAHIST        VALUE 'S'.
           05 WRK-DATA-APROP     PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-DATA-APROP.
               10 WRK-APROP-ANOMES PIC 9(006).
               10 WRK-APROP-DIA  PIC 9(002).
           05 WRK-MELHOR-VIG     PIC 9(008) VALUE ZEROS.
           05 WRK-COD-PROCURA    PIC X(001) VALUE SPACES.
           05 WRK-COD-TAXA-NEG   PIC X(001) VALUE 'N'.
           05 THX-QTDE           PIC 9(003) VALUE ZEROS.
           05 THX-ENTRADA OCCURS 200 TIMES.
               10 THX-COD        PIC X(001).
           05 WRK-TAXA         PIC 9(003)V9(004) VALUE ZEROS.
           05 WRK-JUROS        PIC S9(011)V99 VALUE ZEROS.
           05 WRK-SALDO-NOVO   PIC S9(011)V99 VALUE ZEROS.
           05 WRK-ACUMULADO    PIC S9(011)V99 VALUE ZEROS.
           05 WRK-CAPITAL      PIC S9(011)V99 VALUE ZEROS.
           05 WRK-JUROS-NEG    PIC S9(011)V99 VALUE ZEROS.
      *CONTROLE DE SALDO NEGATIVO (RELNEG)
       01 AREA-NEGATIVO.
           05 WRK-DIAS-NEG     PIC 9(004) VALUE ZEROS.
           05 WRK-LIMITE-NEG   PIC 9(011)V99 VALUE ZEROS.
           05 WRK-DEVEDOR      PIC S9(011)V99 VALUE ZEROS.
           05 WRK-EXCESSO      PIC S9(011)V99 VALUE ZEROS.
           05 CNT-NEGATIVAS    PIC 9(007) VALUE ZEROS.
           05 CNT-EXCEDIDAS    PIC 9(007) VALUE ZEROS.
           05 CNT-COBRADAS-NEG PIC 9(007) VALUE ZEROS.
           05 TOT-NEGATIVO     PIC S9(013)V99 VALUE ZEROS.
           05 TOT-EXCESSO      PIC S9(013)V99 VALUE ZEROS.
           05 TOT-JUROS-NEG    PIC S9(013)V99 VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-CONTAS       PIC 9(007) VALUE ZEROS.
           05 CNT-REJEITADAS   PIC 9(007) VALUE ZEROS.
           05 CNT-CAPITALIZADAS PIC 9(007) VALUE ZEROS.
           05 TOT-JUROS        PIC S9(013)V99 VALUE ZEROS.
           05 TOT-ACUMULADO    PIC S9(013)V99 VALUE ZEROS.
           05 TOT-CAPITAL      PIC S9(013)V99 VALUE ZEROS.
           05 TOT-SALDO-NOVO   PIC S9(013)V99 VALUE ZEROS.
       01 WRK-CONT-EDT         PIC Z(6)9.
       01 WRK-VALOR-EDT        PIC -Z(12)9.99.
           05 FILLER   PIC X(041) VALUE
               "DIARIO DE APROPRIACAO DE JUROS DO PERIODO".
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(010) VALUE "CONTA".
           05 FILLER   PIC X(016) VALUE "SALDO ANTERIOR".
           05 FILLER   PIC X(009) VALUE "TAXA".
           05 FILLER   PIC X(012) VALUE "JURO DIA".
           05 FILLER   PIC X(014) VALUE "ACUMULADO".
           05 FILLER   PIC X(014) VALUE "CAPITALIZADO".
           05 FILLER   PIC X(003) VALUE "OBS".
       01 REL-DETALHE.
           05 DET-CONTA     PIC 9(009).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SALDO-ANT PIC -Z(10)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-TAXA      PIC ZZ9.9999.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-JUROS     PIC -Z(6)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-ACUMULADO PIC -Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-CAPITAL   PIC -Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-OBS       PIC X(011).
       01 REL-NEG-CAB-0.
           05 FILLER   PIC X(034) VALUE
               "SALDOS NEGATIVOS (CHEQUE ESPECIAL)".
           05 FILLER   PIC X(010) VALUE " - DATA: ".
           05 NEG-CAB-DATA PIC 9(008).
       01 REL-NEG-CAB-2.
           05 FILLER   PIC X(004) VALUE "AG".
           05 FILLER   PIC X(010) VALUE "CONTA".
           05 FILLER   PIC X(021) VALUE "NOME".
           05 FILLER   PIC X(005) VALUE "DIAS".
           05 FILLER   PIC X(014) VALUE "        SALDO".
           05 FILLER   PIC X(014) VALUE "       LIMITE".
           05 FILLER   PIC X(014) VALUE "      EXCESSO".
           05 FILLER   PIC X(008) VALUE "ACAO".
       01 REL-NEG-DET.
           05 NEG-AG        PIC 9(003).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NEG-CONTA     PIC 9(009).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NEG-NOME      PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NEG-DIAS      PIC ZZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NEG-SALDO     PIC -Z(8)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NEG-LIMITE    PIC Z(9)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NEG-EXCESSO   PIC Z(9)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 NEG-ACAO      PIC X(008).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
                       WS-TAXAS-STATUS
               END-IF
           END-IF.
           IF SIMULACAO
               OPEN INPUT CONTMSTR
           ELSE
               OPEN I-O CONTMSTR
           END-IF.
           IF WS-CONTMSTR-STATUS = '00'
               SET CONTMSTR-NO-AR TO TRUE
           ELSE
                       WS-MOVCONTA-STATUS ' - HISTORICO NAO POSTADO'
               END-IF
           END-IF.
           PERFORM 1500-ABRE-JURPEND.
           IF RODADA-ABORTADA
               SET FIM-SALDOS TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT SALDOS.
           IF SIMULACAO
               DISPLAY 'JUROLOTE EM MODO DE SIMULACAO - SALDOS NAO '
           ELSE
               OPEN OUTPUT SALDONOV
               OPEN OUTPUT RELJUROS
               OPEN OUTPUT RELNEG
           END-IF.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           PERFORM 8600-GRAVA-LINHA-DIARIO.
           MOVE REL-CABECALHO-2 TO WRK-LINHA-DIARIO.
           PERFORM 8600-GRAVA-LINHA-DIARIO.
           IF NOT SIMULACAO
               WRITE NEG-LINHA FROM AREA-CABECALHO-RELATORIO
               MOVE WRK-DATA-APROP TO NEG-CAB-DATA
               WRITE NEG-LINHA FROM REL-NEG-CAB-0
               WRITE NEG-LINHA FROM REL-NEG-CAB-2
           END-IF.
           IF WS-SALDOS-STATUS NOT = '00'
               SET FIM-SALDOS TO TRUE
           END-IF.
               CLOSE DATAPROC
           END-IF.
           MOVE WRK-DATA-APROP TO WRK-DATA-LIQ.
           PERFORM 1350-DEFINE-FIM-DO-MES.
       1300-DEFINE-DATA-APROP-EXIT.
           EXIT.
      *ULTIMO DIA DO MES DA APROPRIACAO - O PRIMEIRO DIA DE 31 PARA
      *BAIXO QUE O VALDATA ACEITA (TAMANHO DO MES E BISSEXTO)
       1350-DEFINE-FIM-DO-MES SECTION.
           MOVE WRK-DATA-APROP TO WRK-FIM-MES.
           MOVE 31 TO WRK-FIM-DIA.
           MOVE '08' TO VDT-RETORNO.
           PERFORM UNTIL VDT-DATA-VALIDA OR WRK-FIM-DIA < 28
               MOVE WRK-FIM-MES TO VDT-DATA
               MOVE RETURN-CODE TO VDT-RC
               CALL 'VALDATA' USING AREA-VALDATA
               IF NOT VDT-DATA-VALIDA
                   SUBTRACT 1 FROM WRK-FIM-DIA
               END-IF
           END-PERFORM.
       1350-DEFINE-FIM-DO-MES-EXIT.
           EXIT.
      *CARREGA O HISTORICO DE TAXAS COM VIGENCIA EM TABELA
       1400-CARREGA-TAXAHIST SECTION.
           OPEN INPUT TAXAHIST.
           END-IF.
       1400-CARREGA-TAXAHIST-EXIT.
           EXIT.
      *ABRE O ACUMULADO DE JUROS - NA RODADA REAL SEM ELE NADA E
      *APROPRIADO; NA SIMULACAO SO E LIDO, E SE FALTAR A PROJECAO
      *PARTE DE ACUMULADO ZERO
       1500-ABRE-JURPEND SECTION.
           IF SIMULACAO
               OPEN INPUT JURPEND
           ELSE
               OPEN I-O JURPEND
               IF WS-JURPEND-STATUS = '35'
                   OPEN OUTPUT JURPEND
                   CLOSE JURPEND
                   OPEN I-O JURPEND
               END-IF
           END-IF.
           IF WS-JURPEND-STATUS = '00'
               SET JURPEND-NO-AR TO TRUE
           ELSE
               IF SIMULACAO
                   DISPLAY 'AVISO: JURPEND INDISPONIVEL - STATUS '
                       WS-JURPEND-STATUS ' - PROJECAO SEM ACUMULADO'
               ELSE
                   DISPLAY 'JUROLOTE: JURPEND INDISPONIVEL - STATUS '
                       WS-JURPEND-STATUS ' - NADA FOI APROPRIADO'
                   SET RODADA-ABORTADA TO TRUE
               END-IF
           END-IF.
       1500-ABRE-JURPEND-EXIT.
           EXIT.
      *APROPRIA O JURO DE UMA CONTA E GRAVA O SALDO ATUALIZADO
       2000-PROCESSA SECTION.
           READ SALDOS
               NOT AT END
                   ADD 1 TO CNT-CONTAS
                   PERFORM 2050-VALIDA-CADASTRO
                   MOVE SL-TAXA-COD TO WRK-COD-PROCURA
                   PERFORM 2100-RESOLVE-TAXA
                   MOVE SL-CONTA TO DET-CONTA
                   MOVE SL-SALDO TO DET-SALDO-ANT
                   MOVE ZEROS TO WRK-ACUMULADO
                   MOVE ZEROS TO WRK-CAPITAL
                   EVALUATE TRUE
                       WHEN NOT CADASTRO-VALIDO
                           ADD 1 TO CNT-REJEITADAS
                           MOVE WRK-OBS-CADASTRO TO DET-OBS
                           PERFORM 2500-CAPITALIZA-REJEITADA
                       WHEN SL-SALDO < ZEROS
                           PERFORM 2200-SALDO-NEGATIVO
                       WHEN TAXA-ACHADA
                           COMPUTE WRK-JUROS ROUNDED =
                               (SL-SALDO * WRK-TAXA) / 100
                           ADD WRK-JUROS TO TOT-JUROS
                           PERFORM 2600-ACUMULA-JUROS
                           COMPUTE WRK-SALDO-NOVO =
                               SL-SALDO + WRK-CAPITAL
                           MOVE WRK-TAXA       TO DET-TAXA
                           MOVE WRK-JUROS      TO DET-JUROS
                           MOVE SPACES         TO DET-OBS
                           IF WRK-CAPITAL NOT = ZEROS
                               PERFORM 2800-POSTA-MOVIMENTO
                           END-IF
                       WHEN OTHER
                           ADD 1 TO CNT-REJEITADAS
                           MOVE 'TAXA INVAL.' TO DET-OBS
                           PERFORM 2500-CAPITALIZA-REJEITADA
                   END-EVALUATE
                   IF NOT SIMULACAO
                       PERFORM 2700-CONTROLA-NEGATIVO
                   END-IF
                   MOVE WRK-ACUMULADO TO DET-ACUMULADO
                   MOVE WRK-CAPITAL   TO DET-CAPITAL
                   ADD WRK-SALDO-NOVO TO TOT-SALDO-NOVO
                   IF SIMULACAO
                       MOVE SL-CONTA       TO DIF-CONTA
                       MOVE SL-SALDO       TO DIF-SALDO-ATU
                       COMPUTE DIF-SALDO-PRJ =
                           WRK-SALDO-NOVO + WRK-ACUMULADO
                       COMPUTE DIF-DIFERENCA =
                           WRK-SALDO-NOVO + WRK-ACUMULADO - SL-SALDO
                       WRITE DIF-LINHA FROM REL-DIF-DET
                   ELSE
                       MOVE SL-CONTA       TO SN-CONTA
      *OBSERVACAO PARA O DIARIO QUANDO NAO ESTA
       2050-VALIDA-CADASTRO SECTION.
           MOVE 'S' TO WS-CADASTRO-OK.
           MOVE 'N' TO WS-CT-LIDO.
           MOVE SPACES TO WRK-OBS-CADASTRO.
           IF CONTMSTR-NO-AR
               MOVE SL-CONTA TO CT-CONTA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CONTMSTR-STATUS = '00'
                   SET CT-LIDO TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN WS-CONTMSTR-STATUS NOT = '00'
                       MOVE 'N' TO WS-CADASTRO-OK
           END-IF.
       2050-VALIDA-CADASTRO-EXIT.
           EXIT.
      *PROCURA O CODIGO DE TAXA WRK-COD-PROCURA - PELO HISTORICO COM
      *VIGENCIA (TAXA EM VIGOR NA DATA DA APROPRIACAO) QUANDO O
      *TAXAHIST ESTA NO AR, SENAO PELA TABELA PLANA
       2100-RESOLVE-TAXA SECTION.
               MOVE ZEROS TO WRK-MELHOR-VIG
               PERFORM VARYING IX-THX FROM 1 BY 1
                       UNTIL IX-THX > THX-QTDE
                   IF THX-COD(IX-THX) = WRK-COD-PROCURA
                      AND THX-VIGENCIA(IX-THX) <= WRK-DATA-APROP
                      AND THX-VIGENCIA(IX-THX) >= WRK-MELHOR-VIG
                       SET TAXA-ACHADA TO TRUE
           ELSE
               PERFORM VARYING IX-TAXA FROM 1 BY 1
                       UNTIL IX-TAXA > TAX-QTDE OR TAXA-ACHADA
                   IF TAB-COD(IX-TAXA) = WRK-COD-PROCURA
                       SET TAXA-ACHADA TO TRUE
                       MOVE TAB-TAXA(IX-TAXA) TO WRK-TAXA
                   END-IF
           END-IF.
       2100-RESOLVE-TAXA-EXIT.
           EXIT.
      *CONTA COM SALDO NEGATIVO: NAO APROPRIA JURO (O ACUMULADO DE
      *ANTES AINDA CAPITALIZA NO DIA CERTO) E PAGA A TAXA DE CHEQUE
      *ESPECIAL SOBRE O VALOR DEVIDO, DEBITADA NO SALDO
       2200-SALDO-NEGATIVO SECTION.
           MOVE ZEROS TO WRK-JUROS.
           MOVE ZEROS TO WRK-JUROS-NEG.
           MOVE WRK-COD-TAXA-NEG TO WRK-COD-PROCURA.
           PERFORM 2100-RESOLVE-TAXA.
           IF NOT TAXA-ACHADA
               ADD 1 TO CNT-REJEITADAS
               MOVE 'TAXA CE INV' TO DET-OBS
               PERFORM 2500-CAPITALIZA-REJEITADA
               GO TO 2200-SALDO-NEGATIVO-EXIT
           END-IF.
           COMPUTE WRK-JUROS-NEG ROUNDED =
               ((ZEROS - SL-SALDO) * WRK-TAXA) / 100.
           PERFORM 2600-ACUMULA-JUROS.
           COMPUTE WRK-SALDO-NOVO =
               SL-SALDO + WRK-CAPITAL - WRK-JUROS-NEG.
           MOVE WRK-TAXA TO DET-TAXA.
           COMPUTE DET-JUROS = ZEROS - WRK-JUROS-NEG.
           MOVE 'SALDO NEG.' TO DET-OBS.
           IF WRK-CAPITAL NOT = ZEROS
               PERFORM 2800-POSTA-MOVIMENTO
           END-IF.
           IF WRK-JUROS-NEG NOT = ZEROS
               PERFORM 2900-POSTA-JUROS-NEGATIVO
               ADD WRK-JUROS-NEG TO TOT-JUROS-NEG
               ADD 1 TO CNT-COBRADAS-NEG
           END-IF.
       2200-SALDO-NEGATIVO-EXIT.
           EXIT.
      *CONTA REJEITADA: SEM JURO NEM COBRANCA NO DIA, MAS O ACUMULADO
      *QUE JA ESTA NO JURPEND CAPITALIZA NO DIA CERTO E ENTRA NO SALDO
       2500-CAPITALIZA-REJEITADA SECTION.
           MOVE ZEROS TO WRK-JUROS.
           MOVE ZEROS TO DET-TAXA.
           MOVE ZEROS TO DET-JUROS.
           SET SO-CAPITALIZA TO TRUE.
           PERFORM 2600-ACUMULA-JUROS.
           MOVE 'N' TO WS-SO-CAPITALIZA.
           COMPUTE WRK-SALDO-NOVO = SL-SALDO + WRK-CAPITAL.
           IF WRK-CAPITAL NOT = ZEROS
               PERFORM 2800-POSTA-MOVIMENTO
           END-IF.
       2500-CAPITALIZA-REJEITADA-EXIT.
           EXIT.
      *SOMA O JURO DO DIA NO ACUMULADO DA CONTA E, NO DIA DE
      *CAPITALIZAR, TRANSFERE O ACUMULADO PARA WRK-CAPITAL. A
      *REEXECUCAO NA MESMA DATA PRIMEIRO DESFAZ A CAPITALIZACAO E O
      *JURO DA RODADA ANTERIOR
       2600-ACUMULA-JUROS SECTION.
           MOVE 'N' TO WS-JP-EXISTE.
           IF JURPEND-NO-AR
               MOVE SL-CONTA TO JP-CONTA
               READ JURPEND
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-JURPEND-STATUS = '00'
                   SET JP-EXISTE TO TRUE
               END-IF
           END-IF.
           IF SO-CAPITALIZA AND NOT JP-EXISTE
               GO TO 2600-ACUMULA-JUROS-EXIT
           END-IF.
           IF NOT JP-EXISTE
               MOVE SL-CONTA TO JP-CONTA
               MOVE ZEROS    TO JP-ACUMULADO
               MOVE ZEROS    TO JP-ULT-APROP
               MOVE ZEROS    TO JP-ULT-JUROS
               MOVE ZEROS    TO JP-ULT-CAPIT
               MOVE ZEROS    TO JP-VALOR-CAPIT
           END-IF.
           IF JP-ULT-CAPIT = WRK-DATA-APROP
               ADD JP-VALOR-CAPIT TO JP-ACUMULADO
               MOVE ZEROS TO JP-VALOR-CAPIT
               MOVE ZEROS TO JP-ULT-CAPIT
           END-IF.
           IF JP-ULT-APROP = WRK-DATA-APROP
               SUBTRACT JP-ULT-JUROS FROM JP-ACUMULADO
           END-IF.
           ADD WRK-JUROS TO JP-ACUMULADO.
           MOVE WRK-DATA-APROP TO JP-ULT-APROP.
           MOVE WRK-JUROS      TO JP-ULT-JUROS.
           PERFORM 2650-VERIFICA-CAPITALIZACAO.
           IF DIA-DE-CAPITALIZAR
               MOVE JP-ACUMULADO   TO WRK-CAPITAL
               MOVE WRK-CAPITAL    TO JP-VALOR-CAPIT
               MOVE WRK-DATA-APROP TO JP-ULT-CAPIT
               MOVE ZEROS          TO JP-ACUMULADO
               ADD WRK-CAPITAL TO TOT-CAPITAL
               ADD 1 TO CNT-CAPITALIZADAS
           END-IF.
           MOVE JP-ACUMULADO TO WRK-ACUMULADO.
           ADD JP-ACUMULADO TO TOT-ACUMULADO.
           IF JURPEND-NO-AR AND NOT SIMULACAO
               IF JP-EXISTE
                   REWRITE JURPEND-REC
                       INVALID KEY
                           DISPLAY 'JUROLOTE: ERRO NO JURPEND DA CONTA '
                               SL-CONTA ' - STATUS ' WS-JURPEND-STATUS
                   END-REWRITE
               ELSE
                   WRITE JURPEND-REC
                       INVALID KEY
                           DISPLAY 'JUROLOTE: ERRO NO JURPEND DA CONTA '
                               SL-CONTA ' - STATUS ' WS-JURPEND-STATUS
                   END-WRITE
               END-IF
           END-IF.
       2600-ACUMULA-JUROS-EXIT.
           EXIT.
      *DIA DE CAPITALIZAR: A APROPRIACAO CAIU NO ULTIMO DIA UTIL DO
      *MES PARA A AGENCIA DA CONTA (OU DEPOIS DELE) E A CONTA AINDA
      *NAO FOI CAPITALIZADA NO MES; A MESMA AGENCIA SEGUIDA REUSA O
      *RESULTADO DO DIAUTIL
       2650-VERIFICA-CAPITALIZACAO SECTION.
           MOVE 'N' TO WS-CAPITALIZA.
           MOVE JP-ULT-CAPIT TO WRK-DATA-CAPIT.
           IF WRK-CAPIT-ANOMES = WRK-APROP-ANOMES
               GO TO 2650-VERIFICA-CAPITALIZACAO-EXIT
           END-IF.
           COMPUTE WRK-AG-CONTA = SL-CONTA / 1000000.
           IF NOT CAP-CACHE-CARREGADO
              OR WRK-AG-CONTA NOT = WRK-AG-CAP-CACHE
               MOVE 'A' TO DU-FUNCAO
               MOVE WRK-FIM-MES TO DU-DATA
               MOVE WRK-AG-CONTA TO DU-AGENCIA
               MOVE RETURN-CODE TO DU-RC
               CALL 'DIAUTIL' USING AREA-DIAUTIL
               IF DU-RETORNO = '00'
                   MOVE DU-DATA TO WRK-ULT-UTIL
               ELSE
                   MOVE WRK-FIM-MES TO WRK-ULT-UTIL
               END-IF
               MOVE WRK-AG-CONTA TO WRK-AG-CAP-CACHE
               SET CAP-CACHE-CARREGADO TO TRUE
           END-IF.
           IF WRK-DATA-APROP >= WRK-ULT-UTIL
               SET DIA-DE-CAPITALIZAR TO TRUE
           END-IF.
       2650-VERIFICA-CAPITALIZACAO-EXIT.
           EXIT.
      *MANTEM O CT-NEGATIVO-DESDE DA CONTA (MARCA NO PRIMEIRO DIA
      *NEGATIVA, LIMPA QUANDO VOLTA A FICAR POSITIVA) E LISTA A CONTA
      *NEGATIVA NO RELNEG COM DIAS, LIMITE E EXCESSO - CONTA SEM
      *CADASTRO SAI COM LIMITE ZERO E DIAS ZERO
       2700-CONTROLA-NEGATIVO SECTION.
           IF CT-LIDO
               IF WRK-SALDO-NOVO < ZEROS
                   IF CT-NEGATIVO-DESDE = ZEROS
                      OR CT-NEGATIVO-DESDE > WRK-DATA-APROP
                       MOVE WRK-DATA-APROP TO CT-NEGATIVO-DESDE
                       PERFORM 2750-REGRAVA-CONTMSTR
                   END-IF
               ELSE
                   IF CT-NEGATIVO-DESDE NOT = ZEROS
                       MOVE ZEROS TO CT-NEGATIVO-DESDE
                       PERFORM 2750-REGRAVA-CONTMSTR
                   END-IF
               END-IF
           END-IF.
           IF WRK-SALDO-NOVO NOT < ZEROS
               GO TO 2700-CONTROLA-NEGATIVO-EXIT
           END-IF.
           MOVE ZEROS  TO WRK-DIAS-NEG.
           MOVE ZEROS  TO WRK-LIMITE-NEG.
           MOVE SPACES TO NEG-NOME.
           IF CT-LIDO
               COMPUTE WRK-DIAS-NEG =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-APROP)
                   - FUNCTION INTEGER-OF-DATE(CT-NEGATIVO-DESDE) + 1
               MOVE CT-LIMITE-CE TO WRK-LIMITE-NEG
               MOVE CT-NOME      TO NEG-NOME
           END-IF.
           COMPUTE WRK-DEVEDOR = ZEROS - WRK-SALDO-NOVO.
           COMPUTE WRK-EXCESSO = WRK-DEVEDOR - WRK-LIMITE-NEG.
           ADD 1 TO CNT-NEGATIVAS.
           ADD WRK-DEVEDOR TO TOT-NEGATIVO.
           COMPUTE NEG-AG = SL-CONTA / 1000000.
           MOVE SL-CONTA       TO NEG-CONTA.
           MOVE WRK-DIAS-NEG   TO NEG-DIAS.
           MOVE WRK-SALDO-NOVO TO NEG-SALDO.
           MOVE WRK-LIMITE-NEG TO NEG-LIMITE.
           IF WRK-EXCESSO > ZEROS
               MOVE WRK-EXCESSO TO NEG-EXCESSO
               MOVE 'CONTATAR'  TO NEG-ACAO
               ADD 1 TO CNT-EXCEDIDAS
               ADD WRK-EXCESSO TO TOT-EXCESSO
           ELSE
               MOVE ZEROS  TO NEG-EXCESSO
               MOVE SPACES TO NEG-ACAO
           END-IF.
           WRITE NEG-LINHA FROM REL-NEG-DET.
       2700-CONTROLA-NEGATIVO-EXIT.
           EXIT.
      *REGRAVA A CONTA LIDA PELO 2050 COM O CT-NEGATIVO-DESDE NOVO
       2750-REGRAVA-CONTMSTR SECTION.
           REWRITE CONTMSTR-REC
               INVALID KEY
                   DISPLAY 'JUROLOTE: ERRO NO CONTMSTR DA CONTA '
                       SL-CONTA ' - STATUS ' WS-CONTMSTR-STATUS
           END-REWRITE.
       2750-REGRAVA-CONTMSTR-EXIT.
           EXIT.
      *POSTA A CAPITALIZACAO DO MES NO HISTORICO DE MOVIMENTOS DA
      *CONTA - REEXECUCAO NO MESMO DIA REGRAVA O MOVIMENTO DO DIA
       2800-POSTA-MOVIMENTO SECTION.
           IF MOVCONTA-NO-AR AND NOT SIMULACAO
               PERFORM 2850-DATA-DE-LIQUIDACAO
               MOVE SL-CONTA        TO MV-CONTA
               MOVE WRK-DATA-LIQ    TO MV-DATA
               MOVE ZEROS           TO MV-SEQ
               SET MV-JUROS TO TRUE
               MOVE 'JUROS CAPITALIZADOS' TO MV-HISTORICO
               MOVE WRK-CAPITAL     TO MV-VALOR
               MOVE SL-SALDO        TO MV-SALDO-ANTES
               COMPUTE MV-SALDO-APOS = SL-SALDO + WRK-CAPITAL
               WRITE MOVCONTA-REC
                   INVALID KEY
                       REWRITE MOVCONTA-REC
           SET LIQ-CACHE-CARREGADO TO TRUE.
       2850-DATA-DE-LIQUIDACAO-EXIT.
           EXIT.
      *POSTA A COBRANCA DE CHEQUE ESPECIAL DO DIA NO HISTORICO DA
      *CONTA, DEPOIS DA CAPITALIZACAO, NA PRIMEIRA SEQUENCIA LIVRE DA
      *CONTA NA DATA A PARTIR DE 001 (COMO O MOVLOTE) - AS COBRANCAS
      *DE SEXTA, SABADO E DOMINGO CAEM NA MESMA DATA DE LIQUIDACAO E
      *CADA UMA GANHA O SEU REGISTRO
       2900-POSTA-JUROS-NEGATIVO SECTION.
           IF NOT MOVCONTA-NO-AR OR SIMULACAO
               GO TO 2900-POSTA-JUROS-NEGATIVO-EXIT
           END-IF.
           PERFORM 2850-DATA-DE-LIQUIDACAO.
           MOVE SL-CONTA        TO MV-CONTA.
           MOVE WRK-DATA-LIQ    TO MV-DATA.
           SET MV-JUROS-NEGATIVO TO TRUE.
           MOVE 'JUROS CHEQUE ESPEC.' TO MV-HISTORICO.
           COMPUTE MV-VALOR = ZEROS - WRK-JUROS-NEG.
           COMPUTE MV-SALDO-ANTES = SL-SALDO + WRK-CAPITAL.
           MOVE WRK-SALDO-NOVO  TO MV-SALDO-APOS.
           MOVE 'N' TO WS-MOV-GRAVADO.
           MOVE 1 TO MV-SEQ.
           PERFORM UNTIL MOV-GRAVADO OR MV-SEQ = 999
               WRITE MOVCONTA-REC
                   INVALID KEY
                       ADD 1 TO MV-SEQ
                   NOT INVALID KEY
                       SET MOV-GRAVADO TO TRUE
               END-WRITE
           END-PERFORM.
           IF NOT MOV-GRAVADO
               DISPLAY 'JUROLOTE: CONTA ' SL-CONTA
                   ' SEM SEQUENCIA LIVRE NO MOVCONTA EM ' WRK-DATA-LIQ
           END-IF.
       2900-POSTA-JUROS-NEGATIVO-EXIT.
           EXIT.
      *TOTAIS DO DIARIO E RETORNO AO STEP
       3000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               IF CONTMSTR-NO-AR
                   CLOSE CONTMSTR
               END-IF
               IF MOVCONTA-NO-AR
                   CLOSE MOVCONTA
               END-IF
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 3000-FINALIZA-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-DIARIO.
           PERFORM 8600-GRAVA-LINHA-DIARIO.
           MOVE CNT-CONTAS TO WRK-CONT-EDT.
           STRING "JUROS APROPRIADOS..: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO WRK-LINHA-DIARIO.
           PERFORM 8600-GRAVA-LINHA-DIARIO.
           MOVE TOT-ACUMULADO TO WRK-VALOR-EDT.
           MOVE SPACES TO WRK-LINHA-DIARIO.
           STRING "ACUMULADO A CAPIT..: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO WRK-LINHA-DIARIO.
           PERFORM 8600-GRAVA-LINHA-DIARIO.
           MOVE CNT-CAPITALIZADAS TO WRK-CONT-EDT.
           MOVE SPACES TO WRK-LINHA-DIARIO.
           STRING "CONTAS CAPITALIZ...: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO WRK-LINHA-DIARIO.
           PERFORM 8600-GRAVA-LINHA-DIARIO.
           MOVE TOT-CAPITAL TO WRK-VALOR-EDT.
           MOVE SPACES TO WRK-LINHA-DIARIO.
           STRING "JUROS CAPITALIZADOS: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO WRK-LINHA-DIARIO.
           PERFORM 8600-GRAVA-LINHA-DIARIO.
           MOVE CNT-COBRADAS-NEG TO WRK-CONT-EDT.
           MOVE SPACES TO WRK-LINHA-DIARIO.
           STRING "CONTAS COBRADAS CE.: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO WRK-LINHA-DIARIO.
           PERFORM 8600-GRAVA-LINHA-DIARIO.
           MOVE TOT-JUROS-NEG TO WRK-VALOR-EDT.
           MOVE SPACES TO WRK-LINHA-DIARIO.
           STRING "JUROS CHEQUE ESPEC.: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO WRK-LINHA-DIARIO.
           PERFORM 8600-GRAVA-LINHA-DIARIO.
           MOVE TOT-SALDO-NOVO TO WRK-VALOR-EDT.
           MOVE SPACES TO WRK-LINHA-DIARIO.
           STRING "SALDO NOVO TOTAL...: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO WRK-LINHA-DIARIO.
           PERFORM 8600-GRAVA-LINHA-DIARIO.
           IF NOT SIMULACAO
               PERFORM 3200-TOTAIS-RELNEG
           END-IF.
           CLOSE SALDOS.
           IF SIMULACAO
               CLOSE RELJURSIM
           IF MOVCONTA-NO-AR
               CLOSE MOVCONTA
           END-IF.
           IF JURPEND-NO-AR
               CLOSE JURPEND
           END-IF.
           IF (TOT-JUROS NOT = ZEROS OR TOT-CAPITAL NOT = ZEROS
               OR TOT-JUROS-NEG NOT = ZEROS)
              AND NOT SIMULACAO
               PERFORM 3100-LANCA-CONTABIL
           END-IF.
           IF CNT-CONTAS = ZEROS OR CNT-REJEITADAS > ZEROS
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           IF NOT SIMULACAO
               MOVE 'RELNEG  ' TO GER-ORIGEM
               MOVE WRK-DATA-APROP TO GER-DATA
               MOVE RETURN-CODE TO GER-RC-STEP
               CALL 'GERACAO' USING AREA-GERACAO
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *ANEXA OS PARES DE PARTIDA DOBRADA NO LANCTOS, PARA O BALANCETE
      *DO CTBLOTE - APROPRIACAO: DEBITO NA DESPESA DE JUROS E CREDITO
      *EM JUROS A CAPITALIZAR; CAPITALIZACAO: DEBITO EM JUROS A
      *CAPITALIZAR E CREDITO NOS DEPOSITOS DE CLIENTES; CHEQUE
      *ESPECIAL: DEBITO NOS DEPOSITOS DE CLIENTES E CREDITO NA RECEITA
      *DE JUROS DE CHEQUE ESPECIAL
       3100-LANCA-CONTABIL SECTION.
           OPEN EXTEND LANCTOS.
           IF WS-LANCTOS-STATUS = '35'
               DISPLAY 'LANCTOS INDISPONIVEL - STATUS '
                   WS-LANCTOS-STATUS ' - LANCAMENTO NAO GRAVADO'
           ELSE
               MOVE WRK-DATA-APROP TO LN-DATA
               MOVE 'JUROLOTE' TO LN-ORIGEM
               IF TOT-JUROS NOT = ZEROS
                   MOVE TOT-JUROS TO LN-VALOR
                   MOVE 5101 TO LN-CONTA-CTB
                   MOVE 'D'  TO LN-TIPO
                   MOVE 'JUROS APROPRIADOS NO PERIODO' TO LN-HISTORICO
                   PERFORM 3110-GRAVA-LANCTO
                   MOVE 2102 TO LN-CONTA-CTB
                   MOVE 'C'  TO LN-TIPO
                   PERFORM 3110-GRAVA-LANCTO
               END-IF
               IF TOT-CAPITAL NOT = ZEROS
                   MOVE TOT-CAPITAL TO LN-VALOR
                   MOVE 2102 TO LN-CONTA-CTB
                   MOVE 'D'  TO LN-TIPO
                   MOVE 'JUROS CAPITALIZADOS NO MES' TO LN-HISTORICO
                   PERFORM 3110-GRAVA-LANCTO
                   MOVE 2101 TO LN-CONTA-CTB
                   MOVE 'C'  TO LN-TIPO
                   PERFORM 3110-GRAVA-LANCTO
               END-IF
               IF TOT-JUROS-NEG NOT = ZEROS
                   MOVE TOT-JUROS-NEG TO LN-VALOR
                   MOVE 2101 TO LN-CONTA-CTB
                   MOVE 'D'  TO LN-TIPO
                   MOVE 'JUROS DE CHEQUE ESPECIAL' TO LN-HISTORICO
                   PERFORM 3110-GRAVA-LANCTO
                   MOVE 4104 TO LN-CONTA-CTB
                   MOVE 'C'  TO LN-TIPO
                   PERFORM 3110-GRAVA-LANCTO
               END-IF
               CLOSE LANCTOS
           END-IF.
       3100-LANCA-CONTABIL-EXIT.
           EXIT.
      *PASSA A LINHA MONTADA EM LANCTO-REC PELA TRAVA DE PERIODO
      *FECHADO E GRAVA; A DATA PEDIDA VOLTA PARA A PROXIMA LINHA
       3110-GRAVA-LANCTO SECTION.
           MOVE 'JUROLOTE' TO PCK-PROGRAMA.
           MOVE LANCTO-REC TO PCK-LANCTO.
           MOVE RETURN-CODE TO PCK-RC.
           CALL 'PERCHK' USING AREA-PERCHK.
           MOVE PCK-LANCTO TO LANCTO-REC.
           WRITE LANCTO-LINHA FROM LANCTO-REC.
           IF PCK-REDIRECIONADO
               MOVE LN-DATA-ORIGINAL TO LN-DATA
           END-IF.
       3110-GRAVA-LANCTO-EXIT.
           EXIT.
      *TOTAIS DO RELATORIO DE SALDOS NEGATIVOS
       3200-TOTAIS-RELNEG SECTION.
           MOVE SPACES TO NEG-LINHA.
           WRITE NEG-LINHA.
           MOVE CNT-NEGATIVAS TO WRK-CONT-EDT.
           MOVE SPACES TO NEG-LINHA.
           STRING "CONTAS NEGATIVAS...: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO NEG-LINHA.
           WRITE NEG-LINHA.
           MOVE CNT-EXCEDIDAS TO WRK-CONT-EDT.
           MOVE SPACES TO NEG-LINHA.
           STRING "ACIMA DO LIMITE....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO NEG-LINHA.
           WRITE NEG-LINHA.
           MOVE TOT-NEGATIVO TO WRK-VALOR-EDT.
           MOVE SPACES TO NEG-LINHA.
           STRING "TOTAL DEVEDOR......: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO NEG-LINHA.
           WRITE NEG-LINHA.
           MOVE TOT-EXCESSO TO WRK-VALOR-EDT.
           MOVE SPACES TO NEG-LINHA.
           STRING "EXCESSO TOTAL......: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO NEG-LINHA.
           WRITE NEG-LINHA.
           MOVE TOT-JUROS-NEG TO WRK-VALOR-EDT.
           MOVE SPACES TO NEG-LINHA.
           STRING "JUROS CHEQUE ESPEC.: " WRK-VALOR-EDT
               DELIMITED BY SIZE INTO NEG-LINHA.
           WRITE NEG-LINHA.
           CLOSE RELNEG.
       3200-TOTAIS-RELNEG-EXIT.
           EXIT.
      *LE O RUNCTL SO PARA O COMUTADOR DE SIMULACAO
       0900-LE-RUNCTL SECTION.
           OPEN INPUT RUNCTL.

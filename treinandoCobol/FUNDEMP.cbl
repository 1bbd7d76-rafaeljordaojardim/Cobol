      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: SERVICO CHAMAVEL DE UNIFICACAO DE IDS DUPLICADOS -
      *          O RELDUP APONTA A MESMA PESSOA CADASTRADA SOB DOIS OU
      *          TRES IDS, MAS ACERTAR O HISTORICO ERA REDIGITAR NA
      *          MAO. QUANDO O SEGUNDO OPERADOR APROVA NO APRMAINT A
      *          PENDENCIA 'FUNDEMP' ENFILEIRADA PELO FUSAOEMP, ESTE
      *          SERVICO PASSA PARA O ID SOBREVIVENTE TODO REGISTRO DO
      *          ID APOSENTADO NO HISTIMC, SAUDMED, AGENDIMC, ALERTCTL,
      *          SUSPIMC, INTERVEN E MARCIMC E INATIVA O APOSENTADO NO
      *          EMPMSTR COM O PONTEIRO EMP-ID-SUCESSOR PARA O
      *          SOBREVIVENTE. CADA
      *          GRAVACAO, REGRAVACAO E EXCLUSAO VAI AO DIARIO AVANCADO
      *          JRNMSTR COM AS IMAGENS ANTES/DEPOIS, E CADA ARQUIVO
      *          TOCADO VIRA UMA LINHA NO FUSAOLOG (VEJA FUSREC),
      *          LISTADO PELO RELFUSAO.
      *
      *          CHAVE NOS DOIS IDS (MESMA DATA) FICA COM O LANCAMENTO
      *          MAIS RECENTE:
      *            HISTIMC  O GRAVADO POR ULTIMO SEGUNDO O JRNMSTR
      *                     (SEM REGISTRO NO DIARIO FICA O DO
      *                     SOBREVIVENTE)
      *            SAUDMED  ACOMPANHA A DECISAO DO HISTIMC NA MESMA
      *                     DATA - AS MEDIDAS SAO DA MESMA VISITA
      *            AGENDIMC A DE MEDICAO MAIS RECENTE
      *            ALERTCTL O DE ENVIO MAIS RECENTE
      *            INTERVEN O DO SOBREVIVENTE (MESMO PROGRAMA NA
      *                     MESMA DATA E A MESMA INSCRICAO)
      *          NO MARCIMC O ID NAO FAZ PARTE DA CHAVE: TODA MARCACAO
      *          DO APOSENTADO PASSA AO SOBREVIVENTE, MAS A MARCACAO EM
      *          ABERTO DE HOJE EM DIANTE QUE SOBRARIA (O SOBREVIVENTE
      *          JA TEM UMA) PASSA CANCELADA, LIBERANDO A VAGA.
      *          EMPATE FICA COM O SOBREVIVENTE. O LANCAMENTO QUE SAI
      *          FICA SO NO DIARIO (EXCLUSAO COM A IMAGEM ANTES).
      *          VEJA O COPYBOOK FDECOM PARA A INTERFACE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. SE ALGUM ARQUIVO NAO ABRE, O QUE
      *                FOI POSSIVEL PASSA MAS O APOSENTADO NAO E
      *                INATIVADO (RETORNO '08'): A PENDENCIA FICA
      *                ABERTA E A APROVACAO PODE SER REPETIDA QUANDO O
      *                ARQUIVO VOLTAR - O QUE JA PASSOU NAO ESTA MAIS
      *                SOB O ID APOSENTADO.
      * 15/10/2026 RJJ A LINHA DO SUSPIMC (E A DO FUSAOTMP QUE A COPIA)
      *                PASSOU A 63 POSICOES (CODIGO E CALIBRACAO DO
      *                QUIOSQUE/BALANCA DA MEDICAO).
      * 15/10/2026 RJJ PASSAM TAMBEM AS INSCRICOES EM INTERVENCOES
      *                (INTERVEN) E AS MARCACOES DE TRIAGEM (MARCIMC,
      *                PELA CHAVE ALTERNATIVA MAR-ID) - ANTES FICAVAM
      *                PRESAS AO ID INATIVADO. A MARCACAO EM ABERTO
      *                DUPLICADA E CANCELADA (MAR-CANCELADA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDEMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMSTR-STATUS.
           SELECT HISTIMC ASSIGN TO "HISTIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT SAUDMED ASSIGN TO "SAUDMED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT AGENDIMC ASSIGN TO "AGENDIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-ID
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT ALERTCTL ASSIGN TO "ALERTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALC-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT INTERVEN ASSIGN TO "INTERVEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT MARCIMC ASSIGN TO "MARCIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAR-CHAVE
               ALTERNATE RECORD KEY IS MAR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT SUSPIMC ASSIGN TO "SUSPIMC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT JRNMSTR ASSIGN TO "JRNMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNMSTR-STATUS.
           SELECT FUSAOTMP ASSIGN TO "FUSAOTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSAOTMP-STATUS.
           SELECT FUSAOLOG ASSIGN TO "FUSAOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSAOLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  HISTIMC.
       COPY HISTREC.
       FD  SAUDMED.
       COPY SAUDREC.
       FD  AGENDIMC.
       COPY AGDREC.
       FD  ALERTCTL.
       COPY ALCREC.
       FD  INTERVEN.
       COPY INTREC.
       FD  MARCIMC.
       COPY MARREC.
       FD  SUSPIMC.
       01  SUS-LINHA PIC X(063).
       FD  JRNMSTR.
       01  JRNMSTR-REC.
           05 JM-MOMENTO.
               10 JM-DATA   PIC 9(008).
               10 JM-HORA   PIC 9(008).
           05 JM-PROGRAMA   PIC X(008).
           05 JM-OPERADOR   PIC X(006).
           05 JM-ARQUIVO    PIC X(008).
           05 JM-OPERACAO   PIC X(001).
           05 JM-CHAVE      PIC X(020).
           05 JM-ANTES      PIC X(100).
           05 JM-DEPOIS     PIC X(100).
       FD  FUSAOTMP.
       01  TMP-LINHA PIC X(063).
       FD  FUSAOLOG.
       COPY FUSREC.
       WORKING-STORAGE SECTION.
       COPY JRNCOM.
       COPY AUDCOM.
       COPY SUSREC.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-ARQ-STATUS      PIC X(002) VALUE '00'.
           05 WS-JRNMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-FUSAOTMP-STATUS PIC X(002) VALUE '00'.
           05 WS-FUSAOLOG-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO     PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO         VALUE 'S'.
           05 WS-FIM-JRNMSTR     PIC X(001) VALUE 'N'.
               88 FIM-JRNMSTR         VALUE 'S'.
           05 WS-RETIRADO-VENCE  PIC X(001) VALUE 'N'.
               88 RETIRADO-VENCE      VALUE 'S'.
           05 WS-PASSOU          PIC X(001) VALUE 'N'.
               88 REGISTRO-PASSOU     VALUE 'S'.
           05 WS-SOBREV-MARCADO  PIC X(001) VALUE 'N'.
               88 SOBREV-MARCADO      VALUE 'S'.
       01 AREA-FUSAO.
           05 WRK-ID-TEXTO       PIC X(006) VALUE SPACES.
           05 WRK-NOME-SOBREV    PIC A(20)  VALUE SPACES.
           05 WRK-DATA-FUSAO     PIC 9(008) VALUE ZEROS.
           05 WRK-HORA-FUSAO     PIC 9(008) VALUE ZEROS.
           05 WRK-ARQUIVO        PIC X(008) VALUE SPACES.
           05 WRK-ACAO           PIC X(001) VALUE SPACE.
           05 WRK-QTDE           PIC 9(007) VALUE ZEROS.
           05 WRK-COLISOES       PIC 9(007) VALUE ZEROS.
           05 WRK-SUBSTITUIDOS   PIC 9(007) VALUE ZEROS.
           05 WRK-IMAGEM-RETIRADO PIC X(100) VALUE SPACES.
           05 WRK-IMAGEM-SOBREV  PIC X(100) VALUE SPACES.
           05 WRK-CHAVE-RETIRADO PIC X(020) VALUE SPACES.
           05 WRK-CHAVE-SOBREV   PIC X(020) VALUE SPACES.
           05 WRK-ULT-MEDICAO-RET PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-ENVIO-RET PIC 9(008) VALUE ZEROS.
      *MOMENTO (DATA + HORA) DA ULTIMA GRAVACAO DE CADA CHAVE NO DIARIO
       01 AREA-DIARIO.
           05 WRK-MOMENTO-RET    PIC X(016) VALUE ZEROS.
           05 WRK-MOMENTO-SOB    PIC X(016) VALUE ZEROS.
      *DATAS EM QUE A MEDICAO DO APOSENTADO SUBSTITUIU A DO
      *SOBREVIVENTE - O SAUDMED DA MESMA DATA SEGUE A MESMA DECISAO
       01 AREA-DATAS.
           05 QTD-DATAS-SUBST    PIC 9(004) VALUE ZEROS.
           05 TAB-DATA-SUBST     PIC 9(008) OCCURS 366 TIMES.
           05 IX-DATA            PIC 9(004) VALUE ZEROS.
       LINKAGE SECTION.
       COPY FDECOM.
       PROCEDURE DIVISION USING AREA-FUNDEMP.
       0000-MAINLINE.
           MOVE '00' TO FDE-RETORNO.
           MOVE ZEROS TO FDE-QTDE-MOVIDOS.
           MOVE ZEROS TO FDE-QTDE-COLISOES.
           MOVE ZEROS TO QTD-DATAS-SUBST.
           MOVE FDE-ID-RETIRADO TO WRK-ID-TEXTO.
           ACCEPT WRK-DATA-FUSAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-FUSAO FROM TIME.
           PERFORM 1000-VALIDA-IDS.
           IF NOT FDE-RECUSADO
               PERFORM 2100-FUNDE-HISTIMC
               PERFORM 2200-FUNDE-SAUDMED
               PERFORM 2300-FUNDE-AGENDIMC
               PERFORM 2400-FUNDE-ALERTCTL
               PERFORM 2500-FUNDE-SUSPIMC
               PERFORM 2600-FUNDE-INTERVEN
               PERFORM 2700-FUNDE-MARCIMC
               IF FDE-UNIFICADO
                   PERFORM 3000-APOSENTA-ID
               END-IF
               PERFORM 8600-GRAVA-AUDITORIA
           END-IF.
           MOVE FDE-RC TO RETURN-CODE.
           GOBACK.
      *OS DOIS IDS PRECISAM EXISTIR E SER DIFERENTES; O SOBREVIVENTE
      *ATIVO E NENHUM DOS DOIS JA UNIFICADO EM OUTRO
       1000-VALIDA-IDS SECTION.
           IF FDE-ID-SOBREV = FDE-ID-RETIRADO
              OR FDE-ID-SOBREV = ZEROS
              OR FDE-ID-RETIRADO = ZEROS
               DISPLAY 'IDS DA UNIFICACAO INVALIDOS - NADA FEITO'
               MOVE '04' TO FDE-RETORNO
               GO TO 1000-VALIDA-IDS-EXIT
           END-IF.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
               MOVE '04' TO FDE-RETORNO
               GO TO 1000-VALIDA-IDS-EXIT
           END-IF.
           MOVE FDE-ID-SOBREV TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMPMSTR-STATUS NOT = '00'
              OR EMP-INATIVO
              OR EMP-ID-SUCESSOR > ZEROS
               DISPLAY 'ID SOBREVIVENTE SEM CADASTRO, INATIVO OU JA '
                   'UNIFICADO - NADA FEITO'
               MOVE '04' TO FDE-RETORNO
               GO TO 1000-VALIDA-IDS-FECHA
           END-IF.
           MOVE EMP-NOME TO WRK-NOME-SOBREV.
           MOVE FDE-ID-RETIRADO TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMPMSTR-STATUS NOT = '00'
              OR EMP-ID-SUCESSOR > ZEROS
               DISPLAY 'ID APOSENTADO SEM CADASTRO OU JA UNIFICADO - '
                   'NADA FEITO'
               MOVE '04' TO FDE-RETORNO
           END-IF.
       1000-VALIDA-IDS-FECHA.
           CLOSE EMPMSTR.
       1000-VALIDA-IDS-EXIT.
           EXIT.
      *MEDICOES DE IMC - A CADA PASSADA O REGISTRO DO APOSENTADO SAI,
      *ENTAO O START SEMPRE CAI NO PROXIMO DELE
       2100-FUNDE-HISTIMC SECTION.
           MOVE 'HISTIMC ' TO WRK-ARQUIVO.
           PERFORM 8300-ZERA-CONTADORES.
           OPEN I-O HISTIMC.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2100-FUNDE-HISTIMC-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE FDE-ID-RETIRADO TO HIST-ID
               MOVE ZEROS TO HIST-DATA
               START HISTIMC KEY >= HIST-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-ARQUIVO
                   READ HISTIMC NEXT
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                   END-READ
               END-IF
               IF NOT FIM-ARQUIVO
                   IF HIST-ID NOT = FDE-ID-RETIRADO
                       SET FIM-ARQUIVO TO TRUE
                   ELSE
                       PERFORM 2110-PASSA-MEDICAO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTIMC.
           PERFORM 8500-GRAVA-LOG.
       2100-FUNDE-HISTIMC-EXIT.
           EXIT.
      *PASSA UMA MEDICAO PARA O SOBREVIVENTE E APAGA A DO APOSENTADO
       2110-PASSA-MEDICAO SECTION.
           MOVE 'N' TO WS-PASSOU.
           MOVE HIST-REC TO WRK-IMAGEM-RETIRADO.
           MOVE SPACES TO WRK-CHAVE-RETIRADO.
           MOVE HIST-CHAVE TO WRK-CHAVE-RETIRADO(1:14).
           MOVE FDE-ID-SOBREV TO HIST-ID.
           MOVE SPACES TO WRK-CHAVE-SOBREV.
           MOVE HIST-CHAVE TO WRK-CHAVE-SOBREV(1:14).
           READ HISTIMC
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-ARQ-STATUS
               WHEN '00'
                   ADD 1 TO WRK-COLISOES
                   MOVE HIST-REC TO WRK-IMAGEM-SOBREV
                   PERFORM 2150-COMPARA-DIARIO
                   IF RETIRADO-VENCE
                       MOVE WRK-IMAGEM-RETIRADO TO HIST-REC
                       MOVE FDE-ID-SOBREV   TO HIST-ID
                       MOVE WRK-NOME-SOBREV TO HIST-NOME
                       REWRITE HIST-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-ARQ-STATUS = '00'
                           SET REGISTRO-PASSOU TO TRUE
                           ADD 1 TO WRK-SUBSTITUIDOS
                           PERFORM 2160-GUARDA-DATA
                           MOVE 'A' TO JRN-OPERACAO
                           MOVE WRK-CHAVE-SOBREV TO JRN-CHAVE
                           MOVE WRK-IMAGEM-SOBREV TO JRN-ANTES
                           MOVE HIST-REC TO JRN-DEPOIS
                           PERFORM 8700-GRAVA-DIARIO
                       END-IF
                   ELSE
                       SET REGISTRO-PASSOU TO TRUE
                   END-IF
               WHEN '23'
                   MOVE WRK-IMAGEM-RETIRADO TO HIST-REC
                   MOVE FDE-ID-SOBREV   TO HIST-ID
                   MOVE WRK-NOME-SOBREV TO HIST-NOME
                   WRITE HIST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-ARQ-STATUS = '00'
                       SET REGISTRO-PASSOU TO TRUE
                       ADD 1 TO WRK-QTDE
                       MOVE 'I' TO JRN-OPERACAO
                       MOVE WRK-CHAVE-SOBREV TO JRN-CHAVE
                       MOVE SPACES TO JRN-ANTES
                       MOVE HIST-REC TO JRN-DEPOIS
                       PERFORM 8700-GRAVA-DIARIO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT REGISTRO-PASSOU
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2110-PASSA-MEDICAO-EXIT
           END-IF.
           MOVE WRK-IMAGEM-RETIRADO TO HIST-REC.
           DELETE HISTIMC
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2110-PASSA-MEDICAO-EXIT
           END-IF.
           MOVE 'E' TO JRN-OPERACAO.
           MOVE WRK-CHAVE-RETIRADO TO JRN-CHAVE.
           MOVE WRK-IMAGEM-RETIRADO TO JRN-ANTES.
           MOVE SPACES TO JRN-DEPOIS.
           PERFORM 8700-GRAVA-DIARIO.
       2110-PASSA-MEDICAO-EXIT.
           EXIT.
      *QUAL DAS DUAS MEDICOES DO MESMO DIA FOI GRAVADA POR ULTIMO -
      *PROCURA A ULTIMA INCLUSAO/ALTERACAO DE CADA CHAVE NO JRNMSTR
       2150-COMPARA-DIARIO SECTION.
           MOVE 'N' TO WS-RETIRADO-VENCE.
           MOVE ZEROS TO WRK-MOMENTO-RET.
           MOVE ZEROS TO WRK-MOMENTO-SOB.
           OPEN INPUT JRNMSTR.
           IF WS-JRNMSTR-STATUS NOT = '00'
               GO TO 2150-COMPARA-DIARIO-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-JRNMSTR.
           PERFORM UNTIL FIM-JRNMSTR
               READ JRNMSTR
                   AT END
                       SET FIM-JRNMSTR TO TRUE
                   NOT AT END
                       IF JM-ARQUIVO = 'HISTIMC '
                          AND (JM-OPERACAO = 'I' OR JM-OPERACAO = 'A')
                           IF JM-CHAVE = WRK-CHAVE-RETIRADO
                              AND JM-MOMENTO > WRK-MOMENTO-RET
                               MOVE JM-MOMENTO TO WRK-MOMENTO-RET
                           END-IF
                           IF JM-CHAVE = WRK-CHAVE-SOBREV
                              AND JM-MOMENTO > WRK-MOMENTO-SOB
                               MOVE JM-MOMENTO TO WRK-MOMENTO-SOB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JRNMSTR.
           IF WRK-MOMENTO-RET > WRK-MOMENTO-SOB
               SET RETIRADO-VENCE TO TRUE
           END-IF.
       2150-COMPARA-DIARIO-EXIT.
           EXIT.
      *GUARDA A DATA EM QUE A MEDICAO DO APOSENTADO FICOU
       2160-GUARDA-DATA SECTION.
           IF QTD-DATAS-SUBST < 366
               ADD 1 TO QTD-DATAS-SUBST
               MOVE HIST-DATA TO TAB-DATA-SUBST(QTD-DATAS-SUBST)
           END-IF.
       2160-GUARDA-DATA-EXIT.
           EXIT.
      *MEDIDAS DE SAUDE (CINTURA E PRESSAO)
       2200-FUNDE-SAUDMED SECTION.
           MOVE 'SAUDMED ' TO WRK-ARQUIVO.
           PERFORM 8300-ZERA-CONTADORES.
           OPEN I-O SAUDMED.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2200-FUNDE-SAUDMED-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE FDE-ID-RETIRADO TO MED-ID
               MOVE ZEROS TO MED-DATA
               MOVE LOW-VALUES TO MED-TIPO
               START SAUDMED KEY >= MED-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-ARQUIVO
                   READ SAUDMED NEXT
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                   END-READ
               END-IF
               IF NOT FIM-ARQUIVO
                   IF MED-ID NOT = FDE-ID-RETIRADO
                       SET FIM-ARQUIVO TO TRUE
                   ELSE
                       PERFORM 2210-PASSA-MEDIDA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SAUDMED.
           PERFORM 8500-GRAVA-LOG.
       2200-FUNDE-SAUDMED-EXIT.
           EXIT.
      *PASSA UMA MEDIDA PARA O SOBREVIVENTE E APAGA A DO APOSENTADO
       2210-PASSA-MEDIDA SECTION.
           MOVE 'N' TO WS-PASSOU.
           MOVE SAUDMED-REC TO WRK-IMAGEM-RETIRADO.
           MOVE SPACES TO WRK-CHAVE-RETIRADO.
           MOVE MED-CHAVE TO WRK-CHAVE-RETIRADO(1:16).
           MOVE FDE-ID-SOBREV TO MED-ID.
           MOVE SPACES TO WRK-CHAVE-SOBREV.
           MOVE MED-CHAVE TO WRK-CHAVE-SOBREV(1:16).
           READ SAUDMED
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-ARQ-STATUS
               WHEN '00'
                   ADD 1 TO WRK-COLISOES
                   MOVE SAUDMED-REC TO WRK-IMAGEM-SOBREV
                   PERFORM 2250-PROCURA-DATA
                   IF RETIRADO-VENCE
                       MOVE WRK-IMAGEM-RETIRADO TO SAUDMED-REC
                       MOVE FDE-ID-SOBREV TO MED-ID
                       REWRITE SAUDMED-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-ARQ-STATUS = '00'
                           SET REGISTRO-PASSOU TO TRUE
                           ADD 1 TO WRK-SUBSTITUIDOS
                           MOVE 'A' TO JRN-OPERACAO
                           MOVE WRK-CHAVE-SOBREV TO JRN-CHAVE
                           MOVE WRK-IMAGEM-SOBREV TO JRN-ANTES
                           MOVE SAUDMED-REC TO JRN-DEPOIS
                           PERFORM 8700-GRAVA-DIARIO
                       END-IF
                   ELSE
                       SET REGISTRO-PASSOU TO TRUE
                   END-IF
               WHEN '23'
                   MOVE WRK-IMAGEM-RETIRADO TO SAUDMED-REC
                   MOVE FDE-ID-SOBREV TO MED-ID
                   WRITE SAUDMED-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-ARQ-STATUS = '00'
                       SET REGISTRO-PASSOU TO TRUE
                       ADD 1 TO WRK-QTDE
                       MOVE 'I' TO JRN-OPERACAO
                       MOVE WRK-CHAVE-SOBREV TO JRN-CHAVE
                       MOVE SPACES TO JRN-ANTES
                       MOVE SAUDMED-REC TO JRN-DEPOIS
                       PERFORM 8700-GRAVA-DIARIO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT REGISTRO-PASSOU
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2210-PASSA-MEDIDA-EXIT
           END-IF.
           MOVE WRK-IMAGEM-RETIRADO TO SAUDMED-REC.
           DELETE SAUDMED
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2210-PASSA-MEDIDA-EXIT
           END-IF.
           MOVE 'E' TO JRN-OPERACAO.
           MOVE WRK-CHAVE-RETIRADO TO JRN-CHAVE.
           MOVE WRK-IMAGEM-RETIRADO TO JRN-ANTES.
           MOVE SPACES TO JRN-DEPOIS.
           PERFORM 8700-GRAVA-DIARIO.
       2210-PASSA-MEDIDA-EXIT.
           EXIT.
      *A MEDIDA DO APOSENTADO FICA QUANDO A MEDICAO DE IMC DA MESMA
      *DATA DELE FICOU
       2250-PROCURA-DATA SECTION.
           MOVE 'N' TO WS-RETIRADO-VENCE.
           PERFORM VARYING IX-DATA FROM 1 BY 1
                   UNTIL IX-DATA > QTD-DATAS-SUBST
               IF TAB-DATA-SUBST(IX-DATA) = MED-DATA
                   SET RETIRADO-VENCE TO TRUE
               END-IF
           END-PERFORM.
       2250-PROCURA-DATA-EXIT.
           EXIT.
      *AGENDA DE TRIAGEM (UM REGISTRO POR FUNCIONARIO) - FICA A DE
      *MEDICAO MAIS RECENTE
       2300-FUNDE-AGENDIMC SECTION.
           MOVE 'AGENDIMC' TO WRK-ARQUIVO.
           PERFORM 8300-ZERA-CONTADORES.
           OPEN I-O AGENDIMC.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2300-FUNDE-AGENDIMC-EXIT
           END-IF.
           MOVE FDE-ID-RETIRADO TO AGD-ID.
           READ AGENDIMC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2300-FUNDE-AGENDIMC-FECHA
           END-IF.
           MOVE 'N' TO WS-PASSOU.
           MOVE AGENDIMC-REC TO WRK-IMAGEM-RETIRADO.
           MOVE AGD-ULT-MEDICAO TO WRK-ULT-MEDICAO-RET.
           MOVE SPACES TO WRK-CHAVE-RETIRADO.
           MOVE AGD-ID TO WRK-CHAVE-RETIRADO(1:6).
           MOVE FDE-ID-SOBREV TO AGD-ID.
           MOVE SPACES TO WRK-CHAVE-SOBREV.
           MOVE AGD-ID TO WRK-CHAVE-SOBREV(1:6).
           READ AGENDIMC
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-ARQ-STATUS
               WHEN '00'
                   ADD 1 TO WRK-COLISOES
                   IF WRK-ULT-MEDICAO-RET > AGD-ULT-MEDICAO
                       MOVE AGENDIMC-REC TO WRK-IMAGEM-SOBREV
                       MOVE WRK-IMAGEM-RETIRADO TO AGENDIMC-REC
                       MOVE FDE-ID-SOBREV TO AGD-ID
                       REWRITE AGENDIMC-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-ARQ-STATUS = '00'
                           SET REGISTRO-PASSOU TO TRUE
                           ADD 1 TO WRK-SUBSTITUIDOS
                           MOVE 'A' TO JRN-OPERACAO
                           MOVE WRK-CHAVE-SOBREV TO JRN-CHAVE
                           MOVE WRK-IMAGEM-SOBREV TO JRN-ANTES
                           MOVE AGENDIMC-REC TO JRN-DEPOIS
                           PERFORM 8700-GRAVA-DIARIO
                       END-IF
                   ELSE
                       SET REGISTRO-PASSOU TO TRUE
                   END-IF
               WHEN '23'
                   MOVE WRK-IMAGEM-RETIRADO TO AGENDIMC-REC
                   MOVE FDE-ID-SOBREV TO AGD-ID
                   WRITE AGENDIMC-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-ARQ-STATUS = '00'
                       SET REGISTRO-PASSOU TO TRUE
                       ADD 1 TO WRK-QTDE
                       MOVE 'I' TO JRN-OPERACAO
                       MOVE WRK-CHAVE-SOBREV TO JRN-CHAVE
                       MOVE SPACES TO JRN-ANTES
                       MOVE AGENDIMC-REC TO JRN-DEPOIS
                       PERFORM 8700-GRAVA-DIARIO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT REGISTRO-PASSOU
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2300-FUNDE-AGENDIMC-FECHA
           END-IF.
           MOVE WRK-IMAGEM-RETIRADO TO AGENDIMC-REC.
           DELETE AGENDIMC
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2300-FUNDE-AGENDIMC-FECHA
           END-IF.
           MOVE 'E' TO JRN-OPERACAO.
           MOVE WRK-CHAVE-RETIRADO TO JRN-CHAVE.
           MOVE WRK-IMAGEM-RETIRADO TO JRN-ANTES.
           MOVE SPACES TO JRN-DEPOIS.
           PERFORM 8700-GRAVA-DIARIO.
       2300-FUNDE-AGENDIMC-FECHA.
           CLOSE AGENDIMC.
           PERFORM 8500-GRAVA-LOG.
       2300-FUNDE-AGENDIMC-EXIT.
           EXIT.
      *ALERTAS AO RH - NA MESMA DATA FICA O DE ENVIO MAIS RECENTE
       2400-FUNDE-ALERTCTL SECTION.
           MOVE 'ALERTCTL' TO WRK-ARQUIVO.
           PERFORM 8300-ZERA-CONTADORES.
           OPEN I-O ALERTCTL.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2400-FUNDE-ALERTCTL-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE FDE-ID-RETIRADO TO ALC-ID
               MOVE ZEROS TO ALC-DATA-NOVA
               START ALERTCTL KEY >= ALC-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-ARQUIVO
                   READ ALERTCTL NEXT
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                   END-READ
               END-IF
               IF NOT FIM-ARQUIVO
                   IF ALC-ID NOT = FDE-ID-RETIRADO
                       SET FIM-ARQUIVO TO TRUE
                   ELSE
                       PERFORM 2410-PASSA-ALERTA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ALERTCTL.
           PERFORM 8500-GRAVA-LOG.
       2400-FUNDE-ALERTCTL-EXIT.
           EXIT.
      *PASSA UM ALERTA PARA O SOBREVIVENTE E APAGA O DO APOSENTADO
       2410-PASSA-ALERTA SECTION.
           MOVE 'N' TO WS-PASSOU.
           MOVE ALERTCTL-REC TO WRK-IMAGEM-RETIRADO.
           MOVE ALC-DATA-ENVIO TO WRK-DATA-ENVIO-RET.
           MOVE SPACES TO WRK-CHAVE-RETIRADO.
           MOVE ALC-CHAVE TO WRK-CHAVE-RETIRADO(1:14).
           MOVE FDE-ID-SOBREV TO ALC-ID.
           MOVE SPACES TO WRK-CHAVE-SOBREV.
           MOVE ALC-CHAVE TO WRK-CHAVE-SOBREV(1:14).
           READ ALERTCTL
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-ARQ-STATUS
               WHEN '00'
                   ADD 1 TO WRK-COLISOES
                   IF WRK-DATA-ENVIO-RET > ALC-DATA-ENVIO
                       MOVE ALERTCTL-REC TO WRK-IMAGEM-SOBREV
                       MOVE WRK-IMAGEM-RETIRADO TO ALERTCTL-REC
                       MOVE FDE-ID-SOBREV TO ALC-ID
                       REWRITE ALERTCTL-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-ARQ-STATUS = '00'
                           SET REGISTRO-PASSOU TO TRUE
                           ADD 1 TO WRK-SUBSTITUIDOS
                           MOVE 'A' TO JRN-OPERACAO
                           MOVE WRK-CHAVE-SOBREV TO JRN-CHAVE
                           MOVE WRK-IMAGEM-SOBREV TO JRN-ANTES
                           MOVE ALERTCTL-REC TO JRN-DEPOIS
                           PERFORM 8700-GRAVA-DIARIO
                       END-IF
                   ELSE
                       SET REGISTRO-PASSOU TO TRUE
                   END-IF
               WHEN '23'
                   MOVE WRK-IMAGEM-RETIRADO TO ALERTCTL-REC
                   MOVE FDE-ID-SOBREV TO ALC-ID
                   WRITE ALERTCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-ARQ-STATUS = '00'
                       SET REGISTRO-PASSOU TO TRUE
                       ADD 1 TO WRK-QTDE
                       MOVE 'I' TO JRN-OPERACAO
                       MOVE WRK-CHAVE-SOBREV TO JRN-CHAVE
                       MOVE SPACES TO JRN-ANTES
                       MOVE ALERTCTL-REC TO JRN-DEPOIS
                       PERFORM 8700-GRAVA-DIARIO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT REGISTRO-PASSOU
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2410-PASSA-ALERTA-EXIT
           END-IF.
           MOVE WRK-IMAGEM-RETIRADO TO ALERTCTL-REC.
           DELETE ALERTCTL
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2410-PASSA-ALERTA-EXIT
           END-IF.
           MOVE 'E' TO JRN-OPERACAO.
           MOVE WRK-CHAVE-RETIRADO TO JRN-CHAVE.
           MOVE WRK-IMAGEM-RETIRADO TO JRN-ANTES.
           MOVE SPACES TO JRN-DEPOIS.
           PERFORM 8700-GRAVA-DIARIO.
       2410-PASSA-ALERTA-EXIT.
           EXIT.
      *MEDICOES RETIDAS EM SUSPENSO - SEM CHAVE, SO TROCA O ID (E O
      *NOME) NAS LINHAS DO APOSENTADO, COPIANDO PELO FUSAOTMP
       2500-FUNDE-SUSPIMC SECTION.
           MOVE 'SUSPIMC ' TO WRK-ARQUIVO.
           PERFORM 8300-ZERA-CONTADORES.
           OPEN INPUT SUSPIMC.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2500-FUNDE-SUSPIMC-EXIT
           END-IF.
           OPEN OUTPUT FUSAOTMP.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ SUSPIMC
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF SUS-LINHA(1:6) = WRK-ID-TEXTO
                           MOVE SUS-LINHA TO SUSPIMC-REG
                           MOVE FDE-ID-SOBREV   TO SUS-ID
                           MOVE WRK-NOME-SOBREV TO SUS-NOME
                           ADD 1 TO WRK-QTDE
                           MOVE 'A' TO JRN-OPERACAO
                           MOVE SPACES TO JRN-CHAVE
                           MOVE SUS-LINHA(1:14) TO JRN-CHAVE(1:14)
                           MOVE SUS-LINHA TO JRN-ANTES
                           MOVE SUSPIMC-REG TO JRN-DEPOIS
                           PERFORM 8700-GRAVA-DIARIO
                           WRITE TMP-LINHA FROM SUSPIMC-REG
                       ELSE
                           WRITE TMP-LINHA FROM SUS-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPIMC.
           CLOSE FUSAOTMP.
           IF WRK-QTDE > ZEROS
               OPEN INPUT FUSAOTMP
               OPEN OUTPUT SUSPIMC
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ FUSAOTMP
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           WRITE SUS-LINHA FROM TMP-LINHA
                   END-READ
               END-PERFORM
               CLOSE FUSAOTMP
               CLOSE SUSPIMC
           END-IF.
           PERFORM 8500-GRAVA-LOG.
       2500-FUNDE-SUSPIMC-EXIT.
           EXIT.
      *INSCRICOES EM INTERVENCOES - A CADA PASSADA A INSCRICAO DO
      *APOSENTADO SAI, ENTAO O START SEMPRE CAI NA PROXIMA DELE
       2600-FUNDE-INTERVEN SECTION.
           MOVE 'INTERVEN' TO WRK-ARQUIVO.
           PERFORM 8300-ZERA-CONTADORES.
           OPEN I-O INTERVEN.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2600-FUNDE-INTERVEN-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE FDE-ID-RETIRADO TO INT-ID
               MOVE LOW-VALUES TO INT-PROGRAMA
               MOVE ZEROS TO INT-DATA-INSC
               START INTERVEN KEY >= INT-CHAVE
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-ARQUIVO
                   READ INTERVEN NEXT
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                   END-READ
               END-IF
               IF NOT FIM-ARQUIVO
                   IF INT-ID NOT = FDE-ID-RETIRADO
                       SET FIM-ARQUIVO TO TRUE
                   ELSE
                       PERFORM 2610-PASSA-INSCRICAO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE INTERVEN.
           PERFORM 8500-GRAVA-LOG.
       2600-FUNDE-INTERVEN-EXIT.
           EXIT.
      *PASSA UMA INSCRICAO PARA O SOBREVIVENTE E APAGA A DO APOSENTADO
      *(SE O SOBREVIVENTE JA TEM A MESMA, FICA A DELE)
       2610-PASSA-INSCRICAO SECTION.
           MOVE 'N' TO WS-PASSOU.
           MOVE INTERVEN-REC TO WRK-IMAGEM-RETIRADO.
           MOVE SPACES TO WRK-CHAVE-RETIRADO.
           MOVE INT-CHAVE TO WRK-CHAVE-RETIRADO(1:17).
           MOVE FDE-ID-SOBREV TO INT-ID.
           MOVE SPACES TO WRK-CHAVE-SOBREV.
           MOVE INT-CHAVE TO WRK-CHAVE-SOBREV(1:17).
           READ INTERVEN
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-ARQ-STATUS
               WHEN '00'
                   ADD 1 TO WRK-COLISOES
                   SET REGISTRO-PASSOU TO TRUE
               WHEN '23'
                   MOVE WRK-IMAGEM-RETIRADO TO INTERVEN-REC
                   MOVE FDE-ID-SOBREV TO INT-ID
                   WRITE INTERVEN-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-ARQ-STATUS = '00'
                       SET REGISTRO-PASSOU TO TRUE
                       ADD 1 TO WRK-QTDE
                       MOVE 'I' TO JRN-OPERACAO
                       MOVE WRK-CHAVE-SOBREV TO JRN-CHAVE
                       MOVE SPACES TO JRN-ANTES
                       MOVE INTERVEN-REC TO JRN-DEPOIS
                       PERFORM 8700-GRAVA-DIARIO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT REGISTRO-PASSOU
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2610-PASSA-INSCRICAO-EXIT
           END-IF.
           MOVE WRK-IMAGEM-RETIRADO TO INTERVEN-REC.
           DELETE INTERVEN
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2610-PASSA-INSCRICAO-EXIT
           END-IF.
           MOVE 'E' TO JRN-OPERACAO.
           MOVE WRK-CHAVE-RETIRADO TO JRN-CHAVE.
           MOVE WRK-IMAGEM-RETIRADO TO JRN-ANTES.
           MOVE SPACES TO JRN-DEPOIS.
           PERFORM 8700-GRAVA-DIARIO.
       2610-PASSA-INSCRICAO-EXIT.
           EXIT.
      *MARCACOES DE TRIAGEM PELA CHAVE ALTERNATIVA MAR-ID - O ID NAO
      *E CHAVE, SO REGRAVA; A MARCACAO SAI DO ID APOSENTADO, ENTAO O
      *START SEMPRE CAI NA PROXIMA DELE
       2700-FUNDE-MARCIMC SECTION.
           MOVE 'MARCIMC ' TO WRK-ARQUIVO.
           PERFORM 8300-ZERA-CONTADORES.
           OPEN I-O MARCIMC.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2700-FUNDE-MARCIMC-EXIT
           END-IF.
           PERFORM 2710-MARCACAO-SOBREV.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE FDE-ID-RETIRADO TO MAR-ID
               START MARCIMC KEY = MAR-ID
                   INVALID KEY
                       SET FIM-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-ARQUIVO
                   READ MARCIMC NEXT
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                   END-READ
               END-IF
               IF NOT FIM-ARQUIVO
                   IF MAR-ID NOT = FDE-ID-RETIRADO
                       SET FIM-ARQUIVO TO TRUE
                   ELSE
                       PERFORM 2720-PASSA-MARCACAO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MARCIMC.
           PERFORM 8500-GRAVA-LOG.
       2700-FUNDE-MARCIMC-EXIT.
           EXIT.
      *O SOBREVIVENTE JA TEM MARCACAO EM ABERTO DE HOJE EM DIANTE?
       2710-MARCACAO-SOBREV SECTION.
           MOVE 'N' TO WS-SOBREV-MARCADO.
           MOVE FDE-ID-SOBREV TO MAR-ID.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           START MARCIMC KEY = MAR-ID
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ MARCIMC NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF MAR-ID NOT = FDE-ID-SOBREV
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           IF MAR-MARCADA
                              AND MAR-DATA >= WRK-DATA-FUSAO
                               SET SOBREV-MARCADO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2710-MARCACAO-SOBREV-EXIT.
           EXIT.
      *PASSA UMA MARCACAO PARA O SOBREVIVENTE; A EM ABERTO QUE SERIA A
      *SEGUNDA DELE VAI CANCELADA
       2720-PASSA-MARCACAO SECTION.
           MOVE MARCIMC-REC TO WRK-IMAGEM-RETIRADO.
           MOVE SPACES TO WRK-CHAVE-RETIRADO.
           MOVE MAR-CHAVE TO WRK-CHAVE-RETIRADO(1:11).
           IF MAR-MARCADA
              AND MAR-DATA >= WRK-DATA-FUSAO
               IF SOBREV-MARCADO
                   SET MAR-CANCELADA TO TRUE
                   ADD 1 TO WRK-COLISOES
               ELSE
                   SET SOBREV-MARCADO TO TRUE
               END-IF
           END-IF.
           MOVE FDE-ID-SOBREV TO MAR-ID.
           REWRITE MARCIMC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8800-FALHA-NA-PASSAGEM
               GO TO 2720-PASSA-MARCACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE.
           MOVE 'A' TO JRN-OPERACAO.
           MOVE WRK-CHAVE-RETIRADO TO JRN-CHAVE.
           MOVE WRK-IMAGEM-RETIRADO TO JRN-ANTES.
           MOVE MARCIMC-REC TO JRN-DEPOIS.
           PERFORM 8700-GRAVA-DIARIO.
       2720-PASSA-MARCACAO-EXIT.
           EXIT.
      *INATIVA O ID APOSENTADO APONTANDO PARA O SOBREVIVENTE
       3000-APOSENTA-ID SECTION.
           MOVE 'EMPMSTR ' TO WRK-ARQUIVO.
           PERFORM 8300-ZERA-CONTADORES.
           OPEN I-O EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               MOVE WS-EMPMSTR-STATUS TO WS-ARQ-STATUS
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 3000-APOSENTA-ID-EXIT
           END-IF.
           MOVE FDE-ID-RETIRADO TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMPMSTR-STATUS = '00'
               MOVE EMPMSTR-REC TO JRN-ANTES
               SET EMP-INATIVO TO TRUE
               MOVE FDE-ID-SOBREV TO EMP-ID-SUCESSOR
               REWRITE EMPMSTR-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WS-EMPMSTR-STATUS = '00'
               MOVE 1 TO WRK-QTDE
               MOVE 'A' TO WRK-ACAO
               MOVE 'A' TO JRN-OPERACAO
               MOVE SPACES TO JRN-CHAVE
               MOVE WRK-ID-TEXTO TO JRN-CHAVE(1:6)
               MOVE EMPMSTR-REC TO JRN-DEPOIS
               PERFORM 8700-GRAVA-DIARIO
           ELSE
               DISPLAY 'ERRO AO INATIVAR O ID APOSENTADO - STATUS '
                   WS-EMPMSTR-STATUS
               MOVE 'I' TO WRK-ACAO
               MOVE '08' TO FDE-RETORNO
           END-IF.
           PERFORM 8500-GRAVA-LOG.
           CLOSE EMPMSTR.
       3000-APOSENTA-ID-EXIT.
           EXIT.
      *ZERA OS CONTADORES DO ARQUIVO DA VEZ ('M' ATE ALGO FALHAR)
       8300-ZERA-CONTADORES SECTION.
           MOVE 'M' TO WRK-ACAO.
           MOVE ZEROS TO WRK-QTDE.
           MOVE ZEROS TO WRK-COLISOES.
           MOVE ZEROS TO WRK-SUBSTITUIDOS.
       8300-ZERA-CONTADORES-EXIT.
           EXIT.
      *ARQUIVO QUE NAO ABRIU: REGISTRA NO LOG E MARCA UNIFICACAO
      *PARCIAL (STATUS 35 = ARQUIVO NUNCA CRIADO, NADA A PASSAR)
       8400-ARQUIVO-INDISPONIVEL SECTION.
           IF WS-ARQ-STATUS = '35'
               MOVE 'M' TO WRK-ACAO
           ELSE
               DISPLAY WRK-ARQUIVO ' INDISPONIVEL - STATUS '
                   WS-ARQ-STATUS
               MOVE 'I' TO WRK-ACAO
               MOVE '08' TO FDE-RETORNO
           END-IF.
           PERFORM 8500-GRAVA-LOG.
       8400-ARQUIVO-INDISPONIVEL-EXIT.
           EXIT.
      *UMA LINHA NO FUSAOLOG POR ARQUIVO, COM A DATA/HORA DA UNIFICACAO
       8500-GRAVA-LOG SECTION.
           ADD WRK-QTDE     TO FDE-QTDE-MOVIDOS.
           ADD WRK-COLISOES TO FDE-QTDE-COLISOES.
           OPEN EXTEND FUSAOLOG.
           IF WS-FUSAOLOG-STATUS = '35'
               OPEN OUTPUT FUSAOLOG
           END-IF.
           IF WS-FUSAOLOG-STATUS NOT = '00'
               DISPLAY 'AVISO: FUSAOLOG INDISPONIVEL - STATUS '
                   WS-FUSAOLOG-STATUS
               GO TO 8500-GRAVA-LOG-EXIT
           END-IF.
           MOVE WRK-DATA-FUSAO   TO FL-DATA.
           MOVE WRK-HORA-FUSAO   TO FL-HORA.
           MOVE FDE-ID-RETIRADO  TO FL-ID-RETIRADO.
           MOVE FDE-ID-SOBREV    TO FL-ID-SOBREV.
           MOVE FDE-OPERADOR     TO FL-OPERADOR.
           MOVE WRK-ARQUIVO      TO FL-ARQUIVO.
           MOVE WRK-ACAO         TO FL-ACAO.
           MOVE WRK-QTDE         TO FL-QTDE.
           MOVE WRK-COLISOES     TO FL-COLISOES.
           MOVE WRK-SUBSTITUIDOS TO FL-SUBSTITUIDOS.
           WRITE FUSAOLOG-REC.
           CLOSE FUSAOLOG.
       8500-GRAVA-LOG-EXIT.
           EXIT.
      *A UNIFICACAO EM SI ENTRA NA TRILHA COMUM, SO COM OS TOTAIS
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'FUNDEMP' TO AUD-PROGRAMA.
           MOVE FDE-OPERADOR TO AUD-OPERADOR.
           MOVE 'FUNDEMP ' TO AUD-ARQUIVO.
           MOVE 'A' TO AUD-ACAO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE WRK-ID-TEXTO TO AUD-CHAVE(1:6).
           MOVE SPACES TO AUD-ANTES.
           MOVE SPACES TO AUD-DEPOIS.
           STRING 'UNIFICADO NO ID ' FDE-ID-SOBREV
               ' MOVIDOS ' FDE-QTDE-MOVIDOS
               ' COLISOES ' FDE-QTDE-COLISOES
               ' RET ' FDE-RETORNO
               DELIMITED BY SIZE INTO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
      *ANEXA A OPERACAO AO DIARIO AVANCADO JRNMSTR (VEJA JRNCOM) - O
      *CHAMADOR CARREGA OPERACAO, CHAVE E IMAGENS
       8700-GRAVA-DIARIO SECTION.
           MOVE 'FUNDEMP' TO JRN-PROGRAMA.
           MOVE FDE-OPERADOR TO JRN-OPERADOR.
           MOVE WRK-ARQUIVO TO JRN-ARQUIVO.
           CALL 'GRVJRNL' USING AREA-GRVJRNL.
       8700-GRAVA-DIARIO-EXIT.
           EXIT.
      *REGISTRO QUE NAO PASSOU: PARA O ARQUIVO (O START VOLTARIA NELE)
      *E MARCA UNIFICACAO PARCIAL
       8800-FALHA-NA-PASSAGEM SECTION.
           DISPLAY 'ERRO AO PASSAR REGISTRO DO ' WRK-ARQUIVO
               ' - STATUS ' WS-ARQ-STATUS.
           MOVE 'I' TO WRK-ACAO.
           MOVE '08' TO FDE-RETORNO.
           SET FIM-ARQUIVO TO TRUE.
       8800-FALHA-NA-PASSAGEM-EXIT.
           EXIT.
       END PROGRAM FUNDEMP.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: SERVICO CHAMAVEL DE ELIMINACAO DE DADOS PESSOAIS -
      *          QUANDO O FUNCIONARIO DESLIGADO PEDE A ELIMINACAO E O
      *          SEGUNDO OPERADOR APROVA NO APRMAINT A PENDENCIA
      *          'ELIMDADO' ENFILEIRADA PELO DADPESS, ESTE SERVICO
      *          APAGA OS REGISTROS DELE NO HISTIMC, SAUDMED, AGENDIMC,
      *          ALERTCTL, INTERVEN, HISTLOT, MARCIMC, SUSPIMC, FILAIMC
      *          E HISTARQV, ANONIMIZA O NOME NO EMPMSTR (O ID FICA,
      *          PARA NAO SER REAPROVEITADO) E APAGA AS IMAGENS
      *          ANTES/DEPOIS DELE NA TRILHA AUDITMST E NO DIARIO DE
      *          ALTERACOES EMPJRNL E APAGA AS LINHAS DELE (EMPMSTR E
      *          HISTIMC) DO DIARIO AVANCADO JRNMSTR. CADA ARQUIVO
      *          TOCADO VIRA UMA LINHA NO ELIMLOG (DATA, HORA, ID,
      *          APROVADOR, ARQUIVO, ACAO E QUANTIDADE) - NUNCA O
      *          CONTEUDO ELIMINADO.
      *          VEJA O COPYBOOK ELDCOM PARA A INTERFACE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. SO ELIMINA FUNCIONARIO INATIVO.
      *                OS ARQUIVOS SEQUENCIAIS SAO COPIADOS SEM AS
      *                LINHAS DELE PARA O ELIMTMP E DEVOLVIDOS, SO
      *                QUANDO HA O QUE TIRAR.
      * 15/10/2026 RJJ AS MARCACOES DE TRIAGEM DO MARCIMC (GRAVADAS
      *                PELO MARCLOTE) TAMBEM SAO APAGADAS, PELA CHAVE
      *                ALTERNATIVA MAR-ID.
      * 15/10/2026 RJJ A ANONIMIZACAO DO EMPMSTR TAMBEM ZERA AS DATAS DE
      *                NASCIMENTO E ADMISSAO, QUE PASSARAM A MORAR NO
      *                CADASTRO.
      * 15/10/2026 RJJ A LINHA DO SUSPIMC PASSOU A 63 POSICOES (CODIGO E
      *                CALIBRACAO DO QUIOSQUE/BALANCA DA MEDICAO).
      * 15/10/2026 RJJ O EMPJRNL E O JRNMSTR TAMBEM GUARDAVAM AS IMAGENS
      *                INTEIRAS DO EMPMSTR (NOME E DATAS) E O JRNMSTR
      *                AINDA SEGUE PARA O DEPOSITO PELO EXTJRNL. AS
      *                LINHAS DO EMPJRNL DELE FICAM (DATA, HORA,
      *                OPERACAO) SEM AS IMAGENS; AS DO JRNMSTR SAO
      *                APAGADAS, MENOS A DA PROPRIA ANONIMIZACAO, QUE E
      *                O QUE O EXTJRNL E O REPJRNL PRECISAM VER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIMDADO.
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
           SELECT HISTLOT ASSIGN TO "HISTLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLT-CHAVE
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
           SELECT FILAIMC ASSIGN TO "FILAIMC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT HISTARQV ASSIGN TO "HISTARQV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT AUDITMST ASSIGN TO "AUDITMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT EMPJRNL ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT JRNMSTR ASSIGN TO "JRNMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT ELIMTMP ASSIGN TO "ELIMTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIMTMP-STATUS.
           SELECT ELIMLOG ASSIGN TO "ELIMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIMLOG-STATUS.
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
       FD  HISTLOT.
       COPY HLTREC.
       FD  MARCIMC.
       COPY MARREC.
       FD  SUSPIMC.
       01  SUS-LINHA PIC X(063).
       FD  FILAIMC.
       01  FILA-LINHA PIC X(050).
       FD  HISTARQV.
       01  ARQ-LINHA PIC X(050).
       FD  AUDITMST.
       01  AUDITMST-REC.
           05 AU-DATA       PIC 9(008).
           05 AU-HORA       PIC 9(008).
           05 AU-PROGRAMA   PIC X(008).
           05 AU-OPERADOR   PIC X(006).
           05 AU-ARQUIVO    PIC X(008).
           05 AU-ACAO       PIC X(001).
           05 AU-CHAVE      PIC X(020).
           05 AU-ANTES      PIC X(060).
           05 AU-DEPOIS     PIC X(060).
      *LINHA DO DIARIO DE ALTERACOES DO EMPMAINT/FOLCARGA: DATA(6),
      *HORA(8), OPERACAO(1) E AS IMAGENS DO EMPMSTR, SEPARADOS POR
      *UM BRANCO
       FD  EMPJRNL.
       01  EMPJRNL-REC.
           05 EJ-CABECALHO  PIC X(018).
           05 EJ-ANTES      PIC X(055).
           05 FILLER        PIC X(001).
           05 EJ-DEPOIS     PIC X(055).
           05 FILLER        PIC X(001).
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
       FD  ELIMTMP.
       01  TMP-LINHA PIC X(259).
       FD  ELIMLOG.
       01  ELIMLOG-REC.
           05 EL-DATA       PIC 9(008).
           05 EL-HORA       PIC 9(008).
           05 EL-ID         PIC 9(006).
           05 EL-OPERADOR   PIC X(006).
           05 EL-ARQUIVO    PIC X(008).
           05 EL-ACAO       PIC X(001).
           05 EL-QTDE       PIC 9(007).
       WORKING-STORAGE SECTION.
       COPY JRNCOM.
       COPY AUDCOM.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-ARQ-STATUS     PIC X(002) VALUE '00'.
           05 WS-ELIMTMP-STATUS PIC X(002) VALUE '00'.
           05 WS-ELIMLOG-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO    PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO        VALUE 'S'.
       01 AREA-ELIMINACAO.
           05 WRK-ID-TEXTO      PIC X(006) VALUE SPACES.
           05 WRK-QTDE          PIC 9(007) VALUE ZEROS.
           05 WRK-ARQUIVO       PIC X(008) VALUE SPACES.
           05 WRK-ACAO          PIC X(001) VALUE SPACE.
       LINKAGE SECTION.
       COPY ELDCOM.
       PROCEDURE DIVISION USING AREA-ELIMDADO.
       0000-MAINLINE.
           MOVE '00' TO ELD-RETORNO.
           MOVE ZEROS TO ELD-QTDE-TOTAL.
           MOVE ELD-ID TO WRK-ID-TEXTO.
           PERFORM 1000-ANONIMIZA-CADASTRO.
           IF NOT ELD-RECUSADO
               PERFORM 2100-ELIMINA-HISTIMC
               PERFORM 2200-ELIMINA-SAUDMED
               PERFORM 2300-ELIMINA-AGENDIMC
               PERFORM 2400-ELIMINA-ALERTCTL
               PERFORM 2500-ELIMINA-INTERVEN
               PERFORM 2600-ELIMINA-HISTLOT
               PERFORM 2650-ELIMINA-MARCIMC
               PERFORM 2700-ELIMINA-SUSPIMC
               PERFORM 2710-ELIMINA-FILAIMC
               PERFORM 2720-ELIMINA-HISTARQV
               PERFORM 2800-ANONIMIZA-AUDITORIA
               PERFORM 2850-ANONIMIZA-EMPJRNL
               PERFORM 2860-ELIMINA-JRNMSTR
               PERFORM 8600-GRAVA-AUDITORIA
           END-IF.
           MOVE ELD-RC TO RETURN-CODE.
           GOBACK.
      *CONFERE QUE O FUNCIONARIO ESTA INATIVO E TROCA O NOME NO
      *CADASTRO - O DIARIO AVANCADO RECEBE SO A IMAGEM ANONIMA
       1000-ANONIMIZA-CADASTRO SECTION.
           OPEN I-O EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
               MOVE '04' TO ELD-RETORNO
               GO TO 1000-ANONIMIZA-CADASTRO-EXIT
           END-IF.
           MOVE ELD-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMPMSTR-STATUS NOT = '00' OR NOT EMP-INATIVO
               DISPLAY 'FUNCIONARIO SEM CADASTRO OU AINDA ATIVO - '
                   'NADA ELIMINADO'
               MOVE '04' TO ELD-RETORNO
               CLOSE EMPMSTR
               GO TO 1000-ANONIMIZA-CADASTRO-EXIT
           END-IF.
           MOVE 'ELIMINADO' TO EMP-NOME.
           MOVE ZEROS TO EMP-PESO-META.
           MOVE ZEROS TO EMP-DATA-NASC.
           MOVE ZEROS TO EMP-DATA-ADMIS.
           REWRITE EMPMSTR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'EMPMSTR ' TO WRK-ARQUIVO.
           MOVE 'A' TO WRK-ACAO.
           IF WS-EMPMSTR-STATUS = '00'
               MOVE 1 TO WRK-QTDE
               MOVE 'ELIMDADO' TO JRN-PROGRAMA
               MOVE ELD-OPERADOR TO JRN-OPERADOR
               MOVE 'EMPMSTR ' TO JRN-ARQUIVO
               MOVE 'A' TO JRN-OPERACAO
               MOVE SPACES TO JRN-CHAVE
               MOVE WRK-ID-TEXTO TO JRN-CHAVE(1:6)
               MOVE SPACES TO JRN-ANTES
               MOVE EMPMSTR-REC TO JRN-DEPOIS
               CALL 'GRVJRNL' USING AREA-GRVJRNL
           ELSE
               MOVE ZEROS TO WRK-QTDE
               MOVE 'I' TO WRK-ACAO
               MOVE '08' TO ELD-RETORNO
           END-IF.
           PERFORM 8500-GRAVA-LOG.
           CLOSE EMPMSTR.
       1000-ANONIMIZA-CADASTRO-EXIT.
           EXIT.
      *MEDICOES DE IMC
       2100-ELIMINA-HISTIMC SECTION.
           MOVE 'HISTIMC ' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN I-O HISTIMC.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2100-ELIMINA-HISTIMC-EXIT
           END-IF.
           MOVE ELD-ID TO HIST-ID.
           MOVE ZEROS  TO HIST-DATA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           START HISTIMC KEY >= HIST-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ HISTIMC NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF HIST-ID NOT = ELD-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           DELETE HISTIMC
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           IF WS-ARQ-STATUS = '00'
                               ADD 1 TO WRK-QTDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTIMC.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2100-ELIMINA-HISTIMC-EXIT.
           EXIT.
      *MEDIDAS DE SAUDE (CINTURA E PRESSAO)
       2200-ELIMINA-SAUDMED SECTION.
           MOVE 'SAUDMED ' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN I-O SAUDMED.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2200-ELIMINA-SAUDMED-EXIT
           END-IF.
           MOVE ELD-ID TO MED-ID.
           MOVE ZEROS  TO MED-DATA.
           MOVE LOW-VALUES TO MED-TIPO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           START SAUDMED KEY >= MED-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ SAUDMED NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF MED-ID NOT = ELD-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           DELETE SAUDMED
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           IF WS-ARQ-STATUS = '00'
                               ADD 1 TO WRK-QTDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUDMED.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2200-ELIMINA-SAUDMED-EXIT.
           EXIT.
      *AGENDA DE TRIAGEM (UM REGISTRO POR FUNCIONARIO)
       2300-ELIMINA-AGENDIMC SECTION.
           MOVE 'AGENDIMC' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN I-O AGENDIMC.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2300-ELIMINA-AGENDIMC-EXIT
           END-IF.
           MOVE ELD-ID TO AGD-ID.
           READ AGENDIMC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ARQ-STATUS = '00'
               DELETE AGENDIMC
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-ARQ-STATUS = '00'
                   ADD 1 TO WRK-QTDE
               END-IF
           END-IF.
           CLOSE AGENDIMC.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2300-ELIMINA-AGENDIMC-EXIT.
           EXIT.
      *ALERTAS AO RH
       2400-ELIMINA-ALERTCTL SECTION.
           MOVE 'ALERTCTL' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN I-O ALERTCTL.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2400-ELIMINA-ALERTCTL-EXIT
           END-IF.
           MOVE ELD-ID TO ALC-ID.
           MOVE ZEROS  TO ALC-DATA-NOVA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           START ALERTCTL KEY >= ALC-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ ALERTCTL NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF ALC-ID NOT = ELD-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           DELETE ALERTCTL
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           IF WS-ARQ-STATUS = '00'
                               ADD 1 TO WRK-QTDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERTCTL.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2400-ELIMINA-ALERTCTL-EXIT.
           EXIT.
      *INSCRICOES EM INTERVENCOES DE BEM-ESTAR
       2500-ELIMINA-INTERVEN SECTION.
           MOVE 'INTERVEN' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN I-O INTERVEN.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2500-ELIMINA-INTERVEN-EXIT
           END-IF.
           MOVE ELD-ID TO INT-ID.
           MOVE LOW-VALUES TO INT-PROGRAMA.
           MOVE ZEROS  TO INT-DATA-INSC.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           START INTERVEN KEY >= INT-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ INTERVEN NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF INT-ID NOT = ELD-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           DELETE INTERVEN
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           IF WS-ARQ-STATUS = '00'
                               ADD 1 TO WRK-QTDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTERVEN.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2500-ELIMINA-INTERVEN-EXIT.
           EXIT.
      *HISTORICO DE LOTACAO
       2600-ELIMINA-HISTLOT SECTION.
           MOVE 'HISTLOT ' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN I-O HISTLOT.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2600-ELIMINA-HISTLOT-EXIT
           END-IF.
           MOVE ELD-ID TO HLT-ID.
           MOVE ZEROS  TO HLT-DATA-INI.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           START HISTLOT KEY >= HLT-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ HISTLOT NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF HLT-ID NOT = ELD-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           DELETE HISTLOT
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           IF WS-ARQ-STATUS = '00'
                               ADD 1 TO WRK-QTDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTLOT.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2600-ELIMINA-HISTLOT-EXIT.
           EXIT.
      *MARCACOES DE TRIAGEM - PELA CHAVE ALTERNATIVA MAR-ID
       2650-ELIMINA-MARCIMC SECTION.
           MOVE 'MARCIMC ' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN I-O MARCIMC.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2650-ELIMINA-MARCIMC-EXIT
           END-IF.
           MOVE ELD-ID TO MAR-ID.
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
                       IF MAR-ID NOT = ELD-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           DELETE MARCIMC
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           IF WS-ARQ-STATUS = '00'
                               ADD 1 TO WRK-QTDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MARCIMC.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2650-ELIMINA-MARCIMC-EXIT.
           EXIT.
      *MEDICOES RETIDAS EM SUSPENSO - COPIA SEM AS LINHAS DELE PARA O
      *ELIMTMP E DEVOLVE
       2700-ELIMINA-SUSPIMC SECTION.
           MOVE 'SUSPIMC ' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN INPUT SUSPIMC.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2700-ELIMINA-SUSPIMC-EXIT
           END-IF.
           OPEN OUTPUT ELIMTMP.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ SUSPIMC
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF SUS-LINHA(1:6) = WRK-ID-TEXTO
                           ADD 1 TO WRK-QTDE
                       ELSE
                           WRITE TMP-LINHA FROM SUS-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPIMC.
           CLOSE ELIMTMP.
           IF WRK-QTDE > ZEROS
               OPEN INPUT ELIMTMP
               OPEN OUTPUT SUSPIMC
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ELIMTMP
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           WRITE SUS-LINHA FROM TMP-LINHA
                   END-READ
               END-PERFORM
               CLOSE ELIMTMP
               CLOSE SUSPIMC
           END-IF.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2700-ELIMINA-SUSPIMC-EXIT.
           EXIT.
      *FILA DE MEDICOES DO QUIOSQUE AINDA NAO POSTADAS
       2710-ELIMINA-FILAIMC SECTION.
           MOVE 'FILAIMC ' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN INPUT FILAIMC.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2710-ELIMINA-FILAIMC-EXIT
           END-IF.
           OPEN OUTPUT ELIMTMP.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ FILAIMC
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF FILA-LINHA(1:6) = WRK-ID-TEXTO
                           ADD 1 TO WRK-QTDE
                       ELSE
                           WRITE TMP-LINHA FROM FILA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FILAIMC.
           CLOSE ELIMTMP.
           IF WRK-QTDE > ZEROS
               OPEN INPUT ELIMTMP
               OPEN OUTPUT FILAIMC
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ELIMTMP
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           WRITE FILA-LINHA FROM TMP-LINHA
                   END-READ
               END-PERFORM
               CLOSE ELIMTMP
               CLOSE FILAIMC
           END-IF.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2710-ELIMINA-FILAIMC-EXIT.
           EXIT.
      *ARQUIVO MORTO DE MEDICOES
       2720-ELIMINA-HISTARQV SECTION.
           MOVE 'HISTARQV' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN INPUT HISTARQV.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2720-ELIMINA-HISTARQV-EXIT
           END-IF.
           OPEN OUTPUT ELIMTMP.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ HISTARQV
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF ARQ-LINHA(1:6) = WRK-ID-TEXTO
                           ADD 1 TO WRK-QTDE
                       ELSE
                           WRITE TMP-LINHA FROM ARQ-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTARQV.
           CLOSE ELIMTMP.
           IF WRK-QTDE > ZEROS
               OPEN INPUT ELIMTMP
               OPEN OUTPUT HISTARQV
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ELIMTMP
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           WRITE ARQ-LINHA FROM TMP-LINHA
                   END-READ
               END-PERFORM
               CLOSE ELIMTMP
               CLOSE HISTARQV
           END-IF.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2720-ELIMINA-HISTARQV-EXIT.
           EXIT.
      *TRILHA DE AUDITORIA: AS LINHAS DOS ARQUIVOS DO FUNCIONARIO
      *FICAM (QUEM, QUANDO, O QUE), MAS PERDEM A CHAVE E AS IMAGENS
       2800-ANONIMIZA-AUDITORIA SECTION.
           MOVE 'AUDITMST' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN INPUT AUDITMST.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2800-ANONIMIZA-AUDITORIA-EXIT
           END-IF.
           OPEN OUTPUT ELIMTMP.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ AUDITMST
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF AU-CHAVE(1:6) = WRK-ID-TEXTO
                          AND (AU-ARQUIVO = 'EMPMSTR '
                            OR AU-ARQUIVO = 'HISTIMC '
                            OR AU-ARQUIVO = 'SAUDMED '
                            OR AU-ARQUIVO = 'AGENDIMC'
                            OR AU-ARQUIVO = 'ALERTCTL'
                            OR AU-ARQUIVO = 'INTERVEN'
                            OR AU-ARQUIVO = 'HISTLOT '
                            OR AU-ARQUIVO = 'SUSPIMC ')
                           ADD 1 TO WRK-QTDE
                           MOVE '*ELIMINADO*' TO AU-CHAVE
                           MOVE SPACES TO AU-ANTES
                           MOVE SPACES TO AU-DEPOIS
                       END-IF
                       WRITE TMP-LINHA FROM AUDITMST-REC
               END-READ
           END-PERFORM.
           CLOSE AUDITMST.
           CLOSE ELIMTMP.
           IF WRK-QTDE > ZEROS
               OPEN INPUT ELIMTMP
               OPEN OUTPUT AUDITMST
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ELIMTMP
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           WRITE AUDITMST-REC FROM TMP-LINHA
                   END-READ
               END-PERFORM
               CLOSE ELIMTMP
               CLOSE AUDITMST
           END-IF.
           MOVE 'A' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2800-ANONIMIZA-AUDITORIA-EXIT.
           EXIT.
      *DIARIO DE ALTERACOES DO CADASTRO: AS LINHAS DELE FICAM (QUANDO
      *E QUE OPERACAO), MAS PERDEM AS IMAGENS DO EMPMSTR
       2850-ANONIMIZA-EMPJRNL SECTION.
           MOVE 'EMPJRNL ' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN INPUT EMPJRNL.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2850-ANONIMIZA-EMPJRNL-EXIT
           END-IF.
           OPEN OUTPUT ELIMTMP.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ EMPJRNL
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF EJ-ANTES(1:6) = WRK-ID-TEXTO
                          OR EJ-DEPOIS(1:6) = WRK-ID-TEXTO
                           ADD 1 TO WRK-QTDE
                           MOVE '*ELIMINADO*' TO EJ-ANTES
                           MOVE SPACES TO EJ-DEPOIS
                       END-IF
                       WRITE TMP-LINHA FROM EMPJRNL-REC
               END-READ
           END-PERFORM.
           CLOSE EMPJRNL.
           CLOSE ELIMTMP.
           IF WRK-QTDE > ZEROS
               OPEN INPUT ELIMTMP
               OPEN OUTPUT EMPJRNL
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ELIMTMP
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           WRITE EMPJRNL-REC FROM TMP-LINHA
                   END-READ
               END-PERFORM
               CLOSE ELIMTMP
               CLOSE EMPJRNL
           END-IF.
           MOVE 'A' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2850-ANONIMIZA-EMPJRNL-EXIT.
           EXIT.
      *DIARIO AVANCADO: AS LINHAS DO EMPMSTR E DO HISTIMC DELE SAO
      *APAGADAS - SEM CHAVE NEM IMAGEM O REPJRNL NAO TERIA O QUE
      *REAPLICAR. FICA A LINHA GRAVADA PELO PROPRIO ELIMDADO, COM A
      *IMAGEM JA ANONIMA, QUE LEVA A ELIMINACAO AO DEPOSITO
       2860-ELIMINA-JRNMSTR SECTION.
           MOVE 'JRNMSTR ' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE.
           OPEN INPUT JRNMSTR.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 8400-ARQUIVO-INDISPONIVEL
               GO TO 2860-ELIMINA-JRNMSTR-EXIT
           END-IF.
           OPEN OUTPUT ELIMTMP.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ JRNMSTR
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF JM-CHAVE(1:6) = WRK-ID-TEXTO
                          AND JM-PROGRAMA NOT = 'ELIMDADO'
                          AND (JM-ARQUIVO = 'EMPMSTR '
                            OR JM-ARQUIVO = 'HISTIMC ')
                           ADD 1 TO WRK-QTDE
                       ELSE
                           WRITE TMP-LINHA FROM JRNMSTR-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JRNMSTR.
           CLOSE ELIMTMP.
           IF WRK-QTDE > ZEROS
               OPEN INPUT ELIMTMP
               OPEN OUTPUT JRNMSTR
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ELIMTMP
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           WRITE JRNMSTR-REC FROM TMP-LINHA
                   END-READ
               END-PERFORM
               CLOSE ELIMTMP
               CLOSE JRNMSTR
           END-IF.
           MOVE 'E' TO WRK-ACAO.
           PERFORM 8500-GRAVA-LOG.
       2860-ELIMINA-JRNMSTR-EXIT.
           EXIT.
      *ARQUIVO QUE NAO ABRIU: REGISTRA NO LOG E MARCA ELIMINACAO
      *PARCIAL (STATUS 35 = ARQUIVO NUNCA CRIADO, NADA A ELIMINAR)
       8400-ARQUIVO-INDISPONIVEL SECTION.
           IF WS-ARQ-STATUS = '35'
               MOVE 'E' TO WRK-ACAO
           ELSE
               DISPLAY WRK-ARQUIVO ' INDISPONIVEL - STATUS '
                   WS-ARQ-STATUS
               MOVE 'I' TO WRK-ACAO
               MOVE '08' TO ELD-RETORNO
           END-IF.
           PERFORM 8500-GRAVA-LOG.
       8400-ARQUIVO-INDISPONIVEL-EXIT.
           EXIT.
      *UMA LINHA NO ELIMLOG POR ARQUIVO: QUANTIDADE E ACAO, SEM O
      *CONTEUDO ('E' APAGADOS, 'A' ANONIMIZADOS, 'I' INDISPONIVEL)
       8500-GRAVA-LOG SECTION.
           ADD WRK-QTDE TO ELD-QTDE-TOTAL.
           OPEN EXTEND ELIMLOG.
           IF WS-ELIMLOG-STATUS = '35'
               OPEN OUTPUT ELIMLOG
           END-IF.
           IF WS-ELIMLOG-STATUS NOT = '00'
               DISPLAY 'AVISO: ELIMLOG INDISPONIVEL - STATUS '
                   WS-ELIMLOG-STATUS
               GO TO 8500-GRAVA-LOG-EXIT
           END-IF.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           ACCEPT EL-HORA FROM TIME.
           MOVE ELD-ID       TO EL-ID.
           MOVE ELD-OPERADOR TO EL-OPERADOR.
           MOVE WRK-ARQUIVO  TO EL-ARQUIVO.
           MOVE WRK-ACAO     TO EL-ACAO.
           MOVE WRK-QTDE     TO EL-QTDE.
           WRITE ELIMLOG-REC.
           CLOSE ELIMLOG.
       8500-GRAVA-LOG-EXIT.
           EXIT.
      *A ELIMINACAO EM SI ENTRA NA TRILHA COMUM, SO COM O TOTAL
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'ELIMDADO' TO AUD-PROGRAMA.
           MOVE ELD-OPERADOR TO AUD-OPERADOR.
           MOVE 'ELIMDADO' TO AUD-ARQUIVO.
           MOVE 'E' TO AUD-ACAO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE WRK-ID-TEXTO TO AUD-CHAVE(1:6).
           MOVE SPACES TO AUD-ANTES.
           MOVE SPACES TO AUD-DEPOIS.
           STRING 'REGISTROS ELIMINADOS/ANONIMIZADOS: '
               ELD-QTDE-TOTAL DELIMITED BY SIZE INTO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM ELIMDADO.

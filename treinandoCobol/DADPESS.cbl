      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: DADOS PESSOAIS DO FUNCIONARIO - ATENDE O DIREITO DE
      *          ACESSO E O DE ELIMINACAO. A OPCAO 1 RECEBE UM EMP-ID E
      *          IMPRIME NO RELDADOS TODO REGISTRO QUE TEMOS SOBRE A
      *          PESSOA: CADASTRO EMPMSTR, MEDICOES HISTIMC, MEDIDAS
      *          SAUDMED, AGENDA AGENDIMC, ALERTAS ALERTCTL,
      *          INTERVENCOES INTERVEN, LOTACOES HISTLOT, MARCACOES DE
      *          TRIAGEM MARCIMC, SUSPENSOS SUSPIMC, FILA FILAIMC,
      *          ARQUIVO MORTO HISTARQV, A TRILHA DE AUDITORIA
      *          AUDITMST, O DIARIO DE ALTERACOES EMPJRNL E O DIARIO
      *          AVANCADO JRNMSTR - ANTES ISSO ERA UM GREP
      *          ARQUIVO POR ARQUIVO. A OPCAO 2 PEDE A ELIMINACAO DE
      *          UM FUNCIONARIO JA INATIVO: ENTRA COMO PENDENCIA
      *          'ELIMDADO' NO PENDMST E SO UM SEGUNDO OPERADOR,
      *          APROVANDO NO APRMAINT, DISPARA O SERVICO ELIMDADO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. A PENDENCIA LEVA SO O ID - A
      *                FILA NAO GUARDA DADO PESSOAL. NA TRILHA DE
      *                AUDITORIA ENTRAM AS LINHAS DOS ARQUIVOS DO
      *                FUNCIONARIO CUJA CHAVE COMECA PELO ID.
      * 15/10/2026 RJJ O RELATORIO PASSA A LISTAR AS MARCACOES DE
      *                TRIAGEM DO MARCIMC (GRAVADAS PELO MARCLOTE).
      * 15/10/2026 RJJ O CADASTRO SAI COM AS DATAS DE NASCIMENTO E
      *                ADMISSAO, QUE PASSARAM A MORAR NO EMPMSTR.
      * 15/10/2026 RJJ AS MEDICOES SAEM COM O CODIGO DO QUIOSQUE/BALANCA
      *                QUE AS TIROU (HIST-DISPOSITIVO) E A LINHA DO
      *                SUSPIMC PASSOU A 63 POSICOES.
      * 15/10/2026 RJJ O RELATORIO PASSA A LISTAR AS LINHAS DO DIARIO DE
      *                ALTERACOES EMPJRNL E DO DIARIO AVANCADO JRNMSTR
      *                (EMPMSTR E HISTIMC) DO FUNCIONARIO, QUE GUARDAM
      *                AS IMAGENS INTEIRAS DO CADASTRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADPESS.
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
           SELECT PENDMST ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQ
               FILE STATUS IS WS-PENDMST-STATUS.
           SELECT RELDADOS ASSIGN TO "RELDADOS"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           05 EJ-DATA       PIC X(006).
           05 FILLER        PIC X(001).
           05 EJ-HORA       PIC X(008).
           05 FILLER        PIC X(001).
           05 EJ-OPERACAO   PIC X(001).
           05 FILLER        PIC X(001).
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
       FD  PENDMST.
       COPY PENREC.
       FD  RELDADOS.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       COPY SUSREC.
      *REGISTRO DA FILA E DO ARQUIVO MORTO NO MESMO DESENHO DO HIST-REC
       01 FILA-REGISTRO.
           05 FQ-ID          PIC 9(006).
           05 FQ-DATA        PIC 9(008).
           05 FQ-NOME        PIC A(20).
           05 FQ-ALTURA      PIC 9(01)V99.
           05 FQ-PESO        PIC 9(03).
           05 FQ-RES         PIC 9(02)V99.
           05 FQ-DISPOSITIVO PIC X(005).
           05 FQ-SIT-CALIB   PIC X(001).
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-ID          PIC 9(006) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-ARQ-STATUS     PIC X(002) VALUE '00'.
           05 WS-PENDMST-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO    PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO        VALUE 'S'.
           05 WS-FIM-PENDMST    PIC X(001) VALUE 'N'.
               88 FIM-PENDMST        VALUE 'S'.
           05 WS-JA-PEDIDA      PIC X(001) VALUE 'N'.
               88 ELIMINACAO-JA-PEDIDA VALUE 'S'.
           05 WRK-PROX-SEQ      PIC 9(005) VALUE ZEROS.
       01 AREA-RELATORIO.
           05 WRK-ID-TEXTO      PIC X(006) VALUE SPACES.
           05 WRK-ARQUIVO       PIC X(008) VALUE SPACES.
           05 WRK-QTDE          PIC 9(007) VALUE ZEROS.
           05 WRK-QTDE-TOTAL    PIC 9(007) VALUE ZEROS.
           05 EDT-ALTURA        PIC 9.99.
           05 EDT-RES           PIC Z9.99.
           05 EDT-VALOR         PIC ZZ9.99.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(040) VALUE
               'DADOS PESSOAIS MANTIDOS - FUNCIONARIO'.
           05 CAB-ID   PIC 9(006).
       01 REL-ARQUIVO.
           05 FILLER        PIC X(008) VALUE 'ARQUIVO '.
           05 RAQ-ARQUIVO   PIC X(008).
       01 REL-QTDE.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 RQT-ARQUIVO   PIC X(008).
           05 FILLER        PIC X(015) VALUE ' - REGISTROS: '.
           05 RQT-QTDE      PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'DADPESS' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO DADPESS'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 3
               DISPLAY 'DADOS PESSOAIS DO FUNCIONARIO'
               DISPLAY '1 - RELATORIO DE ACESSO (RELDADOS)'
               DISPLAY '2 - PEDIR ELIMINACAO'
               DISPLAY '3 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2000-RELATORIO-ACESSO
                   WHEN WRK-OPCAO = 2
                       PERFORM 5000-PEDE-ELIMINACAO
                   WHEN WRK-OPCAO = 3
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           MOVE RC-SUCESSO TO RETURN-CODE.
           GOBACK.
      *PEDE O ID E IMPRIME TUDO O QUE HA SOBRE ELE, ARQUIVO A ARQUIVO
       2000-RELATORIO-ACESSO SECTION.
           DISPLAY 'ID DO FUNCIONARIO'.
           ACCEPT WRK-ID.
           MOVE WRK-ID TO WRK-ID-TEXTO.
           MOVE ZEROS TO WRK-QTDE-TOTAL.
           OPEN OUTPUT RELDADOS.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-ID TO CAB-ID.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           PERFORM 2100-LISTA-EMPMSTR.
           PERFORM 2200-LISTA-HISTIMC.
           PERFORM 2300-LISTA-SAUDMED.
           PERFORM 2400-LISTA-AGENDIMC.
           PERFORM 2500-LISTA-ALERTCTL.
           PERFORM 2600-LISTA-INTERVEN.
           PERFORM 2700-LISTA-HISTLOT.
           PERFORM 2750-LISTA-MARCIMC.
           PERFORM 2800-LISTA-SUSPIMC.
           PERFORM 2810-LISTA-FILAIMC.
           PERFORM 2820-LISTA-HISTARQV.
           PERFORM 2900-LISTA-AUDITMST.
           PERFORM 2910-LISTA-EMPJRNL.
           PERFORM 2920-LISTA-JRNMSTR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DE REGISTROS SOBRE O FUNCIONARIO: '
               WRK-QTDE-TOTAL DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELDADOS.
           MOVE 'DADPESS' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'RELDADOS' TO AUD-ARQUIVO.
           MOVE 'C' TO AUD-ACAO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE WRK-ID-TEXTO TO AUD-CHAVE(1:6).
           MOVE SPACES TO AUD-ANTES.
           MOVE SPACES TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
           DISPLAY 'RELATORIO GRAVADO NO RELDADOS - ' WRK-QTDE-TOTAL
               ' REGISTRO(S)'.
       2000-RELATORIO-ACESSO-EXIT.
           EXIT.
      *CADASTRO DO FUNCIONARIO
       2100-LISTA-EMPMSTR SECTION.
           MOVE 'EMPMSTR ' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS = '00'
               MOVE WRK-ID TO EMP-ID
               READ EMPMSTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-EMPMSTR-STATUS = '00'
                   ADD 1 TO WRK-QTDE
                   MOVE SPACES TO REL-LINHA
                   STRING '  NOME ' EMP-NOME ' SITUACAO ' EMP-SITUACAO
                       ' PESO META ' EMP-PESO-META
                       ' DEPTO ' EMP-DEPTO
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES TO REL-LINHA
                   STRING '  NASCIMENTO ' EMP-DATA-NASC
                       ' ADMISSAO ' EMP-DATA-ADMIS
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
               CLOSE EMPMSTR
           END-IF.
           PERFORM 8200-FECHA-SECAO.
       2100-LISTA-EMPMSTR-EXIT.
           EXIT.
      *MEDICOES DE IMC
       2200-LISTA-HISTIMC SECTION.
           MOVE 'HISTIMC ' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT HISTIMC.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2200-LISTA-HISTIMC-FECHA
           END-IF.
           MOVE WRK-ID TO HIST-ID.
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
                       IF HIST-ID NOT = WRK-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           ADD 1 TO WRK-QTDE
                           MOVE HIST-ALTURA TO EDT-ALTURA
                           MOVE HIST-RES    TO EDT-RES
                           MOVE SPACES TO REL-LINHA
                           STRING '  DATA ' HIST-DATA ' NOME '
                               HIST-NOME ' ALTURA ' EDT-ALTURA
                               ' PESO ' HIST-PESO ' IMC ' EDT-RES
                               ' DISP ' HIST-DISPOSITIVO
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTIMC.
       2200-LISTA-HISTIMC-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2200-LISTA-HISTIMC-EXIT.
           EXIT.
      *MEDIDAS DE SAUDE (CINTURA E PRESSAO)
       2300-LISTA-SAUDMED SECTION.
           MOVE 'SAUDMED ' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT SAUDMED.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2300-LISTA-SAUDMED-FECHA
           END-IF.
           MOVE WRK-ID TO MED-ID.
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
                       IF MED-ID NOT = WRK-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           ADD 1 TO WRK-QTDE
                           MOVE MED-VALOR TO EDT-VALOR
                           MOVE SPACES TO REL-LINHA
                           STRING '  DATA ' MED-DATA ' TIPO ' MED-TIPO
                               ' VALOR ' EDT-VALOR ' VALOR2 '
                               MED-VALOR2
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SAUDMED.
       2300-LISTA-SAUDMED-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2300-LISTA-SAUDMED-EXIT.
           EXIT.
      *AGENDA DE TRIAGEM
       2400-LISTA-AGENDIMC SECTION.
           MOVE 'AGENDIMC' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT AGENDIMC.
           IF WS-ARQ-STATUS = '00'
               MOVE WRK-ID TO AGD-ID
               READ AGENDIMC
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ARQ-STATUS = '00'
                   ADD 1 TO WRK-QTDE
                   MOVE SPACES TO REL-LINHA
                   STRING '  ULTIMA MEDICAO ' AGD-ULT-MEDICAO
                       ' PROXIMA DEVIDA ' AGD-PROX-DATA
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
               CLOSE AGENDIMC
           END-IF.
           PERFORM 8200-FECHA-SECAO.
       2400-LISTA-AGENDIMC-EXIT.
           EXIT.
      *ALERTAS AO RH
       2500-LISTA-ALERTCTL SECTION.
           MOVE 'ALERTCTL' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT ALERTCTL.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2500-LISTA-ALERTCTL-FECHA
           END-IF.
           MOVE WRK-ID TO ALC-ID.
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
                       IF ALC-ID NOT = WRK-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           ADD 1 TO WRK-QTDE
                           MOVE SPACES TO REL-LINHA
                           STRING '  ALERTA ' ALC-DATA-NOVA ' ENVIO '
                               ALC-DATA-ENVIO ' SITUACAO '
                               ALC-SITUACAO ' ACAO ' ALC-ACAO
                               ' ACIONADO EM ' ALC-DATA-ACK
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERTCTL.
       2500-LISTA-ALERTCTL-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2500-LISTA-ALERTCTL-EXIT.
           EXIT.
      *INSCRICOES EM INTERVENCOES
       2600-LISTA-INTERVEN SECTION.
           MOVE 'INTERVEN' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT INTERVEN.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2600-LISTA-INTERVEN-FECHA
           END-IF.
           MOVE WRK-ID TO INT-ID.
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
                       IF INT-ID NOT = WRK-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           ADD 1 TO WRK-QTDE
                           MOVE SPACES TO REL-LINHA
                           STRING '  PROGRAMA ' INT-PROGRAMA
                               ' INSCRICAO ' INT-DATA-INSC
                               ' FIM PREV ' INT-DATA-FIM-PREV
                               ' SITUACAO ' INT-SITUACAO
                               ' FIM REAL ' INT-DATA-FIM-REAL
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTERVEN.
       2600-LISTA-INTERVEN-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2600-LISTA-INTERVEN-EXIT.
           EXIT.
      *PERIODOS DE LOTACAO
       2700-LISTA-HISTLOT SECTION.
           MOVE 'HISTLOT ' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT HISTLOT.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2700-LISTA-HISTLOT-FECHA
           END-IF.
           MOVE WRK-ID TO HLT-ID.
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
                       IF HLT-ID NOT = WRK-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           ADD 1 TO WRK-QTDE
                           MOVE SPACES TO REL-LINHA
                           STRING '  DEPTO ' HLT-DEPTO ' DE '
                               HLT-DATA-INI ' ATE ' HLT-DATA-FIM
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTLOT.
       2700-LISTA-HISTLOT-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2700-LISTA-HISTLOT-EXIT.
           EXIT.
      *MARCACOES DE TRIAGEM NA CLINICA
       2750-LISTA-MARCIMC SECTION.
           MOVE 'MARCIMC ' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT MARCIMC.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2750-LISTA-MARCIMC-FECHA
           END-IF.
           MOVE WRK-ID TO MAR-ID.
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
                       IF MAR-ID NOT = WRK-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           ADD 1 TO WRK-QTDE
                           MOVE SPACES TO REL-LINHA
                           STRING '  DIA ' MAR-DATA ' HORA ' MAR-HORA
                               ' DEPTO ' MAR-DEPTO
                               ' DEVIDA ' MAR-DATA-DEVIDA
                               ' MARCADA EM ' MAR-DATA-MARCACAO
                               ' SITUACAO ' MAR-SITUACAO
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MARCIMC.
       2750-LISTA-MARCIMC-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2750-LISTA-MARCIMC-EXIT.
           EXIT.
      *MEDICOES RETIDAS EM SUSPENSO
       2800-LISTA-SUSPIMC SECTION.
           MOVE 'SUSPIMC ' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT SUSPIMC.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2800-LISTA-SUSPIMC-FECHA
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ SUSPIMC
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF SUS-LINHA(1:6) = WRK-ID-TEXTO
                           ADD 1 TO WRK-QTDE
                           MOVE SUS-LINHA TO SUSPIMC-REG
                           MOVE SUS-ALTURA TO EDT-ALTURA
                           MOVE SPACES TO REL-LINHA
                           STRING '  DATA ' SUS-DATA ' NOME ' SUS-NOME
                               ' ALTURA ' EDT-ALTURA ' PESO ' SUS-PESO
                               ' ORIGEM ' SUS-ORIGEM
                               ' MOTIVO ' SUS-MOTIVO
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPIMC.
       2800-LISTA-SUSPIMC-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2800-LISTA-SUSPIMC-EXIT.
           EXIT.
      *FILA DE MEDICOES DO QUIOSQUE AINDA NAO POSTADAS
       2810-LISTA-FILAIMC SECTION.
           MOVE 'FILAIMC ' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT FILAIMC.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2810-LISTA-FILAIMC-FECHA
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ FILAIMC
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF FILA-LINHA(1:6) = WRK-ID-TEXTO
                           ADD 1 TO WRK-QTDE
                           MOVE FILA-LINHA TO FILA-REGISTRO
                           PERFORM 8300-LINHA-MEDICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FILAIMC.
       2810-LISTA-FILAIMC-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2810-LISTA-FILAIMC-EXIT.
           EXIT.
      *ARQUIVO MORTO DE MEDICOES
       2820-LISTA-HISTARQV SECTION.
           MOVE 'HISTARQV' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT HISTARQV.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2820-LISTA-HISTARQV-FECHA
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ HISTARQV
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF ARQ-LINHA(1:6) = WRK-ID-TEXTO
                           ADD 1 TO WRK-QTDE
                           MOVE ARQ-LINHA TO FILA-REGISTRO
                           PERFORM 8300-LINHA-MEDICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTARQV.
       2820-LISTA-HISTARQV-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2820-LISTA-HISTARQV-EXIT.
           EXIT.
      *TRILHA DE AUDITORIA - LINHAS DOS ARQUIVOS DO FUNCIONARIO
       2900-LISTA-AUDITMST SECTION.
           MOVE 'AUDITMST' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT AUDITMST.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2900-LISTA-AUDITMST-FECHA
           END-IF.
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
                           MOVE SPACES TO REL-LINHA
                           STRING '  ' AU-DATA ' ' AU-HORA ' '
                               AU-PROGRAMA ' ' AU-OPERADOR ' '
                               AU-ARQUIVO ' ' AU-ACAO ' ' AU-CHAVE
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                           MOVE SPACES TO REL-LINHA
                           STRING '    ANTES  ' AU-ANTES
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                           MOVE SPACES TO REL-LINHA
                           STRING '    DEPOIS ' AU-DEPOIS
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITMST.
       2900-LISTA-AUDITMST-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2900-LISTA-AUDITMST-EXIT.
           EXIT.
      *DIARIO DE ALTERACOES DO CADASTRO - LINHAS COM O ID NA IMAGEM
      *ANTES OU DEPOIS
       2910-LISTA-EMPJRNL SECTION.
           MOVE 'EMPJRNL ' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT EMPJRNL.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2910-LISTA-EMPJRNL-FECHA
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ EMPJRNL
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF EJ-ANTES(1:6) = WRK-ID-TEXTO
                          OR EJ-DEPOIS(1:6) = WRK-ID-TEXTO
                           ADD 1 TO WRK-QTDE
                           MOVE SPACES TO REL-LINHA
                           STRING '  ' EJ-DATA ' ' EJ-HORA ' '
                               EJ-OPERACAO
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                           MOVE SPACES TO REL-LINHA
                           STRING '    ANTES  ' EJ-ANTES
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                           MOVE SPACES TO REL-LINHA
                           STRING '    DEPOIS ' EJ-DEPOIS
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPJRNL.
       2910-LISTA-EMPJRNL-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2910-LISTA-EMPJRNL-EXIT.
           EXIT.
      *DIARIO AVANCADO - LINHAS DO EMPMSTR E DO HISTIMC DO FUNCIONARIO
       2920-LISTA-JRNMSTR SECTION.
           MOVE 'JRNMSTR ' TO WRK-ARQUIVO.
           PERFORM 8100-ABRE-SECAO.
           OPEN INPUT JRNMSTR.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2920-LISTA-JRNMSTR-FECHA
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ JRNMSTR
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF JM-CHAVE(1:6) = WRK-ID-TEXTO
                          AND (JM-ARQUIVO = 'EMPMSTR '
                            OR JM-ARQUIVO = 'HISTIMC ')
                           ADD 1 TO WRK-QTDE
                           MOVE SPACES TO REL-LINHA
                           STRING '  ' JM-DATA ' ' JM-HORA ' '
                               JM-PROGRAMA ' ' JM-OPERADOR ' '
                               JM-ARQUIVO ' ' JM-OPERACAO ' ' JM-CHAVE
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                           MOVE SPACES TO REL-LINHA
                           STRING '    ANTES  ' JM-ANTES(1:60)
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                           MOVE SPACES TO REL-LINHA
                           STRING '    DEPOIS ' JM-DEPOIS(1:60)
                               DELIMITED BY SIZE INTO REL-LINHA
                           WRITE REL-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JRNMSTR.
       2920-LISTA-JRNMSTR-FECHA.
           PERFORM 8200-FECHA-SECAO.
       2920-LISTA-JRNMSTR-EXIT.
           EXIT.
      *PEDE A ELIMINACAO: SO FUNCIONARIO INATIVO, UMA PENDENCIA POR
      *VEZ; A FILA LEVA SO O ID
       5000-PEDE-ELIMINACAO SECTION.
           DISPLAY 'ID DO FUNCIONARIO A ELIMINAR'.
           ACCEPT WRK-ID.
           MOVE WRK-ID TO WRK-ID-TEXTO.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
               GO TO 5000-PEDE-ELIMINACAO-EXIT
           END-IF.
           MOVE WRK-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'ID NAO CADASTRADO'
               GO TO 5000-PEDE-ELIMINACAO-EXIT
           END-IF.
           IF NOT EMP-INATIVO
               DISPLAY 'FUNCIONARIO ATIVO - INATIVE NO EMPMAINT ANTES '
                   'DE PEDIR A ELIMINACAO'
               GO TO 5000-PEDE-ELIMINACAO-EXIT
           END-IF.
           OPEN I-O PENDMST.
           IF WS-PENDMST-STATUS = '35'
               OPEN OUTPUT PENDMST
               CLOSE PENDMST
               OPEN I-O PENDMST
           END-IF.
           IF WS-PENDMST-STATUS NOT = '00'
               DISPLAY 'PENDMST INDISPONIVEL - STATUS '
                   WS-PENDMST-STATUS ' - PEDIDO NAO ENFILEIRADO'
               GO TO 5000-PEDE-ELIMINACAO-EXIT
           END-IF.
           MOVE ZEROS TO WRK-PROX-SEQ.
           MOVE 'N' TO WS-JA-PEDIDA.
           MOVE 'N' TO WS-FIM-PENDMST.
           MOVE ZEROS TO PEN-SEQ.
           START PENDMST KEY >= PEN-SEQ
               INVALID KEY
                   SET FIM-PENDMST TO TRUE
           END-START.
           PERFORM UNTIL FIM-PENDMST
               READ PENDMST NEXT
                   AT END
                       SET FIM-PENDMST TO TRUE
                   NOT AT END
                       MOVE PEN-SEQ TO WRK-PROX-SEQ
                       IF PEN-ARQUIVO = 'ELIMDADO' AND PEN-PENDENTE
                          AND PEN-CHAVE(1:6) = WRK-ID-TEXTO
                           SET ELIMINACAO-JA-PEDIDA TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF ELIMINACAO-JA-PEDIDA
               DISPLAY 'JA EXISTE PEDIDO DE ELIMINACAO PENDENTE PARA '
                   'ESTE ID'
               CLOSE PENDMST
               GO TO 5000-PEDE-ELIMINACAO-EXIT
           END-IF.
           ADD 1 TO WRK-PROX-SEQ.
           MOVE WRK-PROX-SEQ TO PEN-SEQ.
           MOVE 'ELIMDADO' TO PEN-ARQUIVO.
           MOVE SPACES TO PEN-CHAVE.
           MOVE WRK-ID-TEXTO TO PEN-CHAVE(1:6).
           MOVE 'ELIMINACAO DE DADOS PESSOAIS' TO PEN-DESCRICAO.
           MOVE SPACES TO PEN-IMAGEM-NOVA.
           MOVE WRK-ID-TEXTO TO PEN-IMAGEM-NOVA(1:6).
           MOVE SIGN-OPERADOR TO PEN-SOLICITANTE.
           ACCEPT PEN-DATA-SOL FROM DATE YYYYMMDD.
           SET PEN-PENDENTE TO TRUE.
           MOVE SPACES TO PEN-APROVADOR.
           MOVE ZEROS TO PEN-DATA-DECISAO.
           WRITE PENDMST-REC
               INVALID KEY
                   DISPLAY 'ERRO AO ENFILEIRAR - STATUS '
                       WS-PENDMST-STATUS
           END-WRITE.
           IF WS-PENDMST-STATUS = '00'
               DISPLAY 'ELIMINACAO ENVIADA PARA APROVACAO NO APRMAINT'
               MOVE 'DADPESS' TO AUD-PROGRAMA
               MOVE SIGN-OPERADOR TO AUD-OPERADOR
               MOVE 'PENDMST ' TO AUD-ARQUIVO
               MOVE 'I' TO AUD-ACAO
               MOVE PEN-SEQ TO AUD-CHAVE
               MOVE SPACES TO AUD-ANTES
               MOVE SPACES TO AUD-DEPOIS
               STRING 'PEDIDO DE ELIMINACAO DO ID ' WRK-ID-TEXTO
                   DELIMITED BY SIZE INTO AUD-DEPOIS
               CALL 'GRVAUDIT' USING AREA-GRVAUDIT
           END-IF.
           CLOSE PENDMST.
       5000-PEDE-ELIMINACAO-EXIT.
           EXIT.
      *CABECALHO DA SECAO DE UM ARQUIVO
       8100-ABRE-SECAO SECTION.
           MOVE ZEROS TO WRK-QTDE.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-ARQUIVO TO RAQ-ARQUIVO.
           WRITE REL-LINHA FROM REL-ARQUIVO.
       8100-ABRE-SECAO-EXIT.
           EXIT.
      *FECHO DA SECAO: QUANTIDADE DE REGISTROS DO ARQUIVO
       8200-FECHA-SECAO SECTION.
           MOVE WRK-ARQUIVO TO RQT-ARQUIVO.
           MOVE WRK-QTDE    TO RQT-QTDE.
           WRITE REL-LINHA FROM REL-QTDE.
           ADD WRK-QTDE TO WRK-QTDE-TOTAL.
       8200-FECHA-SECAO-EXIT.
           EXIT.
      *LINHA DE UMA MEDICAO NO DESENHO DO HIST-REC (FILA E MORTO)
       8300-LINHA-MEDICAO SECTION.
           MOVE FQ-ALTURA TO EDT-ALTURA.
           MOVE FQ-RES    TO EDT-RES.
           MOVE SPACES TO REL-LINHA.
           STRING '  DATA ' FQ-DATA ' NOME ' FQ-NOME
               ' ALTURA ' EDT-ALTURA ' PESO ' FQ-PESO
               ' IMC ' EDT-RES ' DISP ' FQ-DISPOSITIVO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       8300-LINHA-MEDICAO-EXIT.
           EXIT.
       END PROGRAM DADPESS.

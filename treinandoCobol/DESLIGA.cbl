      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: SERVICO CHAMAVEL DE DESLIGAMENTO - A INATIVACAO
      *          APROVADA NO APRMAINT SO VIRAVA A SITUACAO NO EMPMSTR E
      *          O RESTO DO SISTEMA CONTINUAVA TRATANDO O FUNCIONARIO
      *          COMO VIVO: A AGENDA DE TRIAGEM SEGUIA DEVIDA, OS
      *          ALERTAS SEM RESPOSTA DO RH ENVELHECIAM ATE ESCALAR NO
      *          RELACK E NINGUEM LEMBRAVA DO ADIANTAMENTO DO CAIXA
      *          PEQUENO AINDA EM ABERTO. ESTE SERVICO, CHAMADO LOGO
      *          DEPOIS DA INATIVACAO POSTADA:
      *          - ENCERRA A AGENDA DE TRIAGEM (AGDPROX FUNCAO 'E') E
      *            CANCELA AS MARCACOES DO MARCIMC AINDA EM ABERTO DE
      *            HOJE EM DIANTE, LIBERANDO A VAGA DA CLINICA;
      *          - FECHA OS ALERTAS AINDA ENVIADOS DO ALERTCTL COMO
      *            ENCERRADOS POR DESLIGAMENTO (SITUACAO 'D', ACAO
      *            'DES');
      *          - ANEXA AO DESLCHK O CHECKLIST DE SAIDA PARA O
      *            SUPERVISOR, COM CADA ADIANTAMENTO DO ADIANTAM AINDA
      *            EM ABERTO NO NOME DO FUNCIONARIO.
      *          VEJA O COPYBOOK DSLCOM PARA A INTERFACE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. O ADIANTAM NAO TEM O ID, SO O
      *                NOME DIGITADO NO LIVRO DO CAIXA - O CASAMENTO E
      *                PELO NOME, SEM DIFERENCA DE MAIUSCULAS.
      * 15/10/2026 RJJ AS MARCACOES DE TRIAGEM EM ABERTO DE HOJE EM
      *                DIANTE PASSAM A CANCELADAS (MAR-CANCELADA) -
      *                O DESLIGADO CONTINUAVA OCUPANDO A VAGA E SAINDO
      *                NA AGENDA DA CLINICA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESLIGA.
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
           SELECT ALERTCTL ASSIGN TO "ALERTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALC-CHAVE
               FILE STATUS IS WS-ALERTCTL-STATUS.
           SELECT MARCIMC ASSIGN TO "MARCIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAR-CHAVE
               ALTERNATE RECORD KEY IS MAR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MARCIMC-STATUS.
           SELECT ADIANTAM ASSIGN TO "ADIANTAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADIANTAM-STATUS.
           SELECT DESLCHK ASSIGN TO "DESLCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESLCHK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  ALERTCTL.
       COPY ALCREC.
       FD  MARCIMC.
       COPY MARREC.
       FD  ADIANTAM.
       01  ADIANTAM-REC.
           05 AD-REF         PIC 9(004).
           05 AD-DATA        PIC 9(008).
           05 AD-NOME        PIC X(020).
           05 AD-VALOR       PIC 9(009)V99.
           05 AD-SITUACAO    PIC X(001).
           05 AD-DATA-LIQ    PIC 9(008).
           05 AD-FUNDO       PIC 9(003).
       FD  DESLCHK.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY REPHDR.
       COPY AGDCOM.
       COPY AUDCOM.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-ALERTCTL-STATUS PIC X(002) VALUE '00'.
           05 WS-MARCIMC-STATUS  PIC X(002) VALUE '00'.
           05 WS-ADIANTAM-STATUS PIC X(002) VALUE '00'.
           05 WS-DESLCHK-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO     PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO         VALUE 'S'.
           05 WS-CHECKLIST       PIC X(001) VALUE 'N'.
               88 CHECKLIST-ABERTO    VALUE 'S'.
       01 AREA-DESLIGAMENTO.
           05 WRK-ID-TEXTO       PIC X(006) VALUE SPACES.
           05 WRK-NOME-FUNC      PIC X(020) VALUE SPACES.
           05 WRK-NOME-ADIANT    PIC X(020) VALUE SPACES.
           05 WRK-DEPTO          PIC 9(003) VALUE ZEROS.
           05 WRK-DATA-HOJE      PIC 9(008) VALUE ZEROS.
           05 WRK-FUNDO-ITEM     PIC 9(003) VALUE ZEROS.
           05 WRK-QTDE-MARCACOES PIC 9(005) VALUE ZEROS.
           05 TOT-ADIANT         PIC 9(011)V99 VALUE ZEROS.
       01 WRK-MINUSCULAS PIC X(026) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01 WRK-MAIUSCULAS PIC X(026) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WRK-VALOR-EDT          PIC Z(10)9.99.
       01 CHK-TITULO.
           05 FILLER   PIC X(029) VALUE
               'CHECKLIST DE DESLIGAMENTO - '.
           05 FILLER   PIC X(003) VALUE 'ID '.
           05 TIT-ID   PIC 9(006).
           05 FILLER   PIC X(001) VALUE SPACE.
           05 TIT-NOME PIC X(020).
           05 FILLER   PIC X(007) VALUE ' DEPTO '.
           05 TIT-DEPTO PIC 9(003).
       01 CHK-CABECALHO-ADIANT.
           05 FILLER   PIC X(006) VALUE SPACES.
           05 FILLER   PIC X(004) VALUE 'FUN '.
           05 FILLER   PIC X(005) VALUE 'REF  '.
           05 FILLER   PIC X(009) VALUE 'DATA'.
           05 FILLER   PIC X(014) VALUE '         VALOR'.
       01 CHK-DETALHE-ADIANT.
           05 FILLER         PIC X(006) VALUE SPACES.
           05 DET-FUNDO      PIC 9(003).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-REF        PIC 9(004).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-DATA       PIC 9(008).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-VALOR      PIC Z(10)9.99.
       LINKAGE SECTION.
       COPY DSLCOM.
       PROCEDURE DIVISION USING AREA-DESLIGA.
       0000-MAINLINE.
           MOVE '00' TO DSL-RETORNO.
           MOVE ZEROS TO DSL-QTDE-ALERTAS.
           MOVE ZEROS TO DSL-QTDE-ADIANT.
           MOVE DSL-ID TO WRK-ID-TEXTO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-LE-CADASTRO.
           IF NOT DSL-RECUSADO
               PERFORM 1100-ABRE-CHECKLIST
               PERFORM 2100-ENCERRA-AGENDA
               PERFORM 2200-ENCERRA-ALERTAS
               PERFORM 2300-LISTA-ADIANTAMENTOS
               PERFORM 3000-FECHA-CHECKLIST
               PERFORM 8600-GRAVA-AUDITORIA
           END-IF.
           MOVE DSL-RC TO RETURN-CODE.
           GOBACK.
      *SO DESLIGA QUEM ESTA CADASTRADO E JA INATIVO - GUARDA NOME E
      *DEPARTAMENTO PARA O CHECKLIST
       1000-LE-CADASTRO SECTION.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
               MOVE '04' TO DSL-RETORNO
               GO TO 1000-LE-CADASTRO-EXIT
           END-IF.
           MOVE DSL-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMPMSTR-STATUS NOT = '00' OR NOT EMP-INATIVO
               DISPLAY 'FUNCIONARIO SEM CADASTRO OU AINDA ATIVO - '
                   'DESLIGAMENTO NAO FEITO'
               MOVE '04' TO DSL-RETORNO
           ELSE
               MOVE EMP-NOME  TO WRK-NOME-FUNC
               MOVE EMP-DEPTO TO WRK-DEPTO
               INSPECT WRK-NOME-FUNC
                   CONVERTING WRK-MINUSCULAS TO WRK-MAIUSCULAS
           END-IF.
           CLOSE EMPMSTR.
       1000-LE-CADASTRO-EXIT.
           EXIT.
      *ABRE O DESLCHK PARA ANEXAR E ESCREVE O CABECALHO DO CHECKLIST -
      *SEM O ARQUIVO O DESLIGAMENTO SEGUE, SO NAO SAI O PAPEL
       1100-ABRE-CHECKLIST SECTION.
           OPEN EXTEND DESLCHK.
           IF WS-DESLCHK-STATUS = '35'
               OPEN OUTPUT DESLCHK
           END-IF.
           IF WS-DESLCHK-STATUS NOT = '00'
               DISPLAY 'AVISO: DESLCHK INDISPONIVEL - STATUS '
                   WS-DESLCHK-STATUS ' - CHECKLIST NAO IMPRESSO'
               GO TO 1100-ABRE-CHECKLIST-EXIT
           END-IF.
           SET CHECKLIST-ABERTO TO TRUE.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE DSL-ID    TO TIT-ID.
           MOVE WRK-NOME-FUNC TO TIT-NOME.
           MOVE WRK-DEPTO TO TIT-DEPTO.
           WRITE REL-LINHA FROM CHK-TITULO.
           MOVE SPACES TO REL-LINHA.
           STRING 'INATIVACAO APROVADA POR ' DSL-OPERADOR
               ' EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       1100-ABRE-CHECKLIST-EXIT.
           EXIT.
      *ENCERRA A AGENDA DE TRIAGEM PELO AGDPROX - O DESLIGADO SAI DA
      *CONFORMIDADE E A DATA DEVIDA PARA DE ROLAR
       2100-ENCERRA-AGENDA SECTION.
           MOVE 'E' TO AGDC-FUNCAO.
           MOVE DSL-ID TO AGDC-ID.
           MOVE ZEROS TO AGDC-DATA-MEDICAO.
           CALL 'AGDPROX' USING AREA-AGDPROX.
           MOVE SPACES TO REL-LINHA.
           EVALUATE TRUE
               WHEN AGDC-OK
                   STRING '[X] AGENDA DE TRIAGEM ENCERRADA - A PROXIMA '
                       'MEDICAO ERA DEVIDA EM ' AGDC-PROX-DATA
                       DELIMITED BY SIZE INTO REL-LINHA
               WHEN AGDC-SEM-AGENDA
                   MOVE '[X] SEM AGENDA DE TRIAGEM ABERTA' TO REL-LINHA
               WHEN OTHER
                   DISPLAY 'AGENDIMC INDISPONIVEL - AGENDA NAO '
                       'ENCERRADA'
                   MOVE '08' TO DSL-RETORNO
                   STRING '[ ] AGENDA DE TRIAGEM NAO ENCERRADA - '
                       'AGENDIMC INDISPONIVEL'
                       DELIMITED BY SIZE INTO REL-LINHA
           END-EVALUATE.
           PERFORM 8100-ESCREVE-LINHA.
           PERFORM 2150-CANCELA-MARCACOES.
       2100-ENCERRA-AGENDA-EXIT.
           EXIT.
      *CANCELA AS MARCACOES DE TRIAGEM AINDA EM ABERTO DE HOJE EM
      *DIANTE (CHAVE ALTERNATIVA MAR-ID) - O MARCLOTE REAPROVEITA A
      *VAGA; AS JA FECHADAS FICAM COMO ESTAO
       2150-CANCELA-MARCACOES SECTION.
           MOVE ZEROS TO WRK-QTDE-MARCACOES.
           OPEN I-O MARCIMC.
           IF WS-MARCIMC-STATUS = '35'
               MOVE '[X] NENHUMA MARCACAO DE TRIAGEM EM ABERTO'
                   TO REL-LINHA
               GO TO 2150-CANCELA-MARCACOES-LINHA
           END-IF.
           IF WS-MARCIMC-STATUS NOT = '00'
               DISPLAY 'MARCIMC INDISPONIVEL - STATUS '
                   WS-MARCIMC-STATUS ' - MARCACOES NAO CANCELADAS'
               MOVE '08' TO DSL-RETORNO
               MOVE SPACES TO REL-LINHA
               STRING '[ ] MARCACOES DE TRIAGEM NAO CANCELADAS - '
                   'MARCIMC INDISPONIVEL'
                   DELIMITED BY SIZE INTO REL-LINHA
               GO TO 2150-CANCELA-MARCACOES-LINHA
           END-IF.
           MOVE DSL-ID TO MAR-ID.
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
                       IF MAR-ID NOT = DSL-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           PERFORM 2160-CANCELA-MARCACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MARCIMC.
           MOVE SPACES TO REL-LINHA.
           STRING '[X] MARCACOES DE TRIAGEM CANCELADAS: '
               WRK-QTDE-MARCACOES DELIMITED BY SIZE INTO REL-LINHA.
       2150-CANCELA-MARCACOES-LINHA.
           PERFORM 8100-ESCREVE-LINHA.
       2150-CANCELA-MARCACOES-EXIT.
           EXIT.
      *UMA MARCACAO: SO A AINDA MARCADA, DE HOJE EM DIANTE
       2160-CANCELA-MARCACAO SECTION.
           IF NOT MAR-MARCADA
              OR MAR-DATA < WRK-DATA-HOJE
               GO TO 2160-CANCELA-MARCACAO-EXIT
           END-IF.
           SET MAR-CANCELADA TO TRUE.
           REWRITE MARCIMC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-MARCIMC-STATUS = '00'
               ADD 1 TO WRK-QTDE-MARCACOES
           ELSE
               DISPLAY 'ERRO AO CANCELAR MARCACAO ' MAR-CHAVE
                   ' - STATUS ' WS-MARCIMC-STATUS
               MOVE '08' TO DSL-RETORNO
           END-IF.
       2160-CANCELA-MARCACAO-EXIT.
           EXIT.
      *FECHA OS ALERTAS DO FUNCIONARIO AINDA SEM RESPOSTA DO RH - OS JA
      *ACIONADOS FICAM COMO ESTAO
       2200-ENCERRA-ALERTAS SECTION.
           OPEN I-O ALERTCTL.
           IF WS-ALERTCTL-STATUS = '35'
               MOVE '[X] NENHUM ALERTA DO RH EM ABERTO' TO REL-LINHA
               GO TO 2200-ENCERRA-ALERTAS-LINHA
           END-IF.
           IF WS-ALERTCTL-STATUS NOT = '00'
               DISPLAY 'ALERTCTL INDISPONIVEL - STATUS '
                   WS-ALERTCTL-STATUS ' - ALERTAS NAO ENCERRADOS'
               MOVE '08' TO DSL-RETORNO
               MOVE SPACES TO REL-LINHA
               STRING '[ ] ALERTAS DO RH NAO ENCERRADOS - '
                   'ALERTCTL INDISPONIVEL'
                   DELIMITED BY SIZE INTO REL-LINHA
               GO TO 2200-ENCERRA-ALERTAS-LINHA
           END-IF.
           MOVE DSL-ID TO ALC-ID.
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
                       IF ALC-ID NOT = DSL-ID
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           PERFORM 2210-ENCERRA-ALERTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERTCTL.
           MOVE SPACES TO REL-LINHA.
           STRING '[X] ALERTAS DO RH ENCERRADOS POR DESLIGAMENTO: '
               DSL-QTDE-ALERTAS DELIMITED BY SIZE INTO REL-LINHA.
       2200-ENCERRA-ALERTAS-LINHA.
           PERFORM 8100-ESCREVE-LINHA.
       2200-ENCERRA-ALERTAS-EXIT.
           EXIT.
      *UM ALERTA: SO O AINDA ENVIADO (SEM RESPOSTA) E ENCERRADO
       2210-ENCERRA-ALERTA SECTION.
           IF NOT ALC-ENVIADO
               GO TO 2210-ENCERRA-ALERTA-EXIT
           END-IF.
           SET ALC-DESLIGADO TO TRUE.
           MOVE 'DES' TO ALC-ACAO.
           MOVE WRK-DATA-HOJE TO ALC-DATA-ACK.
           REWRITE ALERTCTL-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ALERTCTL-STATUS = '00'
               ADD 1 TO DSL-QTDE-ALERTAS
           ELSE
               DISPLAY 'ERRO AO ENCERRAR ALERTA ' ALC-CHAVE
                   ' - STATUS ' WS-ALERTCTL-STATUS
               MOVE '08' TO DSL-RETORNO
           END-IF.
       2210-ENCERRA-ALERTA-EXIT.
           EXIT.
      *ADIANTAMENTOS DO CAIXA PEQUENO AINDA EM ABERTO NO NOME DO
      *FUNCIONARIO - O SUPERVISOR COBRA OU LIQUIDA ANTES DA SAIDA
       2300-LISTA-ADIANTAMENTOS SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 8100-ESCREVE-LINHA.
           MOVE 'ADIANTAMENTOS DO CAIXA PEQUENO EM ABERTO NO NOME:'
               TO REL-LINHA.
           PERFORM 8100-ESCREVE-LINHA.
           MOVE ZEROS TO TOT-ADIANT.
           OPEN INPUT ADIANTAM.
           IF WS-ADIANTAM-STATUS NOT = '00'
               GO TO 2300-LISTA-ADIANTAMENTOS-TOTAL
           END-IF.
           MOVE CHK-CABECALHO-ADIANT TO REL-LINHA.
           PERFORM 8100-ESCREVE-LINHA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ADIANTAM
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       PERFORM 2310-CONFERE-ADIANTAMENTO
               END-READ
           END-PERFORM.
           CLOSE ADIANTAM.
       2300-LISTA-ADIANTAMENTOS-TOTAL.
           MOVE SPACES TO REL-LINHA.
           IF DSL-QTDE-ADIANT = ZEROS
               MOVE '[X] NENHUM ADIANTAMENTO EM ABERTO' TO REL-LINHA
           ELSE
               MOVE TOT-ADIANT TO WRK-VALOR-EDT
               STRING '[ ] RECEBER OU LIQUIDAR NO LIVRO DO CAIXA OS '
                   DSL-QTDE-ADIANT ' ADIANTAMENTO(S) ACIMA - TOTAL '
                   WRK-VALOR-EDT
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           PERFORM 8100-ESCREVE-LINHA.
       2300-LISTA-ADIANTAMENTOS-EXIT.
           EXIT.
      *UM ITEM DO ADIANTAM: EM ABERTO E NO NOME DO DESLIGADO
       2310-CONFERE-ADIANTAMENTO SECTION.
           IF AD-SITUACAO NOT = 'A'
               GO TO 2310-CONFERE-ADIANTAMENTO-EXIT
           END-IF.
           MOVE AD-NOME TO WRK-NOME-ADIANT.
           INSPECT WRK-NOME-ADIANT
               CONVERTING WRK-MINUSCULAS TO WRK-MAIUSCULAS.
           IF WRK-NOME-ADIANT NOT = WRK-NOME-FUNC
               GO TO 2310-CONFERE-ADIANTAMENTO-EXIT
           END-IF.
           IF AD-FUNDO IS NUMERIC
               MOVE AD-FUNDO TO WRK-FUNDO-ITEM
           ELSE
               MOVE ZEROS TO WRK-FUNDO-ITEM
           END-IF.
           ADD 1 TO DSL-QTDE-ADIANT.
           ADD AD-VALOR TO TOT-ADIANT.
           MOVE WRK-FUNDO-ITEM TO DET-FUNDO.
           MOVE AD-REF         TO DET-REF.
           MOVE AD-DATA        TO DET-DATA.
           MOVE AD-VALOR       TO DET-VALOR.
           MOVE CHK-DETALHE-ADIANT TO REL-LINHA.
           PERFORM 8100-ESCREVE-LINHA.
       2310-CONFERE-ADIANTAMENTO-EXIT.
           EXIT.
      *FECHO DO CHECKLIST: VISTO DO SUPERVISOR
       3000-FECHA-CHECKLIST SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 8100-ESCREVE-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '[ ] VISTO DO SUPERVISOR: ____________________'
               '  DATA: ___/___/_____'
               DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 8100-ESCREVE-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM 8100-ESCREVE-LINHA.
           IF CHECKLIST-ABERTO
               CLOSE DESLCHK
               MOVE 'N' TO WS-CHECKLIST
           END-IF.
       3000-FECHA-CHECKLIST-EXIT.
           EXIT.
      *UMA LINHA DO CHECKLIST (SE O DESLCHK ABRIU)
       8100-ESCREVE-LINHA SECTION.
           IF CHECKLIST-ABERTO
               WRITE REL-LINHA
           END-IF.
       8100-ESCREVE-LINHA-EXIT.
           EXIT.
      *O DESLIGAMENTO ENTRA NA TRILHA COMUM COM O RESUMO
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'DESLIGA' TO AUD-PROGRAMA.
           MOVE DSL-OPERADOR TO AUD-OPERADOR.
           MOVE 'DESLIGA ' TO AUD-ARQUIVO.
           MOVE 'A' TO AUD-ACAO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE WRK-ID-TEXTO TO AUD-CHAVE(1:6).
           MOVE SPACES TO AUD-ANTES.
           MOVE SPACES TO AUD-DEPOIS.
           STRING 'ALERTAS ENCERRADOS ' DSL-QTDE-ALERTAS
               ' ADIANTAMENTOS ABERTOS ' DSL-QTDE-ADIANT
               DELIMITED BY SIZE INTO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM DESLIGA.

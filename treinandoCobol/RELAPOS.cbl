      * Author:
      * Date: 01/09/2026
      * Purpose: PROJECAO DE ELEGIBILIDADE A APOSENTADORIA - LE O
      *          CADASTRO EMPMSTR (NASCIMENTO E ADMISSAO, OS MESMOS
      *          CAMPOS DOS MARCOS DO RELMARCO), APLICA AS REGRAS DO
      *          ARQUIVO DE PARAMETROS APOSPARM (IDADE MINIMA E ANOS
      *          MINIMOS DE CASA - REGRA MUDA SEM RECOMPILAR) E LISTA
      *                A JANELA DE SECULO DO AULA-002-LOTE (AA > 30 =
      *                1900). DATA DE NASCIMENTO INVALIDA E CONTADA E
      *                PULADA, COM RC-AVISO.
      * 15/10/2026 RJJ O ROSTIDAD FOI APOSENTADO: LE OS ATIVOS DO
      *                CADASTRO EMPMSTR EM ORDEM DE EMP-ID, COM AS
      *                DATAS EMP-DATA-NASC/EMP-DATA-ADMIS JA AAAAMMDD
      *                (A JANELA DE SECULO SAIU). NASCIMENTO OU
      *                ADMISSAO NAO INFORMADOS (ZEROS) CONTAM COMO DATA
      *                INVALIDA E SAO PULADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAPOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMSTR-STATUS.
           SELECT APOSPARM ASSIGN TO "APOSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APOSPARM-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  APOSPARM.
       01  APOSPARM-REC.
           05 AP-IDADE-MIN     PIC 9(003).
       COPY RETCOPY.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-APOSPARM-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-EMPMSTR     PIC X(001) VALUE 'N'.
               88 FIM-EMPMSTR         VALUE 'S'.
       01 AREA-REGRAS.
           05 WRK-IDADE-MIN      PIC 9(003) VALUE 65.
           05 WRK-ANOS-SERV-MIN  PIC 9(002) VALUE 30.
       01 AREA-DATAS.
           05 WRK-NASC-ISO       PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-NASC-ISO.
               10 WRK-NASC-AAAA  PIC 9(004).
               10 WRK-NASC-MMDD  PIC 9(004).
           05 WRK-DATA-IDADE     PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-SERVICO   PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-ELEGIVEL  PIC 9(008) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-EMPMSTR
           PERFORM 3000-FINALIZA
           GOBACK.
      *LE AS REGRAS, MONTA O HORIZONTE DE 5 ANOS E ABRE OS ARQUIVOS
           END-IF.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-LIMITE = AS-DATA-LONGA + 50000.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
               SET FIM-EMPMSTR TO TRUE
           END-IF.
           OPEN OUTPUT RELAPOS.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PROJETA A ELEGIBILIDADE DE UM FUNCIONARIO ATIVO DO CADASTRO
       2000-PROCESSA SECTION.
           READ EMPMSTR NEXT
               AT END
                   SET FIM-EMPMSTR TO TRUE
               NOT AT END
                   IF EMP-ATIVO
                       ADD 1 TO CNT-LIDOS
                       PERFORM 2100-PROJETA-ENTRADA
                   END-IF
      *DATA EM QUE FAZ A IDADE X DATA EM QUE FECHA O TEMPO DE CASA -
      *A MAIOR DAS DUAS E A ELEGIBILIDADE; DENTRO DO HORIZONTE, LISTA
       2100-PROJETA-ENTRADA SECTION.
           MOVE EMP-DATA-NASC TO WRK-NASC-ISO.
           IF EMP-DATA-NASC NOT NUMERIC
              OR WRK-NASC-AAAA = ZEROS
              OR WRK-NASC-MMDD < 0101 OR WRK-NASC-MMDD > 1231
              OR EMP-DATA-ADMIS NOT NUMERIC
              OR EMP-DATA-ADMIS = ZEROS
               ADD 1 TO CNT-DATA-RUIM
               GO TO 2100-PROJETA-ENTRADA-EXIT
           END-IF.
           COMPUTE WRK-DATA-IDADE =
               WRK-NASC-ISO + (WRK-IDADE-MIN * 10000).
           COMPUTE WRK-DATA-SERVICO =
               EMP-DATA-ADMIS + (WRK-ANOS-SERV-MIN * 10000).
           IF WRK-DATA-IDADE > WRK-DATA-SERVICO
               MOVE WRK-DATA-IDADE TO WRK-DATA-ELEGIVEL
           ELSE
           END-IF.
           IF WRK-DATA-ELEGIVEL <= WRK-DATA-LIMITE
               ADD 1 TO CNT-PROJETADOS
               MOVE EMP-NOME          TO DET-NOME
               MOVE WRK-NASC-ISO      TO DET-NASC
               MOVE EMP-DATA-ADMIS     TO DET-ADMIS
               MOVE WRK-DATA-ELEGIVEL TO DET-ELEGIVEL
               WRITE REL-LINHA FROM REL-DETALHE
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ATIVOS NO CADASTRO.....: ' CNT-LIDOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELAPOS.
           IF WS-EMPMSTR-STATUS NOT = '35'
              AND WS-EMPMSTR-STATUS NOT = '91'
               CLOSE EMPMSTR
           END-IF.
           IF CNT-DATA-RUIM > ZEROS
               MOVE RC-AVISO TO RETURN-CODE

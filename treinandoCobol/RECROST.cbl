      ******************************************************************
      * Author:
      * Date: 01/09/2026
      * Purpose: CONFERENCIA DAS DATAS DO QUADRO NO CADASTRO EMPMSTR -
      *          O NASCIMENTO E A ADMISSAO ALIMENTAM O AULA-002-LOTE, O
      *          RELMARCO, O RELAPOS E O EXTSEG, E FUNCIONARIO ATIVO
      *          SEM ESSAS DATAS SOME EM SILENCIO DOS MARCOS E DAS
      *          PROJECOES. LISTA NO RELROST TODO ATIVO COM DATA NAO
      *          INFORMADA (ZEROS), INVALIDA (CRITICA DO VALDATA),
      *          FUTURA OU COM ADMISSAO ANTERIOR AO NASCIMENTO, PARA O
      *          RH COMPLETAR PELO EMPMAINT, E O STEP SINALIZA
      *          RC-AVISO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION. A TRILHA DE CONTROLE DO ROSTIDAD
      *                (TRLCOPY), QUANDO PRESENTE, E SO PULADA -
      *                QUEM A CONFERE E O AULA-002-LOTE.
      * 15/10/2026 RJJ O ROSTIDAD FOI APOSENTADO E AS DATAS PASSARAM
      *                PARA O EMPMSTR (O ROSTCONV LEVOU AS DATAS E
      *                LISTOU AS LINHAS QUE NAO CASARAM). A
      *                RECONCILIACAO PELO NOME PERDEU O SENTIDO: O
      *                PROGRAMA AGORA CONFERE AS DATAS DOS ATIVOS NO
      *                PROPRIO CADASTRO - O "ATIVO FORA DO ROSTER" DE
      *                ANTES VIRA O "ATIVO SEM DATA" DE AGORA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECROST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  RELROST.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY VALDCOM.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-EMPMSTR     PIC X(001) VALUE 'N'.
               88 FIM-EMPMSTR         VALUE 'S'.
       01 WRK-DATA-HOJE          PIC 9(008) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-ATIVOS         PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-NASC       PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-ADMIS      PIC 9(005) VALUE ZEROS.
           05 CNT-INCOERENTES    PIC 9(005) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(044) VALUE
               'CONFERENCIA DAS DATAS DO QUADRO NO EMPMSTR  '.
       01 REL-DETALHE.
           05 DET-ID        PIC 9(006).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-NOME      PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-NASC      PIC 9(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-ADMIS     PIC 9(008).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-MOTIVO    PIC X(040).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VARRE-EMPMSTR UNTIL FIM-EMPMSTR
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O CADASTRO E O RELATORIO
       1000-INICIALIZA SECTION.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
               SET FIM-EMPMSTR TO TRUE
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
           END-IF.
           OPEN OUTPUT RELROST.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DATA-LONGA TO WRK-DATA-HOJE.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
       1000-INICIALIZA-EXIT.
           EXIT.
      *CONFERE AS DATAS DE CADA ATIVO; A PRIMEIRA FALHA ACHADA E O
      *MOTIVO DA LINHA
       2000-VARRE-EMPMSTR SECTION.
           READ EMPMSTR NEXT
               AT END
                   SET FIM-EMPMSTR TO TRUE
                   GO TO 2000-VARRE-EMPMSTR-EXIT
           END-READ.
           IF NOT EMP-ATIVO
               GO TO 2000-VARRE-EMPMSTR-EXIT
           END-IF.
           ADD 1 TO CNT-ATIVOS.
           MOVE SPACES TO DET-MOTIVO.
           IF EMP-DATA-NASC NOT NUMERIC OR EMP-DATA-NASC = ZEROS
               MOVE 'NASCIMENTO NAO INFORMADO' TO DET-MOTIVO
               ADD 1 TO CNT-SEM-NASC
               GO TO 2000-VARRE-EMPMSTR-LINHA
           END-IF.
           MOVE EMP-DATA-NASC TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA OR EMP-DATA-NASC > WRK-DATA-HOJE
               MOVE 'NASCIMENTO INVALIDO OU FUTURO' TO DET-MOTIVO
               ADD 1 TO CNT-SEM-NASC
               GO TO 2000-VARRE-EMPMSTR-LINHA
           END-IF.
           IF EMP-DATA-ADMIS NOT NUMERIC OR EMP-DATA-ADMIS = ZEROS
               MOVE 'ADMISSAO NAO INFORMADA' TO DET-MOTIVO
               ADD 1 TO CNT-SEM-ADMIS
               GO TO 2000-VARRE-EMPMSTR-LINHA
           END-IF.
           MOVE EMP-DATA-ADMIS TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA OR EMP-DATA-ADMIS > WRK-DATA-HOJE
               MOVE 'ADMISSAO INVALIDA OU FUTURA' TO DET-MOTIVO
               ADD 1 TO CNT-SEM-ADMIS
               GO TO 2000-VARRE-EMPMSTR-LINHA
           END-IF.
           IF EMP-DATA-ADMIS < EMP-DATA-NASC
               MOVE 'ADMISSAO ANTERIOR AO NASCIMENTO' TO DET-MOTIVO
               ADD 1 TO CNT-INCOERENTES
           END-IF.
       2000-VARRE-EMPMSTR-LINHA.
           IF DET-MOTIVO NOT = SPACES
               MOVE EMP-ID         TO DET-ID
               MOVE EMP-NOME       TO DET-NOME
               MOVE EMP-DATA-NASC  TO DET-NASC
               MOVE EMP-DATA-ADMIS TO DET-ADMIS
               WRITE REL-LINHA FROM REL-DETALHE
           END-IF.
       2000-VARRE-EMPMSTR-EXIT.
           EXIT.
      *TOTAIS E RETORNO AO STEP
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ATIVOS NO EMPMSTR..........: ' CNT-ATIVOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM NASCIMENTO VALIDO......: ' CNT-SEM-NASC
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM ADMISSAO VALIDA........: ' CNT-SEM-ADMIS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ADMISSAO ANTES DO NASCIM...: ' CNT-INCOERENTES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELROST.
           IF WS-EMPMSTR-STATUS NOT = '35'
              AND WS-EMPMSTR-STATUS NOT = '91'
               CLOSE EMPMSTR
           END-IF.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               IF CNT-SEM-NASC > ZEROS
                  OR CNT-SEM-ADMIS > ZEROS
                  OR CNT-INCOERENTES > ZEROS
                   MOVE RC-AVISO TO RETURN-CODE
               ELSE
                   MOVE RC-SUCESSO TO RETURN-CODE

      *                NO MESMO DIA (FALLBACK DE REGRAVACAO) SAI COMO
      *                'A' COM A IMAGEM ANTES, NAO COMO 'I' SEM
      *                ANTES.
      * 15/10/2026 RJJ A LINHA DO ROSTER PODE TRAZER NO FIM O CODIGO DO
      *                QUIOSQUE/BALANCA DA CAMPANHA (RO-DISPOSITIVO;
      *                ROSTER ANTIGO, SEM O CAMPO, LE EM BRANCO). COM
      *                CODIGO, O SERVICO VERDISP DIZ SE A CALIBRACAO
      *                ESTAVA EM DIA E CODIGO E SITUACAO VAO PARA O
      *                HISTIMC E O SUSPIMC COMO NO PROGNOME; MEDICAO
      *                EM BALANCA VENCIDA OU DESCONHECIDA E CONTADA NO
      *                RESUMO E SINALIZA RC-AVISO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLOTE.
           05 RO-ID           PIC 9(006).
           05 RO-ALTURA       PIC 9(01)V99.
           05 RO-PESO         PIC 9(03).
           05 RO-DISPOSITIVO  PIC X(005).
       FD  RELBMI.
       01  REL-LINHA PIC X(080).
       FD  EMPMSTR.
       FD  RUNCTL.
       COPY RUNPARM.
       FD  SUSPIMC.
       01  SUS-LINHA PIC X(063).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY AGDCOM.
       COPY SUSREC.
       COPY JRNCOM.
       COPY DSPCOM.
       01  WRK-ANO-COMPLETO PIC 9(004) VALUE ZEROS.
      *CRITICA DE PLAUSIBILIDADE CONTRA A MEDICAO ANTERIOR
       01  AREA-PLAUSIBILIDADE.
       01  WRK-RES         PIC 9(02)V99 VALUE ZEROS.
       01  WRK-CLASSE      PIC X(018) VALUE SPACES.
       01  WRK-DATA-HOJE   PIC 9(008) VALUE ZEROS.
       01  WRK-DISPOSITIVO PIC X(005) VALUE SPACES.
       01  WRK-SIT-CALIB   PIC X(001) VALUE SPACE.
       01  AREA-CONTROLE.
           05 WS-ROSTER-STATUS  PIC X(002) VALUE '00'.
           05 WS-EMPMSTR-STATUS PIC X(002) VALUE '00'.
           05 CNT-OBESO-3  PIC 9(005) VALUE ZEROS.
           05 CNT-TOTAL    PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-CADASTRO PIC 9(005) VALUE ZEROS.
           05 CNT-CALIB-VENCIDA PIC 9(005) VALUE ZEROS.
       01  REL-DETALHE.
           05 DET-ID       PIC 9(006).
           05 FILLER       PIC X(002) VALUE SPACES.
                   MOVE RO-ID     TO WRK-ID
                   MOVE RO-ALTURA TO WRK-ALTURA
                   MOVE RO-PESO   TO WRK-PESO
                   MOVE RO-DISPOSITIVO TO WRK-DISPOSITIVO
           END-READ.
       1100-LE-ROSTER-EXIT.
           EXIT.
           MOVE WRK-CLASSE TO DET-CLASSE.
           PERFORM 7000-ESCREVE-DETALHE.
           IF FUNC-NO-CADASTRO
               PERFORM 7750-AVALIA-DISPOSITIVO
               PERFORM 7700-BUSCA-ANTERIOR
               PERFORM 7800-CRITICA-PLAUSIBILIDADE
               IF MEDICAO-SUSPEITA
               MOVE WRK-ALT-ANTERIOR  TO SUS-ALT-ANT
               MOVE WRK-PESO-ANTERIOR TO SUS-PESO-ANT
               MOVE 'PROGLOTE'        TO SUS-ORIGEM
               MOVE WRK-DISPOSITIVO   TO SUS-DISPOSITIVO
               MOVE WRK-SIT-CALIB     TO SUS-SIT-CALIB
               WRITE SUS-LINHA FROM SUSPIMC-REG
           END-IF.
       7800-CRITICA-PLAUSIBILIDADE-EXIT.
           EXIT.
      *SITUACAO DA CALIBRACAO DO QUIOSQUE/BALANCA DA LINHA DO ROSTER -
      *SEM CODIGO NA LINHA A MEDICAO SEGUE SEM DISPOSITIVO
       7750-AVALIA-DISPOSITIVO SECTION.
           MOVE SPACE TO WRK-SIT-CALIB.
           IF WRK-DISPOSITIVO = SPACES
               GO TO 7750-AVALIA-DISPOSITIVO-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DISPOSITIVO TO DSPC-CODIGO.
           MOVE WRK-DATA-HOJE   TO DSPC-DATA.
           CALL 'VERDISP' USING AREA-VERDISP.
           MOVE DSPC-SIT-CALIB TO WRK-SIT-CALIB.
           IF NOT DSPC-EM-DIA
               ADD 1 TO CNT-CALIB-VENCIDA
           END-IF.
       7750-AVALIA-DISPOSITIVO-EXIT.
           EXIT.
      *POSTA A MEDICAO NO HISTORICO HISTIMC, DO MESMO JEITO QUE O
      *8000-GRAVA-HISTORICO DO PROGNOME - RERUN NO MESMO DIA REGRAVA
       8000-GRAVA-HISTORICO SECTION.
           MOVE WRK-ALTURA    TO HIST-ALTURA.
           MOVE WRK-PESO      TO HIST-PESO.
           MOVE WRK-RES       TO HIST-RES.
           MOVE WRK-DISPOSITIVO TO HIST-DISPOSITIVO.
           MOVE WRK-SIT-CALIB TO HIST-SIT-CALIB.
           MOVE 'I' TO JRN-OPERACAO.
           MOVE SPACES TO JRN-ANTES.
           WRITE HIST-REC
           MOVE WRK-ALTURA TO HIST-ALTURA.
           MOVE WRK-PESO   TO HIST-PESO.
           MOVE WRK-RES    TO HIST-RES.
           MOVE WRK-DISPOSITIVO TO HIST-DISPOSITIVO.
           MOVE WRK-SIT-CALIB TO HIST-SIT-CALIB.
           REWRITE HIST-REC.
       8100-ATUALIZA-HISTORICO-EXIT.
           EXIT.
           STRING "MEDICOES SUSPEITAS.: " CNT-SUSPEITAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           STRING "BALANCA SEM CALIB..: " CNT-CALIB-VENCIDA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-LINHAS-DET TO TRF-QTDE.
           WRITE REL-LINHA FROM REL-TRAILER-FIM.
           CLOSE ROSTER.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               IF CNT-TOTAL = ZEROS OR CNT-SEM-CADASTRO > ZEROS
                  OR CNT-SUSPEITAS > ZEROS
                  OR CNT-CALIB-VENCIDA > ZEROS
                   MOVE RC-AVISO TO RETURN-CODE
               ELSE
                   MOVE RC-SUCESSO TO RETURN-CODE

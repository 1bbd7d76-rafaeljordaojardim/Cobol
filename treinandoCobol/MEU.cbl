      *                (FALLBACK DE REGRAVACAO) AGORA SAI NO DIARIO
      *                COMO 'A' COM A IMAGEM ANTES DO REGISTRO QUE
      *                ESTAVA NA CHAVE, NAO COMO 'I' SEM ANTES.
      * 15/10/2026 RJJ ID UNIFICADO PELO FUNDEMP (INATIVO COM
      *                EMP-ID-SUCESSOR) E BARRADO NO SIGN-IN MOSTRANDO O
      *                ID SOBREVIVENTE; O CADASTRO NOVO NASCE COM O
      *                SUCESSOR ZERADO.
      * 15/10/2026 RJJ O CADASTRO NOVO NASCE COM AS DATAS DE NASCIMENTO
      *                E ADMISSAO ZERADAS - QUEM AS INFORMA E O RH, NO
      *                EMPMAINT.
      * 15/10/2026 RJJ CADA MEDICAO SABE DE QUE QUIOSQUE/BALANCA VEIO:
      *                O CODIGO DO DISPOSITIVO VEM DA VARIAVEL DE
      *                AMBIENTE 'DISPOSITIVO' DO QUIOSQUE (EM BRANCO, O
      *                OPERADOR INFORMA) E O SERVICO VERDISP DIZ SE A
      *                CALIBRACAO ESTA EM DIA NO DISPMSTR. CALIBRACAO
      *                VENCIDA OU DISPOSITIVO DESCONHECIDO E AVISADO AO
      *                OPERADOR E A MEDICAO SEGUE SINALIZADA - CODIGO E
      *                SITUACAO VAO PARA O HISTIMC, O SAUDMED, A FILA
      *                FILAIMC E O SUSPIMC, PARA O RELDISP COMPARAR AS
      *                BALANCAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGNOME.
       FD  RUNCTL.
       COPY RUNPARM.
       FD  SUSPIMC.
       01  SUS-LINHA PIC X(063).
       FD  SAUDMED.
       COPY SAUDREC.
       FD  FILAIMC.
       COPY SUSREC.
       COPY FONCOM.
       COPY JRNCOM.
       COPY DSPCOM.
       01 WRK-ID          PIC 9(006) VALUE ZEROS.
       01 WRK-NOME        PIC A(20) VALUE SPACES.
       01 WRK-ALTURA      PIC 9(01)V99 VALUE ZEROS.
           05 WRK-LIM-ALT       PIC 9(003) VALUE 5.
           05 WRK-VAR-PESO      PIC S9(003) VALUE ZEROS.
           05 WRK-VAR-ALT-CM    PIC S9(003)V99 VALUE ZEROS.
      *QUIOSQUE/BALANCA QUE ESTA MEDINDO E SUA CALIBRACAO
       01 AREA-DISPOSITIVO.
           05 WRK-DISPOSITIVO   PIC X(005) VALUE SPACES.
           05 WRK-SIT-CALIB     PIC X(001) VALUE SPACE.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(006).
       PROCEDURE DIVISION USING LNK-OPERADOR.
                GOBACK
            END-IF.
            PERFORM 7100-AVISA-AGENDA.
            PERFORM 7050-IDENTIFICA-DISPOSITIVO.
            DISPLAY "DIGITE SUA ALTURA"
            ACCEPT WRK-ALTURA.
            DISPLAY "DIGITE SEU PESO"
               MOVE 'CA'          TO MED-TIPO
               MOVE WRK-CINTURA   TO MED-VALOR
               MOVE ZEROS         TO MED-VALOR2
               MOVE WRK-DISPOSITIVO TO MED-DISPOSITIVO
               MOVE WRK-SIT-CALIB TO MED-SIT-CALIB
               WRITE SAUDMED-REC
                   INVALID KEY
                       REWRITE SAUDMED-REC
               MOVE 'PA'           TO MED-TIPO
               MOVE WRK-SISTOLICA  TO MED-VALOR
               MOVE WRK-DIASTOLICA TO MED-VALOR2
               MOVE WRK-DISPOSITIVO TO MED-DISPOSITIVO
               MOVE WRK-SIT-CALIB  TO MED-SIT-CALIB
               WRITE SAUDMED-REC
                   INVALID KEY
                       REWRITE SAUDMED-REC
           EVALUATE WS-EMPMSTR-STATUS
               WHEN '00'
                   IF EMP-INATIVO
                       IF EMP-ID-SUCESSOR > ZEROS
                           DISPLAY "ID UNIFICADO - USE O ID "
                               EMP-ID-SUCESSOR
                       ELSE
                           DISPLAY "FUNCIONARIO INATIVO - PROCURE O RH"
                       END-IF
                       MOVE 'N' TO WS-FUNC-LIBERADO
                   ELSE
                       MOVE EMP-NOME TO WRK-NOME
                   SET EMP-ATIVO TO TRUE
                   MOVE ZEROS TO EMP-PESO-META
                   MOVE ZEROS TO EMP-DEPTO
                   MOVE ZEROS TO EMP-ID-SUCESSOR
                   MOVE ZEROS TO EMP-DATA-NASC
                   MOVE ZEROS TO EMP-DATA-ADMIS
                   MOVE ZEROS TO WRK-META
                   WRITE EMPMSTR-REC
                   MOVE 'EMPMSTR ' TO JRN-ARQUIVO
           CLOSE EMPMSTR.
       7000-BUSCA-FUNCIONARIO-EXIT.
           EXIT.
      *IDENTIFICA O QUIOSQUE/BALANCA (AMBIENTE 'DISPOSITIVO' OU
      *OPERADOR) E AVISA CALIBRACAO VENCIDA OU DISPOSITIVO DESCONHECIDO
       7050-IDENTIFICA-DISPOSITIVO SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-DISPOSITIVO = SPACES
               ACCEPT WRK-DISPOSITIVO FROM ENVIRONMENT 'DISPOSITIVO'
           END-IF.
           IF WRK-DISPOSITIVO = SPACES
               DISPLAY "CODIGO DO DISPOSITIVO (BALANCA) DESTE QUIOSQUE"
               ACCEPT WRK-DISPOSITIVO
           END-IF.
           MOVE WRK-DISPOSITIVO TO DSPC-CODIGO.
           MOVE WRK-DATA-HOJE   TO DSPC-DATA.
           CALL 'VERDISP' USING AREA-VERDISP.
           MOVE DSPC-SIT-CALIB TO WRK-SIT-CALIB.
           EVALUATE TRUE
               WHEN DSPC-EM-DIA
                   CONTINUE
               WHEN DSPC-VENCIDA
                   IF DSPC-PROX-CALIB = ZEROS
                       DISPLAY "ATENCAO: DISPOSITIVO " WRK-DISPOSITIVO
                           " SEM CALIBRACAO VALIDA"
                   ELSE
                       DISPLAY "ATENCAO: CALIBRACAO DO DISPOSITIVO "
                           WRK-DISPOSITIVO " VENCIDA EM "
                           DSPC-PROX-CALIB
                   END-IF
                   DISPLAY "A MEDICAO SERA GRAVADA SINALIZADA - "
                       "AVISE A CLINICA"
               WHEN OTHER
                   DISPLAY "ATENCAO: DISPOSITIVO " WRK-DISPOSITIVO
                       " NAO CADASTRADO OU INATIVO NO DISPMSTR"
                   DISPLAY "A MEDICAO SERA GRAVADA SINALIZADA - "
                       "AVISE A CLINICA"
           END-EVALUATE.
       7050-IDENTIFICA-DISPOSITIVO-EXIT.
           EXIT.
      *CONSULTA A AGENDA DE TRIAGEM E AVISA QUEM ESTA VENCIDO
       7100-AVISA-AGENDA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               MOVE WRK-ALT-ANTERIOR  TO SUS-ALT-ANT
               MOVE WRK-PESO-ANTERIOR TO SUS-PESO-ANT
               MOVE 'PROGNOME'        TO SUS-ORIGEM
               MOVE WRK-DISPOSITIVO   TO SUS-DISPOSITIVO
               MOVE WRK-SIT-CALIB     TO SUS-SIT-CALIB
               WRITE SUS-LINHA FROM SUSPIMC-REG
               CLOSE SUSPIMC
           END-IF.
           MOVE WRK-ALTURA    TO HIST-ALTURA.
           MOVE WRK-PESO      TO HIST-PESO.
           MOVE WRK-RES       TO HIST-RES.
           MOVE WRK-DISPOSITIVO TO HIST-DISPOSITIVO.
           MOVE WRK-SIT-CALIB TO HIST-SIT-CALIB.
           MOVE 'I' TO JRN-OPERACAO.
           MOVE SPACES TO JRN-ANTES.
           WRITE HIST-REC
           MOVE WRK-ALTURA    TO HIST-ALTURA.
           MOVE WRK-PESO      TO HIST-PESO.
           MOVE WRK-RES       TO HIST-RES.
           MOVE WRK-DISPOSITIVO TO HIST-DISPOSITIVO.
           MOVE WRK-SIT-CALIB TO HIST-SIT-CALIB.
           OPEN EXTEND FILAIMC.
           IF WS-FILAIMC-STATUS = '35'
               OPEN OUTPUT FILAIMC
           MOVE WRK-ALTURA TO HIST-ALTURA.
           MOVE WRK-PESO   TO HIST-PESO.
           MOVE WRK-RES    TO HIST-RES.
           MOVE WRK-DISPOSITIVO TO HIST-DISPOSITIVO.
           MOVE WRK-SIT-CALIB TO HIST-SIT-CALIB.
           REWRITE HIST-REC.
       8100-ATUALIZA-HISTORICO-EXIT.
           EXIT.

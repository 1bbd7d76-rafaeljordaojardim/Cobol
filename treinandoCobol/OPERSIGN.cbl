      *                ANEXADA AO DIARIO SIGNLOG COM DATA E HORA:
      *                SABER O OP-ID DE UM SUPERVISOR DEIXOU DE ABRIR
      *                O MENU DELE.
      * 15/10/2026 RJJ O BLOQUEIO APOS 3 FALHAS TAMBEM VAI PARA A FILA
      *                DE NOTIFICACOES (CALL 'GRVNOTIF'), GRUPO
      *                SEGURANC, MSG0005.
      * 15/10/2026 RJJ CONTROLE DE SESSAO (CALL 'CTLSESS'): O SIGN-ON
      *                ABRE A SESSAO DO OPERADOR NO SESSMST COM O
      *                TERMINAL (VARIAVEL DE AMBIENTE TERMINAL,
      *                DEVOLVIDO EM SIGN-TERMINAL). O MESMO OP-ID ATIVO
      *                EM OUTRO TERMINAL E RECUSADO (SIGNLOG 'M'), A
      *                MENOS QUE UM SUPERVISOR SE IDENTIFIQUE COM A
      *                SENHA ALI MESMO E LIBERE A SESSAO ANTIGA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSIGN.
           05 FILLER        PIC X(001).
           05 SL-RESULTADO  PIC X(001).
      *        'S' SUCESSO, 'F' SENHA ERRADA, 'B' BLOQUEADO,
      *        'I' INATIVO, 'N' NAO CADASTRADO,
      *        'M' SESSAO ATIVA EM OUTRO TERMINAL
       WORKING-STORAGE SECTION.
       01 WS-OPERMSTR-STATUS PIC X(002) VALUE '00'.
       01 WS-RUNCTL-STATUS   PIC X(002) VALUE '00'.
           05 WRK-JULIANO-TROCA  PIC S9(007) VALUE ZEROS.
           05 WRK-IDADE-SENHA    PIC S9(005) VALUE ZEROS.
           05 WRK-RESULTADO-LOG  PIC X(001) VALUE SPACE.
       COPY NTFCOM.
       COPY SESCOM.
       01 AREA-SESSAO.
           05 WRK-OPER-SALVO     PIC X(047) VALUE SPACES.
           05 WRK-SUPERVISOR     PIC X(006) VALUE SPACES.
           05 WS-RECUSADA        PIC X(001) VALUE 'N'.
               88 SESSAO-RECUSADA    VALUE 'S'.
           05 WS-LIBEROU         PIC X(001) VALUE 'N'.
               88 SUPERVISOR-LIBEROU VALUE 'S'.
       LINKAGE SECTION.
       COPY OPERCOM.
       PROCEDURE DIVISION USING AREA-OPERSIGN.
           MOVE SPACES TO SIGN-PERFIL.
           MOVE '08' TO SIGN-RETORNO.
           MOVE 'N' TO WS-VALIDADO.
           ACCEPT SIGN-TERMINAL FROM ENVIRONMENT 'TERMINAL'.
           IF SIGN-TERMINAL = SPACES
               MOVE 'CONSOLE' TO SIGN-TERMINAL
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1100-LE-VALIDADE-SENHA.
           OPEN I-O OPERMSTR.
           MOVE '00' TO SIGN-RETORNO.
           MOVE 'S' TO WRK-RESULTADO-LOG.
           PERFORM 8000-GRAVA-SIGNLOG.
           PERFORM 2400-ABRE-SESSAO.
           CLOSE OPERMSTR.
           OPEN I-O OPERMSTR.
       1000-REGISTRA-SUPERVISOR-EXIT.
               IF OP-FALHAS >= 3
                   SET OP-BLOQUEADO TO TRUE
                   DISPLAY 'OPERADOR BLOQUEADO APOS 3 FALHAS'
                   PERFORM 2300-NOTIFICA-BLOQUEIO
               END-IF
               REWRITE OPERMSTR-REC
               MOVE 'F' TO WRK-RESULTADO-LOG
               MOVE ZEROS TO OP-FALHAS
               PERFORM 2200-CRITICA-VALIDADE
               REWRITE OPERMSTR-REC
               PERFORM 2400-ABRE-SESSAO
               IF SESSAO-RECUSADA
                   MOVE 'M' TO WRK-RESULTADO-LOG
                   PERFORM 8000-GRAVA-SIGNLOG
               ELSE
                   SET OPERADOR-VALIDADO TO TRUE
                   MOVE OP-NOME   TO SIGN-NOME
                   MOVE OP-PERFIL TO SIGN-PERFIL
                   MOVE '00' TO SIGN-RETORNO
                   MOVE 'S' TO WRK-RESULTADO-LOG
                   PERFORM 8000-GRAVA-SIGNLOG
                   DISPLAY 'BEM-VINDO ' SIGN-NOME
               END-IF
           END-IF.
       2100-CONFERE-SENHA-EXIT.
           EXIT.
           END-IF.
       2200-CRITICA-VALIDADE-EXIT.
           EXIT.
      *ENFILEIRA O BLOQUEIO DO OPERADOR PARA A SEGURANCA
       2300-NOTIFICA-BLOQUEIO SECTION.
           MOVE SPACES     TO AREA-GRVNOTIF.
           MOVE 'SEGURANC' TO NTF-GRUPO.
           MOVE 'G'        TO NTF-SEVERIDADE.
           MOVE 'MSG0005'  TO NTF-MSG-ID.
           MOVE 'OPERSIGN' TO NTF-PROGRAMA.
           MOVE OP-ID      TO NTF-CONDICAO.
           STRING 'OPERADOR ' OP-ID ' BLOQUEADO APOS 3 SENHAS ERRADAS'
               DELIMITED BY SIZE INTO NTF-TEXTO.
           CALL 'GRVNOTIF' USING AREA-GRVNOTIF.
       2300-NOTIFICA-BLOQUEIO-EXIT.
           EXIT.
      *ABRE A SESSAO NO CTLSESS; ATIVA EM OUTRO TERMINAL SO ABRE SE UM
      *SUPERVISOR LIBERAR A ANTIGA, SENAO O SIGN-ON E RECUSADO
       2400-ABRE-SESSAO SECTION.
           MOVE 'N' TO WS-RECUSADA.
           MOVE SPACES        TO AREA-CTLSESS.
           SET SES-ABRE       TO TRUE.
           MOVE OP-ID         TO SES-OPERADOR.
           MOVE SIGN-TERMINAL TO SES-TERMINAL.
           MOVE 'OPERSIGN'    TO SES-PROGRAMA.
           CALL 'CTLSESS' USING AREA-CTLSESS.
           IF NOT SES-OUTRO-TERMINAL
               GO TO 2400-ABRE-SESSAO-EXIT
           END-IF.
           DISPLAY 'OPERADOR ' OP-ID ' JA TEM SESSAO ATIVA NO '
               'TERMINAL ' SES-TERMINAL-ATIVO.
           MOVE OPERMSTR-REC TO WRK-OPER-SALVO.
           PERFORM 2500-LIBERACAO-SUPERVISOR.
           MOVE WRK-OPER-SALVO TO OPERMSTR-REC.
           IF SUPERVISOR-LIBEROU
               SET SES-LIBERA     TO TRUE
               MOVE WRK-SUPERVISOR TO SES-SUPERVISOR
               CALL 'CTLSESS' USING AREA-CTLSESS
               SET SES-ABRE       TO TRUE
               CALL 'CTLSESS' USING AREA-CTLSESS
               DISPLAY 'SESSAO ANTIGA LIBERADA POR ' WRK-SUPERVISOR
           END-IF.
           IF SES-OUTRO-TERMINAL
               DISPLAY 'SIGN-ON RECUSADO - O MESMO OPERADOR NAO PODE '
                   'FICAR ATIVO EM DOIS TERMINAIS'
               SET SESSAO-RECUSADA TO TRUE
           END-IF.
       2400-ABRE-SESSAO-EXIT.
           EXIT.
      *SUPERVISOR ATIVO SE IDENTIFICA COM A SENHA PARA LIBERAR A
      *SESSAO ANTIGA (O PROPRIO OPERADOR NAO SE LIBERA)
       2500-LIBERACAO-SUPERVISOR SECTION.
           MOVE 'N' TO WS-LIBEROU.
           DISPLAY 'SUPERVISOR PODE LIBERAR A SESSAO ANTIGA - '
               'IDENTIFICACAO DO SUPERVISOR (EM BRANCO DESISTE)'.
           MOVE SPACES TO WRK-SUPERVISOR.
           ACCEPT WRK-SUPERVISOR.
           IF WRK-SUPERVISOR = SPACES
               GO TO 2500-LIBERACAO-SUPERVISOR-EXIT
           END-IF.
           IF WRK-SUPERVISOR = WRK-OPER-SALVO(1:6)
               DISPLAY 'O PROPRIO OPERADOR NAO LIBERA A SESSAO'
               GO TO 2500-LIBERACAO-SUPERVISOR-EXIT
           END-IF.
           MOVE WRK-SUPERVISOR TO OP-ID.
           READ OPERMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-OPERMSTR-STATUS NOT = '00'
              OR NOT OP-SUPERVISOR OR NOT OP-ATIVO OR OP-BLOQUEADO
               DISPLAY 'LIBERACAO SO POR SUPERVISOR ATIVO'
               MOVE '00' TO WS-OPERMSTR-STATUS
               GO TO 2500-LIBERACAO-SUPERVISOR-EXIT
           END-IF.
           DISPLAY 'SENHA DO SUPERVISOR'.
           ACCEPT WRK-SENHA-DIGITADA.
           IF WRK-SENHA-DIGITADA NOT = OP-SENHA
               DISPLAY 'SENHA DO SUPERVISOR INCORRETA'
               GO TO 2500-LIBERACAO-SUPERVISOR-EXIT
           END-IF.
           SET SUPERVISOR-LIBEROU TO TRUE.
       2500-LIBERACAO-SUPERVISOR-EXIT.
           EXIT.
      *ANEXA A TENTATIVA NO DIARIO DE SIGN-ON
       8000-GRAVA-SIGNLOG SECTION.
           OPEN EXTEND SIGNLOG.

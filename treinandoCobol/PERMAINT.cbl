      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CALENDARIO DE PERIODOS CONTABEIS
      *          (PERCTB) - FECHAR, REABRIR, CONSULTAR E LISTAR OS
      *          MESES (AAAAMM). MES SEM REGISTRO ESTA ABERTO. FECHAR E
      *          REABRIR SO PARA SUPERVISOR E, COMO TODA VIRADA DE
      *          SITUACAO, ENTRAM COMO PENDENCIA NO PENDMST: SO A
      *          APROVACAO DE UM SEGUNDO OPERADOR NO APRMAINT POSTA NO
      *          PERCTB. COM O MES FECHADO, O SERVICO PERCHK DESVIA
      *          PARA O PRIMEIRO MES ABERTO OS LANCAMENTOS QUE AINDA
      *          CHEGAREM PARA ELE (VEJA O RELREDIR).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. MESMO DESENHO DO AGEMAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCTB ASSIGN TO "PERCTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-ANOMES
               FILE STATUS IS WS-PERCTB-STATUS.
           SELECT PENDMST ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQ
               FILE STATUS IS WS-PENDMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERCTB.
       COPY PERREC.
       FD  PENDMST.
       COPY PENREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY VALDCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-ANOMES      PIC 9(006) VALUE ZEROS.
       01 WRK-ANOMES-HOJE PIC 9(006) VALUE ZEROS.
       01 WRK-DATA-HOJE   PIC 9(008) VALUE ZEROS.
       01 WRK-CONT-LISTA  PIC 9(005) VALUE ZEROS.
      *FILA DE APROVACAO DE MUDANCAS SENSIVEIS (MAKER-CHECKER)
       01 AREA-PENDENCIA.
           05 WS-PENDMST-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-PENDMST    PIC X(001) VALUE 'N'.
               88 FIM-PENDMST        VALUE 'S'.
           05 WRK-PROX-SEQ      PIC 9(005) VALUE ZEROS.
           05 WRK-DESC-PEND     PIC X(030) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-PERCTB-STATUS   PIC X(002) VALUE '00'.
           05 WS-REG-ENCONTRADO  PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
           05 WS-PERIODO-OK      PIC X(001) VALUE 'N'.
               88 PERIODO-OK         VALUE 'S'.
           05 WS-FIM-PERCTB      PIC X(001) VALUE 'N'.
               88 FIM-PERCTB         VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT PERFIL-SUPERVISOR
               DISPLAY 'SOMENTE SUPERVISORES FECHAM OU REABREM '
                   'PERIODOS'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'PERMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO PERMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 5
               DISPLAY 'CALENDARIO DE PERIODOS CONTABEIS'
               DISPLAY '1 - FECHAR PERIODO'
               DISPLAY '2 - REABRIR PERIODO'
               DISPLAY '3 - CONSULTAR'
               DISPLAY '4 - LISTAR FECHADOS'
               DISPLAY '5 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2300-FECHA
                   WHEN WRK-OPCAO = 2
                       PERFORM 2400-REABRE
                   WHEN WRK-OPCAO = 3
                       PERFORM 2500-CONSULTA
                   WHEN WRK-OPCAO = 4
                       PERFORM 2600-LISTA
                   WHEN WRK-OPCAO = 5
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O CALENDARIO, CRIANDO-O NA PRIMEIRA EXECUCAO (STATUS 35)
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-ANOMES-HOJE.
           OPEN I-O PERCTB.
           IF WS-PERCTB-STATUS = '35'
               OPEN OUTPUT PERCTB
               CLOSE PERCTB
               OPEN I-O PERCTB
           END-IF.
           IF WS-PERCTB-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O PERCTB - STATUS '
                   WS-PERCTB-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 5 TO WRK-OPCAO
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PEDE O PERIODO (AAAAMM), VALIDA E PROCURA O REGISTRO
       2000-BUSCA-REGISTRO SECTION.
           MOVE 'N' TO WS-PERIODO-OK.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           DISPLAY 'PERIODO (AAAAMM)'.
           ACCEPT WRK-ANOMES.
           MOVE WRK-ANOMES TO VDT-DATA(1:6).
           MOVE '01' TO VDT-DATA(7:2).
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'PERIODO INVALIDO: ' VDT-MOTIVO
               GO TO 2000-BUSCA-REGISTRO-EXIT
           END-IF.
           SET PERIODO-OK TO TRUE.
           MOVE WRK-ANOMES TO PE-ANOMES.
           READ PERCTB
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PERCTB-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
           END-IF.
       2000-BUSCA-REGISTRO-EXIT.
           EXIT.
      *PEDE O FECHAMENTO DE UM PERIODO ABERTO (NAO FUTURO)
       2300-FECHA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT PERIODO-OK
               GO TO 2300-FECHA-EXIT
           END-IF.
           IF WRK-ANOMES > WRK-ANOMES-HOJE
               DISPLAY 'PERIODO FUTURO NAO PODE SER FECHADO'
               GO TO 2300-FECHA-EXIT
           END-IF.
           IF REG-ENCONTRADO AND PE-FECHADO
               DISPLAY 'PERIODO JA FECHADO POR ' PE-FECHADO-POR
                   ' EM ' PE-FECHADO-EM
               GO TO 2300-FECHA-EXIT
           END-IF.
           MOVE WRK-ANOMES    TO PE-ANOMES.
           SET PE-FECHADO TO TRUE.
           MOVE SIGN-OPERADOR TO PE-FECHADO-POR.
           MOVE ZEROS         TO PE-FECHADO-EM.
           MOVE SPACES        TO PE-APROVADO-POR.
           MOVE 'FECHAMENTO DE PERIODO CONTABIL' TO WRK-DESC-PEND.
           PERFORM 8700-ENFILEIRA-PENDENCIA.
           DISPLAY 'FECHAMENTO ENVIADO PARA APROVACAO NO APRMAINT'.
       2300-FECHA-EXIT.
           EXIT.
      *PEDE A REABERTURA DE UM PERIODO FECHADO
       2400-REABRE SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT PERIODO-OK
               GO TO 2400-REABRE-EXIT
           END-IF.
           IF NOT REG-ENCONTRADO OR NOT PE-FECHADO
               DISPLAY 'PERIODO NAO ESTA FECHADO'
               GO TO 2400-REABRE-EXIT
           END-IF.
           MOVE WRK-ANOMES    TO PE-ANOMES.
           SET PE-ABERTO TO TRUE.
           MOVE SPACES        TO PE-FECHADO-POR.
           MOVE ZEROS         TO PE-FECHADO-EM.
           MOVE SPACES        TO PE-APROVADO-POR.
           MOVE 'REABERTURA DE PERIODO CONTABIL' TO WRK-DESC-PEND.
           PERFORM 8700-ENFILEIRA-PENDENCIA.
           DISPLAY 'REABERTURA ENVIADA PARA APROVACAO NO APRMAINT'.
       2400-REABRE-EXIT.
           EXIT.
      *CONSULTA UM PERIODO
       2500-CONSULTA SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT PERIODO-OK
               GO TO 2500-CONSULTA-EXIT
           END-IF.
           DISPLAY 'PERIODO.....: ' WRK-ANOMES.
           IF REG-ENCONTRADO AND PE-FECHADO
               DISPLAY 'SITUACAO....: FECHADO'
               DISPLAY 'FECHADO POR.: ' PE-FECHADO-POR
               DISPLAY 'APROVADO POR: ' PE-APROVADO-POR
               DISPLAY 'FECHADO EM..: ' PE-FECHADO-EM
           ELSE
               DISPLAY 'SITUACAO....: ABERTO'
           END-IF.
       2500-CONSULTA-EXIT.
           EXIT.
      *LISTA OS PERIODOS FECHADOS EM ORDEM DE MES
       2600-LISTA SECTION.
           MOVE ZEROS TO WRK-CONT-LISTA.
           MOVE 'N' TO WS-FIM-PERCTB.
           MOVE ZEROS TO PE-ANOMES.
           START PERCTB KEY >= PE-ANOMES
               INVALID KEY
                   SET FIM-PERCTB TO TRUE
           END-START.
           PERFORM UNTIL FIM-PERCTB
               READ PERCTB NEXT
                   AT END
                       SET FIM-PERCTB TO TRUE
                   NOT AT END
                       IF PE-FECHADO
                           ADD 1 TO WRK-CONT-LISTA
                           DISPLAY PE-ANOMES ' FECHADO POR '
                               PE-FECHADO-POR ' APROVADO POR '
                               PE-APROVADO-POR ' EM ' PE-FECHADO-EM
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-CONT-LISTA = ZEROS
               DISPLAY 'NENHUM PERIODO FECHADO'
           END-IF.
       2600-LISTA-EXIT.
           EXIT.
      *FECHA O CALENDARIO
       3000-FINALIZA SECTION.
           CLOSE PERCTB.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *ENFILEIRA A VIRADA DE SITUACAO NO PENDMST - A IMAGEM NOVA JA
      *CARREGA A MUDANCA; O PERCTB SO MUDA NA APROVACAO
       8700-ENFILEIRA-PENDENCIA SECTION.
           OPEN I-O PENDMST.
           IF WS-PENDMST-STATUS = '35'
               OPEN OUTPUT PENDMST
               CLOSE PENDMST
               OPEN I-O PENDMST
           END-IF.
           IF WS-PENDMST-STATUS NOT = '00'
               DISPLAY 'PENDMST INDISPONIVEL - STATUS '
                   WS-PENDMST-STATUS ' - MUDANCA NAO ENFILEIRADA'
               GO TO 8700-ENFILEIRA-PENDENCIA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-PROX-SEQ.
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
               END-READ
           END-PERFORM.
           ADD 1 TO WRK-PROX-SEQ.
           MOVE WRK-PROX-SEQ TO PEN-SEQ.
           MOVE 'PERCTB  ' TO PEN-ARQUIVO.
           MOVE SPACES TO PEN-CHAVE.
           MOVE WRK-ANOMES TO PEN-CHAVE(1:6).
           MOVE WRK-DESC-PEND TO PEN-DESCRICAO.
           MOVE SPACES TO PEN-IMAGEM-NOVA.
           MOVE PERCTB-REC TO PEN-IMAGEM-NOVA(1:27).
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
           CLOSE PENDMST.
       8700-ENFILEIRA-PENDENCIA-EXIT.
           EXIT.
       END PROGRAM PERMAINT.

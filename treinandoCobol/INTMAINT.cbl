      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DAS INTERVENCOES DE BEM-ESTAR (INTERVEN,
      *          LAYOUT INTREC) PELA CLINICA - INSCREVER UM FUNCIONARIO
      *          ATIVO DO EMPMSTR EM UM PROGRAMA (CODIGO DE 3 POSICOES,
      *          O MESMO DA ACAO DO RH), CONCLUIR, REGISTRAR DESISTENCIA
      *          E CONSULTAR AS INSCRICOES DE UM FUNCIONARIO. NA
      *          INSCRICAO, O ALERTA MAIS RECENTE JA ACIONADO PELO RH NO
      *          ALERTCTL E OFERECIDO COMO ORIGEM E SUGERE O PROGRAMA.
      *          MESMO DESENHO DO AGEMAINT, COM A TRILHA DE AUDITORIA
      *          COMUM (GRVAUDIT).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERVEN ASSIGN TO "INTERVEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-INTERVEN-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  INTERVEN.
       COPY INTREC.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  ALERTCTL.
       COPY ALCREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       COPY VALDCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-ID          PIC 9(006) VALUE ZEROS.
       01 WRK-PROGRAMA    PIC X(003) VALUE SPACES.
       01 WRK-DATA-INSC   PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-FIM    PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-HOJE   PIC 9(008) VALUE ZEROS.
       01 WRK-RESPOSTA    PIC X(001) VALUE SPACE.
       01 WRK-ALERTA-DATA PIC 9(008) VALUE ZEROS.
       01 WRK-ALERTA-ACAO PIC X(003) VALUE SPACES.
       01 AREA-IMAGENS.
           05 WRK-IMAGEM-ANTES  PIC X(060) VALUE SPACES.
           05 WRK-IMAGEM-DEPOIS PIC X(060) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-INTERVEN-STATUS PIC X(002) VALUE '00'.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-ALERTCTL-STATUS PIC X(002) VALUE '00'.
           05 WS-REG-ENCONTRADO  PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
           05 WS-FUNC-OK         PIC X(001) VALUE 'N'.
               88 FUNCIONARIO-OK     VALUE 'S'.
           05 WS-FIM-LEITURA     PIC X(001) VALUE 'N'.
               88 FIM-LEITURA        VALUE 'S'.
           05 CNT-INSCRICOES     PIC 9(003) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'INTMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO INTMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 5
               DISPLAY 'INTERVENCOES DE BEM-ESTAR'
               DISPLAY '1 - INSCREVER'
               DISPLAY '2 - CONCLUIR'
               DISPLAY '3 - REGISTRAR DESISTENCIA'
               DISPLAY '4 - CONSULTAR FUNCIONARIO'
               DISPLAY '5 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-INSCREVE
                   WHEN WRK-OPCAO = 2
                       PERFORM 2200-CONCLUI
                   WHEN WRK-OPCAO = 3
                       PERFORM 2300-DESISTE
                   WHEN WRK-OPCAO = 4
                       PERFORM 2400-CONSULTA
                   WHEN WRK-OPCAO = 5
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O CADASTRO, CRIANDO-O NA PRIMEIRA EXECUCAO (STATUS 35), E
      *OS ARQUIVOS DE CONSULTA
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O INTERVEN.
           IF WS-INTERVEN-STATUS = '35'
               OPEN OUTPUT INTERVEN
               CLOSE INTERVEN
               OPEN I-O INTERVEN
           END-IF.
           IF WS-INTERVEN-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O INTERVEN - STATUS '
                   WS-INTERVEN-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 5 TO WRK-OPCAO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O EMPMSTR - STATUS '
                   WS-EMPMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 5 TO WRK-OPCAO
           END-IF.
           OPEN INPUT ALERTCTL.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PEDE O ID E CONFERE O FUNCIONARIO NO EMPMSTR
       2000-BUSCA-FUNCIONARIO SECTION.
           MOVE 'N' TO WS-FUNC-OK.
           DISPLAY 'ID DO FUNCIONARIO (6 DIGITOS)'.
           ACCEPT WRK-ID.
           MOVE WRK-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   DISPLAY 'FUNCIONARIO NAO CADASTRADO'
                   GO TO 2000-BUSCA-FUNCIONARIO-EXIT
           END-READ.
           DISPLAY 'FUNCIONARIO: ' EMP-NOME.
           SET FUNCIONARIO-OK TO TRUE.
       2000-BUSCA-FUNCIONARIO-EXIT.
           EXIT.
      *PEDE PROGRAMA E DATA DE INSCRICAO E LE A INSCRICAO
       2050-BUSCA-INSCRICAO SECTION.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           PERFORM 2000-BUSCA-FUNCIONARIO.
           IF NOT FUNCIONARIO-OK
               GO TO 2050-BUSCA-INSCRICAO-EXIT
           END-IF.
           DISPLAY 'CODIGO DO PROGRAMA (3 POSICOES)'.
           ACCEPT WRK-PROGRAMA.
           DISPLAY 'DATA DA INSCRICAO (AAAAMMDD)'.
           ACCEPT WRK-DATA-INSC.
           MOVE WRK-ID        TO INT-ID.
           MOVE WRK-PROGRAMA  TO INT-PROGRAMA.
           MOVE WRK-DATA-INSC TO INT-DATA-INSC.
           READ INTERVEN
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-INTERVEN-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
           END-IF.
       2050-BUSCA-INSCRICAO-EXIT.
           EXIT.
      *INSCREVE UM FUNCIONARIO ATIVO EM UM PROGRAMA
       2100-INSCREVE SECTION.
           PERFORM 2000-BUSCA-FUNCIONARIO.
           IF NOT FUNCIONARIO-OK
               GO TO 2100-INSCREVE-EXIT
           END-IF.
           IF NOT EMP-ATIVO
               DISPLAY 'FUNCIONARIO INATIVO - INSCRICAO RECUSADA'
               GO TO 2100-INSCREVE-EXIT
           END-IF.
           PERFORM 2150-ALERTA-ACIONADO.
           MOVE SPACES TO WRK-PROGRAMA.
           IF WRK-ALERTA-DATA NOT = ZEROS
               DISPLAY 'ALERTA DE ' WRK-ALERTA-DATA
                   ' ACIONADO PELO RH COM A ACAO ' WRK-ALERTA-ACAO
               DISPLAY 'A INSCRICAO VEM DESTE ALERTA? (S/N)'
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                   MOVE WRK-ALERTA-ACAO TO WRK-PROGRAMA
               ELSE
                   MOVE ZEROS TO WRK-ALERTA-DATA
               END-IF
           END-IF.
           IF WRK-PROGRAMA = SPACES
               DISPLAY 'CODIGO DO PROGRAMA (3 POSICOES)'
               ACCEPT WRK-PROGRAMA
           ELSE
               DISPLAY 'PROGRAMA: ' WRK-PROGRAMA
           END-IF.
           IF WRK-PROGRAMA = SPACES
               DISPLAY 'PROGRAMA NAO INFORMADO'
               GO TO 2100-INSCREVE-EXIT
           END-IF.
           DISPLAY 'DATA DA INSCRICAO (AAAAMMDD, 0 = HOJE)'.
           ACCEPT WRK-DATA-INSC.
           IF WRK-DATA-INSC = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-INSC
           END-IF.
           MOVE WRK-DATA-INSC TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'DATA DE INSCRICAO INVALIDA: ' VDT-MOTIVO
               GO TO 2100-INSCREVE-EXIT
           END-IF.
           DISPLAY 'FIM PREVISTO (AAAAMMDD)'.
           ACCEPT WRK-DATA-FIM.
           MOVE WRK-DATA-FIM TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'FIM PREVISTO INVALIDO: ' VDT-MOTIVO
               GO TO 2100-INSCREVE-EXIT
           END-IF.
           IF WRK-DATA-FIM NOT > WRK-DATA-INSC
               DISPLAY 'FIM PREVISTO TEM DE SER DEPOIS DA INSCRICAO'
               GO TO 2100-INSCREVE-EXIT
           END-IF.
           MOVE WRK-ID          TO INT-ID.
           MOVE WRK-PROGRAMA    TO INT-PROGRAMA.
           MOVE WRK-DATA-INSC   TO INT-DATA-INSC.
           MOVE WRK-DATA-FIM    TO INT-DATA-FIM-PREV.
           SET INT-INSCRITO TO TRUE.
           MOVE ZEROS           TO INT-DATA-FIM-REAL.
           MOVE WRK-ALERTA-DATA TO INT-DATA-ALERTA.
           WRITE INTERVEN-REC
               INVALID KEY
                   DISPLAY 'INSCRICAO JA CADASTRADA - STATUS '
                       WS-INTERVEN-STATUS
           END-WRITE.
           IF WS-INTERVEN-STATUS = '00'
               MOVE SPACES TO WRK-IMAGEM-ANTES
               MOVE INTERVEN-REC TO WRK-IMAGEM-DEPOIS
               MOVE 'I' TO AUD-ACAO
               PERFORM 8600-GRAVA-AUDITORIA
               DISPLAY 'INSCRICAO GRAVADA'
           END-IF.
       2100-INSCREVE-EXIT.
           EXIT.
      *ALERTA MAIS RECENTE DO FUNCIONARIO JA ACIONADO PELO RH NO
      *ALERTCTL (ZEROS = NENHUM)
       2150-ALERTA-ACIONADO SECTION.
           MOVE ZEROS  TO WRK-ALERTA-DATA.
           MOVE SPACES TO WRK-ALERTA-ACAO.
           IF WS-ALERTCTL-STATUS NOT = '00'
              AND WS-ALERTCTL-STATUS NOT = '23'
              AND WS-ALERTCTL-STATUS NOT = '10'
               GO TO 2150-ALERTA-ACIONADO-EXIT
           END-IF.
           MOVE WRK-ID TO ALC-ID.
           MOVE ZEROS  TO ALC-DATA-NOVA.
           MOVE 'N' TO WS-FIM-LEITURA.
           START ALERTCTL KEY >= ALC-CHAVE
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START.
           PERFORM UNTIL FIM-LEITURA
               READ ALERTCTL NEXT
                   AT END
                       SET FIM-LEITURA TO TRUE
                   NOT AT END
                       IF ALC-ID NOT = WRK-ID
                           SET FIM-LEITURA TO TRUE
                       ELSE
                           IF ALC-ACIONADO
                               MOVE ALC-DATA-NOVA TO WRK-ALERTA-DATA
                               MOVE ALC-ACAO      TO WRK-ALERTA-ACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2150-ALERTA-ACIONADO-EXIT.
           EXIT.
      *CONCLUI UMA INSCRICAO EM ANDAMENTO COM A DATA REAL DE FIM
       2200-CONCLUI SECTION.
           PERFORM 2050-BUSCA-INSCRICAO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'INSCRICAO NAO CADASTRADA'
               GO TO 2200-CONCLUI-EXIT
           END-IF.
           IF NOT INT-INSCRITO
               DISPLAY 'INSCRICAO JA ENCERRADA EM ' INT-DATA-FIM-REAL
               GO TO 2200-CONCLUI-EXIT
           END-IF.
           DISPLAY 'FIM PREVISTO: ' INT-DATA-FIM-PREV.
           DISPLAY 'DATA DE CONCLUSAO (AAAAMMDD, 0 = HOJE)'.
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
           PERFORM 2250-VALIDA-FIM.
           IF NOT VDT-DATA-VALIDA
               GO TO 2200-CONCLUI-EXIT
           END-IF.
           MOVE INTERVEN-REC TO WRK-IMAGEM-ANTES.
           SET INT-CONCLUIDO TO TRUE.
           MOVE WRK-DATA-FIM TO INT-DATA-FIM-REAL.
           REWRITE INTERVEN-REC.
           MOVE INTERVEN-REC TO WRK-IMAGEM-DEPOIS.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'INSCRICAO CONCLUIDA'.
       2200-CONCLUI-EXIT.
           EXIT.
      *A DATA DE ENCERRAMENTO TEM DE SER VALIDA E NAO ANTERIOR A
      *INSCRICAO
       2250-VALIDA-FIM SECTION.
           MOVE WRK-DATA-FIM TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'DATA INVALIDA: ' VDT-MOTIVO
               GO TO 2250-VALIDA-FIM-EXIT
           END-IF.
           IF WRK-DATA-FIM < INT-DATA-INSC
               DISPLAY 'DATA ANTERIOR A INSCRICAO'
               MOVE '08' TO VDT-RETORNO
           END-IF.
       2250-VALIDA-FIM-EXIT.
           EXIT.
      *REGISTRA A DESISTENCIA DE UMA INSCRICAO EM ANDAMENTO
       2300-DESISTE SECTION.
           PERFORM 2050-BUSCA-INSCRICAO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'INSCRICAO NAO CADASTRADA'
               GO TO 2300-DESISTE-EXIT
           END-IF.
           IF NOT INT-INSCRITO
               DISPLAY 'INSCRICAO JA ENCERRADA EM ' INT-DATA-FIM-REAL
               GO TO 2300-DESISTE-EXIT
           END-IF.
           DISPLAY 'DATA DA DESISTENCIA (AAAAMMDD, 0 = HOJE)'.
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
           PERFORM 2250-VALIDA-FIM.
           IF NOT VDT-DATA-VALIDA
               GO TO 2300-DESISTE-EXIT
           END-IF.
           MOVE INTERVEN-REC TO WRK-IMAGEM-ANTES.
           SET INT-DESISTENTE TO TRUE.
           MOVE WRK-DATA-FIM TO INT-DATA-FIM-REAL.
           REWRITE INTERVEN-REC.
           MOVE INTERVEN-REC TO WRK-IMAGEM-DEPOIS.
           MOVE 'A' TO AUD-ACAO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'DESISTENCIA REGISTRADA'.
       2300-DESISTE-EXIT.
           EXIT.
      *LISTA AS INSCRICOES DE UM FUNCIONARIO
       2400-CONSULTA SECTION.
           PERFORM 2000-BUSCA-FUNCIONARIO.
           IF NOT FUNCIONARIO-OK
               GO TO 2400-CONSULTA-EXIT
           END-IF.
           MOVE ZEROS TO CNT-INSCRICOES.
           MOVE WRK-ID TO INT-ID.
           MOVE LOW-VALUES TO INT-PROGRAMA.
           MOVE ZEROS TO INT-DATA-INSC.
           MOVE 'N' TO WS-FIM-LEITURA.
           START INTERVEN KEY >= INT-CHAVE
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START.
           PERFORM UNTIL FIM-LEITURA
               READ INTERVEN NEXT
                   AT END
                       SET FIM-LEITURA TO TRUE
                   NOT AT END
                       IF INT-ID NOT = WRK-ID
                           SET FIM-LEITURA TO TRUE
                       ELSE
                           ADD 1 TO CNT-INSCRICOES
                           DISPLAY 'PROGRAMA ' INT-PROGRAMA
                               ' INSCRICAO ' INT-DATA-INSC
                               ' FIM PREVISTO ' INT-DATA-FIM-PREV
                               ' SITUACAO ' INT-SITUACAO
                               ' FIM ' INT-DATA-FIM-REAL
                       END-IF
               END-READ
           END-PERFORM.
           IF CNT-INSCRICOES = ZEROS
               DISPLAY 'NENHUMA INSCRICAO PARA O FUNCIONARIO'
           ELSE
               DISPLAY 'SITUACAO: I = INSCRITO, C = CONCLUIDO, '
                   'D = DESISTENTE'
           END-IF.
       2400-CONSULTA-EXIT.
           EXIT.
      *FECHA OS ARQUIVOS
       3000-FINALIZA SECTION.
           IF WS-INTERVEN-STATUS NOT = '35'
              AND WS-INTERVEN-STATUS NOT = '91'
               CLOSE INTERVEN
           END-IF.
           IF WS-EMPMSTR-STATUS NOT = '35'
              AND WS-EMPMSTR-STATUS NOT = '91'
               CLOSE EMPMSTR
           END-IF.
           IF WS-ALERTCTL-STATUS NOT = '35'
              AND WS-ALERTCTL-STATUS NOT = '91'
               CLOSE ALERTCTL
           END-IF.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM)
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'INTMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'INTERVEN' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE INT-CHAVE TO AUD-CHAVE(1:17).
           MOVE WRK-IMAGEM-ANTES  TO AUD-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM INTMAINT.

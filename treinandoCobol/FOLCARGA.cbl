      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: INTERFACE NOTURNA DE ENTRADA DA FOLHA DE PAGAMENTO -
      *          LE O ARQUIVO DE MOVIMENTO DO CADASTRO FOLHAMOV (LAYOUT
      *          FIXO H/D/T, VEJA FOLREC) E APLICA NO EMPMSTR AS
      *          ADMISSOES, TROCAS DE NOME E TRANSFERENCIAS COM AS
      *          MESMAS VALIDACOES DO EMPMAINT (DEPARTAMENTO ATIVO NO
      *          DEPMSTR, DATAS PELO VALDATA, NAO FUTURAS, ADMISSAO NAO
      *          ANTERIOR AO NASCIMENTO, DATA EFETIVA NAO ANTERIOR A
      *          LOTACAO VIGENTE), O MESMO DIARIO EMPJRNL, O JRNMSTR
      *          (GRVJRNL), A TRILHA AUDITMST (GRVAUDIT) E O HISTORICO
      *          DE LOTACAO HISTLOT. O DESLIGAMENTO NAO E APLICADO: VAI
      *          PARA A FILA DE APROVACAO PENDMST COMO A INATIVACAO DO
      *          EMPMAINT, COM SOLICITANTE 'FOLHA'.
      *          O ARQUIVO INTEIRO E CONFERIDO ANTES DE QUALQUER
      *          GRAVACAO (CABECALHO NO INICIO, TRAILER NO FIM E
      *          QUANTIDADE DE DETALHES IGUAL A DO TRAILER); ARQUIVO
      *          MALFORMADO E RECUSADO SEM TOCAR NO CADASTRO, COM
      *          RC-ERRO-GRAVE. O MOVIMENTO QUE NAO PODE SER APLICADO
      *          VAI PARA O ARQUIVO PADRAO DE REJEICAO FOLREJ (LAYOUT
      *          REJDET) E O STEP SAI COM RC-AVISO. O ACUSE FOLACK
      *          VOLTA PARA A FOLHA COM UM REGISTRO POR DETALHE
      *          (A = APLICADO, P = PENDENTE DE APROVACAO, R =
      *          REJEITADO COM O MOTIVO) E O TRAILER COM AS CONTAGENS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLCARGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHAMOV ASSIGN TO "FOLHAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAMOV-STATUS.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMSTR-STATUS.
           SELECT EMPJRNL ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPMSTR ASSIGN TO "DEPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPMSTR-STATUS.
           SELECT PENDMST ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQ
               FILE STATUS IS WS-PENDMST-STATUS.
           SELECT HISTLOT ASSIGN TO "HISTLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLT-CHAVE
               FILE STATUS IS WS-HISTLOT-STATUS.
           SELECT FOLREJ ASSIGN TO "FOLREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLACK ASSIGN TO "FOLACK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHAMOV.
       COPY FOLREC.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  EMPJRNL.
       01  JRN-LINHA PIC X(130).
       FD  DEPMSTR.
       COPY DEPREC.
       FD  PENDMST.
       COPY PENREC.
       FD  HISTLOT.
       COPY HLTREC.
       FD  FOLREJ.
       01  REJ-LINHA PIC X(080).
       FD  FOLACK.
       01  ACK-LINHA PIC X(080).
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY ESPCOM.
       COPY JRNCOM.
       COPY AUDCOM.
       COPY VALDCOM.
       COPY REJDET.
      *OPERADOR GRAVADO NOS DIARIOS, NA AUDITORIA E COMO SOLICITANTE
      *DAS PENDENCIAS - A MUDANCA VEIO DA FOLHA, NAO DE UM TERMINAL
       01 WRK-OPERADOR-FOLHA PIC X(006) VALUE 'FOLHA '.
       01 WRK-ID          PIC 9(006) VALUE ZEROS.
       01 WRK-DEPTO       PIC 9(003) VALUE ZEROS.
       01 WRK-DATA-NASC   PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-ADMIS  PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-HOJE   PIC 9(006) VALUE ZEROS.
       01 WRK-HORA-AGORA  PIC 9(008) VALUE ZEROS.
       01 WRK-OPERACAO    PIC X(001) VALUE SPACE.
       01 AREA-CONTROLE.
           05 WS-FOLHAMOV-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-FOLHAMOV   PIC X(001) VALUE 'N'.
               88 FIM-FOLHAMOV           VALUE 'S'.
           05 WS-ARQUIVO-OK     PIC X(001) VALUE 'N'.
               88 ARQUIVO-ACEITO         VALUE 'S'.
           05 WS-EMPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-EMPMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 EMPMSTR-NO-AR          VALUE 'S'.
           05 WS-REG-ENCONTRADO PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO        VALUE 'S'.
           05 WS-DEPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-DEPMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 DEPMSTR-NO-AR          VALUE 'S'.
           05 WS-DEPTO-OK       PIC X(001) VALUE 'S'.
               88 DEPTO-VALIDO           VALUE 'S'.
           05 WS-DATAS-OK       PIC X(001) VALUE 'S'.
               88 DATAS-VALIDAS          VALUE 'S'.
      *CONFERENCIA DA ESTRUTURA DO ARQUIVO ANTES DE APLICAR
       01 AREA-CONFERENCIA.
           05 WS-TEM-CABECALHO  PIC X(001) VALUE 'N'.
               88 TEM-CABECALHO          VALUE 'S'.
           05 WS-TEM-TRAILER    PIC X(001) VALUE 'N'.
               88 TEM-TRAILER            VALUE 'S'.
           05 CNT-REGISTROS     PIC 9(007) VALUE ZEROS.
           05 CNT-DETALHES      PIC 9(007) VALUE ZEROS.
           05 WRK-QTDE-TRAILER  PIC 9(007) VALUE ZEROS.
           05 WRK-LOTE-FOLHA    PIC X(010) VALUE SPACES.
           05 WRK-MOTIVO-ARQ    PIC X(025) VALUE SPACES.
      *HISTORICO DE LOTACAO (PERIODOS POR DEPARTAMENTO)
       01 AREA-LOTACAO.
           05 WS-HISTLOT-STATUS PIC X(002) VALUE '00'.
           05 WS-HISTLOT-NO-AR  PIC X(001) VALUE 'N'.
               88 HISTLOT-NO-AR          VALUE 'S'.
           05 WS-FIM-HISTLOT    PIC X(001) VALUE 'N'.
               88 FIM-HISTLOT            VALUE 'S'.
           05 WS-TEM-HISTORICO  PIC X(001) VALUE 'N'.
               88 TEM-HISTORICO          VALUE 'S'.
           05 WS-TEM-VIGENTE    PIC X(001) VALUE 'N'.
               88 TEM-VIGENTE            VALUE 'S'.
           05 WS-DATA-EFET-OK   PIC X(001) VALUE 'N'.
               88 DATA-EFETIVA-OK        VALUE 'S'.
           05 WRK-VIG-DATA-INI  PIC 9(008) VALUE ZEROS.
           05 WRK-DEPTO-ANTERIOR PIC 9(003) VALUE ZEROS.
           05 WRK-DATA-EFETIVA  PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-VESPERA  PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-CORRENTE PIC 9(008) VALUE ZEROS.
           05 WRK-JULIANO       PIC S9(007) VALUE ZEROS.
      *FILA DE APROVACAO DE MUDANCAS SENSIVEIS (MAKER-CHECKER)
       01 AREA-PENDENCIA.
           05 WS-PENDMST-STATUS PIC X(002) VALUE '00'.
           05 WS-PENDMST-NO-AR  PIC X(001) VALUE 'N'.
               88 PENDMST-NO-AR          VALUE 'S'.
           05 WS-FIM-PENDMST    PIC X(001) VALUE 'N'.
               88 FIM-PENDMST        VALUE 'S'.
           05 WS-JA-PENDENTE    PIC X(001) VALUE 'N'.
               88 JA-PENDENTE        VALUE 'S'.
           05 WRK-PROX-SEQ      PIC 9(005) VALUE ZEROS.
      *IMAGENS ANTES/DEPOIS DO REGISTRO PARA O DIARIO DE ALTERACOES
       01 AREA-IMAGENS.
           05 WRK-IMAGEM-ANTES  PIC X(055) VALUE SPACES.
           05 WRK-IMAGEM-DEPOIS PIC X(055) VALUE SPACES.
       01 JRN-DETALHE.
           05 JD-DATA      PIC 9(006).
           05 FILLER       PIC X(001) VALUE SPACE.
           05 JD-HORA      PIC 9(008).
           05 FILLER       PIC X(001) VALUE SPACE.
           05 JD-OPERACAO  PIC X(001).
           05 FILLER       PIC X(001) VALUE SPACE.
           05 JD-ANTES     PIC X(055).
           05 FILLER       PIC X(001) VALUE SPACE.
           05 JD-DEPOIS    PIC X(055).
       01 AREA-TOTAIS.
           05 CNT-LIDOS         PIC 9(005) VALUE ZEROS.
           05 CNT-APLICADOS     PIC 9(005) VALUE ZEROS.
           05 CNT-PENDENTES     PIC 9(005) VALUE ZEROS.
           05 CNT-REJEITADOS    PIC 9(005) VALUE ZEROS.
      *LAYOUT FIXO DO ACUSE DE RECEBIMENTO DEVOLVIDO A FOLHA
       01 AREA-ACUSE.
           05 WRK-SITUACAO      PIC X(001) VALUE SPACE.
               88 MOV-APLICADO       VALUE 'A'.
               88 MOV-PENDENTE       VALUE 'P'.
               88 MOV-REJEITADO      VALUE 'R'.
           05 WRK-MOTIVO        PIC X(025) VALUE SPACES.
       01 ACK-CABECALHO.
           05 FILLER        PIC X(001) VALUE 'H'.
           05 ACKH-DATA     PIC 9(008).
           05 ACKH-LOTE     PIC X(010).
           05 FILLER        PIC X(008) VALUE 'FOLCARGA'.
       01 ACK-DETALHE.
           05 FILLER        PIC X(001) VALUE 'D'.
           05 ACKD-LINHA    PIC 9(007).
           05 ACKD-MOVIMENTO PIC X(001).
           05 ACKD-ID       PIC X(006).
           05 ACKD-SITUACAO PIC X(001).
           05 ACKD-CODIGO   PIC X(003).
           05 ACKD-MOTIVO   PIC X(025).
       01 ACK-TRAILER.
           05 FILLER        PIC X(001) VALUE 'T'.
           05 ACKT-DATA     PIC 9(008).
           05 ACKT-SITUACAO PIC X(001).
           05 ACKT-LIDOS    PIC 9(005).
           05 ACKT-APLICADOS PIC 9(005).
           05 ACKT-PENDENTES PIC 9(005).
           05 ACKT-REJEITADOS PIC 9(005).
           05 ACKT-MOTIVO   PIC X(025).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF ARQUIVO-ACEITO
               PERFORM 2000-PROCESSA UNTIL FIM-FOLHAMOV
           END-IF
           PERFORM 3000-FINALIZA
           GOBACK.
      *CONFERE O ARQUIVO DA FOLHA E, SE ACEITO, ABRE OS CADASTROS
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-CORRENTE FROM DATE YYYYMMDD.
           OPEN INPUT FOLHAMOV.
           IF WS-FOLHAMOV-STATUS NOT = '00'
               DISPLAY 'FOLHAMOV AUSENTE - STATUS '
                   WS-FOLHAMOV-STATUS ' - NADA A CARREGAR'
               MOVE RC-AVISO TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN OUTPUT FOLREJ.
           OPEN OUTPUT FOLACK.
           MOVE 'FOLCARGA' TO RJD-PROGRAMA.
           PERFORM 1100-CONFERE-ARQUIVO.
           MOVE WRK-DATA-CORRENTE TO ACKH-DATA.
           MOVE WRK-LOTE-FOLHA    TO ACKH-LOTE.
           WRITE ACK-LINHA FROM ACK-CABECALHO.
           IF NOT ARQUIVO-ACEITO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM 1200-ABRE-CADASTROS.
           IF NOT ARQUIVO-ACEITO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT FOLHAMOV.
       1000-INICIALIZA-EXIT.
           EXIT.
      *PRIMEIRA PASSADA: CABECALHO NO INICIO, UM SO TRAILER NO FIM E
      *QUANTIDADE DE DETALHES IGUAL A DO TRAILER
       1100-CONFERE-ARQUIVO SECTION.
           SET ARQUIVO-ACEITO TO TRUE.
           PERFORM UNTIL FIM-FOLHAMOV
               READ FOLHAMOV
                   AT END
                       SET FIM-FOLHAMOV TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-REGISTROS
                       PERFORM 1150-CONFERE-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE FOLHAMOV.
           MOVE 'N' TO WS-FIM-FOLHAMOV.
           EVALUATE TRUE
               WHEN WRK-MOTIVO-ARQ NOT = SPACES
                   CONTINUE
               WHEN CNT-REGISTROS = ZEROS
                   MOVE 'ARQUIVO VAZIO' TO WRK-MOTIVO-ARQ
               WHEN NOT TEM-TRAILER
                   MOVE 'ARQUIVO SEM TRAILER' TO WRK-MOTIVO-ARQ
               WHEN WRK-QTDE-TRAILER NOT = CNT-DETALHES
                   MOVE 'QTDE DO TRAILER NAO BATE' TO WRK-MOTIVO-ARQ
                   DISPLAY 'TRAILER DO FOLHAMOV NAO BATE: '
                       WRK-QTDE-TRAILER ' X ' CNT-DETALHES
           END-EVALUATE.
           IF WRK-MOTIVO-ARQ NOT = SPACES
               MOVE 'N' TO WS-ARQUIVO-OK
               DISPLAY 'FOLHAMOV RECUSADO - ' WRK-MOTIVO-ARQ
                   ' - NENHUM MOVIMENTO APLICADO'
           END-IF.
       1100-CONFERE-ARQUIVO-EXIT.
           EXIT.
      *UM REGISTRO NA CONFERENCIA (O PRIMEIRO ERRO DE ESTRUTURA FICA)
       1150-CONFERE-REGISTRO SECTION.
           IF WRK-MOTIVO-ARQ NOT = SPACES
               GO TO 1150-CONFERE-REGISTRO-EXIT
           END-IF.
           IF CNT-REGISTROS = 1 AND NOT FM-CABECALHO
               MOVE 'ARQUIVO SEM CABECALHO' TO WRK-MOTIVO-ARQ
               GO TO 1150-CONFERE-REGISTRO-EXIT
           END-IF.
           IF TEM-TRAILER
               MOVE 'REGISTRO APOS O TRAILER' TO WRK-MOTIVO-ARQ
               GO TO 1150-CONFERE-REGISTRO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN FM-CABECALHO
                   IF TEM-CABECALHO
                       MOVE 'CABECALHO REPETIDO' TO WRK-MOTIVO-ARQ
                   ELSE
                       SET TEM-CABECALHO TO TRUE
                       MOVE FMH-LOTE TO WRK-LOTE-FOLHA
                   END-IF
               WHEN FM-DETALHE
                   ADD 1 TO CNT-DETALHES
               WHEN FM-TRAILER
                   SET TEM-TRAILER TO TRUE
                   IF FMT-QTDE IS NUMERIC
                       MOVE FMT-QTDE TO WRK-QTDE-TRAILER
                   ELSE
                       MOVE 'QTDE DO TRAILER INVALIDA'
                           TO WRK-MOTIVO-ARQ
                   END-IF
           END-EVALUATE.
       1150-CONFERE-REGISTRO-EXIT.
           EXIT.
      *ABRE O CADASTRO E OS ARQUIVOS DE APOIO DO EMPMAINT
       1200-ABRE-CADASTROS SECTION.
           OPEN I-O EMPMSTR.
           IF WS-EMPMSTR-STATUS = '35'
               OPEN OUTPUT EMPMSTR
               CLOSE EMPMSTR
               OPEN I-O EMPMSTR
           END-IF.
           MOVE ZEROS TO ESP-TENTATIVA.
           PERFORM UNTIL (WS-EMPMSTR-STATUS NOT = '93'
                   AND WS-EMPMSTR-STATUS NOT = '99')
                   OR ESP-DESISTE
               MOVE 'EMPMSTR ' TO ESP-ARQUIVO
               MOVE WS-EMPMSTR-STATUS TO ESP-STATUS
               MOVE RETURN-CODE TO ESP-RC
               CALL 'ESPERARQ' USING AREA-ESPERARQ
               IF ESP-TENTA-DE-NOVO
                   OPEN I-O EMPMSTR
               END-IF
           END-PERFORM.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O EMPMSTR - STATUS '
                   WS-EMPMSTR-STATUS
               MOVE 'CADASTRO INDISPONIVEL' TO WRK-MOTIVO-ARQ
               MOVE 'N' TO WS-ARQUIVO-OK
               GO TO 1200-ABRE-CADASTROS-EXIT
           END-IF.
           SET EMPMSTR-NO-AR TO TRUE.
           OPEN INPUT DEPMSTR.
           IF WS-DEPMSTR-STATUS = '00'
               SET DEPMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: DEPMSTR INDISPONIVEL - VALIDACAO DE '
                   'DEPARTAMENTO PULADA'
           END-IF.
           OPEN I-O HISTLOT.
           IF WS-HISTLOT-STATUS = '35'
               OPEN OUTPUT HISTLOT
               CLOSE HISTLOT
               OPEN I-O HISTLOT
           END-IF.
           IF WS-HISTLOT-STATUS = '00'
               SET HISTLOT-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: HISTLOT INDISPONIVEL - STATUS '
                   WS-HISTLOT-STATUS ' - LOTACAO SEM HISTORICO'
           END-IF.
           PERFORM 1300-ABRE-PENDENCIAS.
       1200-ABRE-CADASTROS-EXIT.
           EXIT.
      *ABRE A FILA DE APROVACAO E ACHA O ULTIMO SEQUENCIAL USADO
       1300-ABRE-PENDENCIAS SECTION.
           OPEN I-O PENDMST.
           IF WS-PENDMST-STATUS = '35'
               OPEN OUTPUT PENDMST
               CLOSE PENDMST
               OPEN I-O PENDMST
           END-IF.
           IF WS-PENDMST-STATUS NOT = '00'
               DISPLAY 'AVISO: PENDMST INDISPONIVEL - STATUS '
                   WS-PENDMST-STATUS ' - DESLIGAMENTOS SERAO '
                   'REJEITADOS'
               GO TO 1300-ABRE-PENDENCIAS-EXIT
           END-IF.
           SET PENDMST-NO-AR TO TRUE.
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
       1300-ABRE-PENDENCIAS-EXIT.
           EXIT.
      *SEGUNDA PASSADA: APLICA CADA DETALHE E DEVOLVE O ACUSE
       2000-PROCESSA SECTION.
           READ FOLHAMOV
               AT END
                   SET FIM-FOLHAMOV TO TRUE
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           IF FM-CABECALHO OR FM-TRAILER
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           ADD 1 TO CNT-LIDOS.
           SET MOV-APLICADO TO TRUE.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO RJD-MOTIVO.
           IF NOT FM-DETALHE
               MOVE 'TIP' TO RJD-MOTIVO
               MOVE 'TIPO DE REGISTRO INVALIDO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
           ELSE
               PERFORM 2100-TRATA-DETALHE
           END-IF.
           EVALUATE TRUE
               WHEN MOV-APLICADO
                   ADD 1 TO CNT-APLICADOS
               WHEN MOV-PENDENTE
                   ADD 1 TO CNT-PENDENTES
           END-EVALUATE.
           MOVE CNT-LIDOS     TO ACKD-LINHA.
           MOVE FMD-MOVIMENTO TO ACKD-MOVIMENTO.
           MOVE FM-DADOS(2:6) TO ACKD-ID.
           MOVE WRK-SITUACAO  TO ACKD-SITUACAO.
           MOVE RJD-MOTIVO    TO ACKD-CODIGO.
           MOVE WRK-MOTIVO    TO ACKD-MOTIVO.
           WRITE ACK-LINHA FROM ACK-DETALHE.
       2000-PROCESSA-EXIT.
           EXIT.
      *CAMPOS NUMERICOS E DESVIO PELO TIPO DE MOVIMENTO; CAMPO
      *NUMERICO NAO USADO PODE VIR EM BRANCO (= ZERO)
       2100-TRATA-DETALHE SECTION.
           IF FM-DADOS(28:3) = SPACES
               MOVE ZEROS TO FMD-DEPTO
           END-IF.
           IF FM-DADOS(31:8) = SPACES
               MOVE ZEROS TO FMD-DATA-NASC
           END-IF.
           IF FM-DADOS(39:8) = SPACES
               MOVE ZEROS TO FMD-DATA-ADMIS
           END-IF.
           IF FM-DADOS(47:8) = SPACES
               MOVE ZEROS TO FMD-DATA-EFETIVA
           END-IF.
           IF FMD-ID NOT NUMERIC OR FMD-DEPTO NOT NUMERIC
              OR FMD-DATA-NASC NOT NUMERIC
              OR FMD-DATA-ADMIS NOT NUMERIC
              OR FMD-DATA-EFETIVA NOT NUMERIC
               MOVE 'NNM' TO RJD-MOTIVO
               MOVE 'CAMPO NAO NUMERICO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2100-TRATA-DETALHE-EXIT
           END-IF.
           MOVE FMD-ID TO WRK-ID.
           MOVE WRK-ID TO EMP-ID.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMPMSTR-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN FMD-ADMISSAO
                   PERFORM 2200-ADMITE
               WHEN FMD-NOME-NOVO
                   PERFORM 2300-TROCA-NOME
               WHEN FMD-TRANSFERENCIA
                   PERFORM 2400-TRANSFERE
               WHEN FMD-DESLIGAMENTO
                   PERFORM 2500-DESLIGA
               WHEN OTHER
                   MOVE 'TIP' TO RJD-MOTIVO
                   MOVE 'MOVIMENTO DESCONHECIDO' TO WRK-MOTIVO
                   PERFORM 8900-REJEITA
           END-EVALUATE.
       2100-TRATA-DETALHE-EXIT.
           EXIT.
      *ADMISSAO: ID NOVO, NOME, LOTACAO E DATAS VALIDAS; ABRE O
      *PRIMEIRO PERIODO DE LOTACAO NA DATA EFETIVA
       2200-ADMITE SECTION.
           IF WRK-ID = ZEROS
               MOVE 'CAD' TO RJD-MOTIVO
               MOVE 'ID ZERADO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2200-ADMITE-EXIT
           END-IF.
           IF REG-ENCONTRADO
               MOVE 'DUP' TO RJD-MOTIVO
               MOVE 'ID JA CADASTRADO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2200-ADMITE-EXIT
           END-IF.
           PERFORM 8050-VALIDA-NOME.
           IF MOV-REJEITADO
               GO TO 2200-ADMITE-EXIT
           END-IF.
           MOVE FMD-DEPTO TO WRK-DEPTO.
           PERFORM 8100-VALIDA-DEPTO.
           IF NOT DEPTO-VALIDO
               GO TO 2200-ADMITE-EXIT
           END-IF.
           MOVE FMD-DATA-NASC  TO WRK-DATA-NASC.
           MOVE FMD-DATA-ADMIS TO WRK-DATA-ADMIS.
           PERFORM 8200-VALIDA-DATAS.
           IF NOT DATAS-VALIDAS
               GO TO 2200-ADMITE-EXIT
           END-IF.
           MOVE 'N' TO WS-TEM-VIGENTE.
           PERFORM 8300-VALIDA-DATA-EFETIVA.
           IF NOT DATA-EFETIVA-OK
               GO TO 2200-ADMITE-EXIT
           END-IF.
           MOVE WRK-ID         TO EMP-ID.
           MOVE FMD-NOME       TO EMP-NOME.
           SET EMP-ATIVO       TO TRUE.
           MOVE ZEROS          TO EMP-PESO-META.
           MOVE WRK-DEPTO      TO EMP-DEPTO.
           MOVE ZEROS          TO EMP-ID-SUCESSOR.
           MOVE WRK-DATA-NASC  TO EMP-DATA-NASC.
           MOVE WRK-DATA-ADMIS TO EMP-DATA-ADMIS.
           MOVE SPACES      TO WRK-IMAGEM-ANTES.
           MOVE EMPMSTR-REC TO WRK-IMAGEM-DEPOIS.
           WRITE EMPMSTR-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-EMPMSTR-STATUS NOT = '00'
               PERFORM 8950-REJEITA-GRAVACAO
               GO TO 2200-ADMITE-EXIT
           END-IF.
           MOVE 'I' TO WRK-OPERACAO.
           PERFORM 8000-GRAVA-DIARIO.
           PERFORM 8500-ABRE-PERIODO.
       2200-ADMITE-EXIT.
           EXIT.
      *TROCA DE NOME DE UM FUNCIONARIO JA CADASTRADO
       2300-TROCA-NOME SECTION.
           IF NOT REG-ENCONTRADO
               MOVE 'CAD' TO RJD-MOTIVO
               MOVE 'ID NAO CADASTRADO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2300-TROCA-NOME-EXIT
           END-IF.
           PERFORM 8050-VALIDA-NOME.
           IF MOV-REJEITADO
               GO TO 2300-TROCA-NOME-EXIT
           END-IF.
           IF FMD-NOME = EMP-NOME
               MOVE 'NOM' TO RJD-MOTIVO
               MOVE 'NOME IGUAL AO CADASTRO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2300-TROCA-NOME-EXIT
           END-IF.
           MOVE EMPMSTR-REC TO WRK-IMAGEM-ANTES.
           MOVE FMD-NOME    TO EMP-NOME.
           MOVE EMPMSTR-REC TO WRK-IMAGEM-DEPOIS.
           REWRITE EMPMSTR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-EMPMSTR-STATUS NOT = '00'
               PERFORM 8950-REJEITA-GRAVACAO
               GO TO 2300-TROCA-NOME-EXIT
           END-IF.
           MOVE 'A' TO WRK-OPERACAO.
           PERFORM 8000-GRAVA-DIARIO.
       2300-TROCA-NOME-EXIT.
           EXIT.
      *TRANSFERENCIA DE DEPARTAMENTO NA DATA EFETIVA
       2400-TRANSFERE SECTION.
           IF NOT REG-ENCONTRADO
               MOVE 'CAD' TO RJD-MOTIVO
               MOVE 'ID NAO CADASTRADO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2400-TRANSFERE-EXIT
           END-IF.
           MOVE EMP-DEPTO TO WRK-DEPTO-ANTERIOR.
           MOVE FMD-DEPTO TO WRK-DEPTO.
           PERFORM 8100-VALIDA-DEPTO.
           IF NOT DEPTO-VALIDO
               GO TO 2400-TRANSFERE-EXIT
           END-IF.
           IF WRK-DEPTO = WRK-DEPTO-ANTERIOR
               MOVE 'DEP' TO RJD-MOTIVO
               MOVE 'JA ESTA NO DEPARTAMENTO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2400-TRANSFERE-EXIT
           END-IF.
           PERFORM 8400-BUSCA-VIGENTE.
           PERFORM 8300-VALIDA-DATA-EFETIVA.
           IF NOT DATA-EFETIVA-OK
               GO TO 2400-TRANSFERE-EXIT
           END-IF.
           MOVE EMPMSTR-REC TO WRK-IMAGEM-ANTES.
           MOVE WRK-DEPTO   TO EMP-DEPTO.
           MOVE EMPMSTR-REC TO WRK-IMAGEM-DEPOIS.
           REWRITE EMPMSTR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-EMPMSTR-STATUS NOT = '00'
               PERFORM 8950-REJEITA-GRAVACAO
               GO TO 2400-TRANSFERE-EXIT
           END-IF.
           MOVE 'D' TO WRK-OPERACAO.
           PERFORM 8000-GRAVA-DIARIO.
           PERFORM 8600-REGISTRA-TRANSFERENCIA.
       2400-TRANSFERE-EXIT.
           EXIT.
      *DESLIGAMENTO: NAO E APLICADO - ENTRA NA FILA PENDMST PARA UM
      *OPERADOR APROVAR NO APRMAINT, COMO A INATIVACAO DO EMPMAINT
       2500-DESLIGA SECTION.
           IF NOT REG-ENCONTRADO
               MOVE 'CAD' TO RJD-MOTIVO
               MOVE 'ID NAO CADASTRADO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2500-DESLIGA-EXIT
           END-IF.
           IF EMP-INATIVO
               MOVE 'CAD' TO RJD-MOTIVO
               MOVE 'FUNCIONARIO JA INATIVO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2500-DESLIGA-EXIT
           END-IF.
           IF NOT PENDMST-NO-AR
               MOVE 'GRV' TO RJD-MOTIVO
               MOVE 'FILA PENDMST FORA DO AR' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2500-DESLIGA-EXIT
           END-IF.
           PERFORM 8650-PROCURA-PENDENTE.
           IF JA-PENDENTE
               MOVE 'PEN' TO RJD-MOTIVO
               MOVE 'INATIVACAO JA PENDENTE' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 2500-DESLIGA-EXIT
           END-IF.
           SET EMP-INATIVO TO TRUE.
           PERFORM 8700-ENFILEIRA-PENDENCIA.
       2500-DESLIGA-EXIT.
           EXIT.
      *ACUSE FINAL, FECHA TUDO E DEVOLVE O RC AO STEP
       3000-FINALIZA SECTION.
           IF WS-FOLHAMOV-STATUS NOT = '00'
              AND WS-FOLHAMOV-STATUS NOT = '10'
               GO TO 3000-FINALIZA-EXIT
           END-IF.
           MOVE WRK-DATA-CORRENTE TO ACKT-DATA.
           MOVE CNT-LIDOS       TO ACKT-LIDOS.
           MOVE CNT-APLICADOS   TO ACKT-APLICADOS.
           MOVE CNT-PENDENTES   TO ACKT-PENDENTES.
           MOVE CNT-REJEITADOS  TO ACKT-REJEITADOS.
           IF ARQUIVO-ACEITO
               MOVE 'A' TO ACKT-SITUACAO
               MOVE SPACES TO ACKT-MOTIVO
               CLOSE FOLHAMOV
           ELSE
               MOVE 'R' TO ACKT-SITUACAO
               MOVE WRK-MOTIVO-ARQ TO ACKT-MOTIVO
           END-IF.
           WRITE ACK-LINHA FROM ACK-TRAILER.
           CLOSE FOLACK.
           CLOSE FOLREJ.
           IF EMPMSTR-NO-AR
               CLOSE EMPMSTR
           END-IF.
           IF DEPMSTR-NO-AR
               CLOSE DEPMSTR
           END-IF.
           IF HISTLOT-NO-AR
               CLOSE HISTLOT
           END-IF.
           IF PENDMST-NO-AR
               CLOSE PENDMST
           END-IF.
           DISPLAY 'LOTE DA FOLHA.........: ' WRK-LOTE-FOLHA.
           DISPLAY 'MOVIMENTOS LIDOS......: ' CNT-LIDOS.
           DISPLAY 'APLICADOS.............: ' CNT-APLICADOS.
           DISPLAY 'PENDENTES DE APROVACAO: ' CNT-PENDENTES.
           DISPLAY 'REJEITADOS............: ' CNT-REJEITADOS.
           EVALUATE TRUE
               WHEN NOT ARQUIVO-ACEITO
                   MOVE RC-ERRO-GRAVE TO RETURN-CODE
               WHEN CNT-REJEITADOS > ZEROS
                   MOVE RC-AVISO TO RETURN-CODE
               WHEN OTHER
                   MOVE RC-SUCESSO TO RETURN-CODE
           END-EVALUATE.
       3000-FINALIZA-EXIT.
           EXIT.
      *GRAVA A LINHA ANTES/DEPOIS NO DIARIO DE ALTERACOES EMPJRNL, NO
      *JRNMSTR E NA TRILHA DE AUDITORIA, COMO O EMPMAINT
       8000-GRAVA-DIARIO SECTION.
           ACCEPT WRK-DATA-HOJE  FROM DATE.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE     TO JD-DATA.
           MOVE WRK-HORA-AGORA    TO JD-HORA.
           MOVE WRK-OPERACAO      TO JD-OPERACAO.
           MOVE WRK-IMAGEM-ANTES  TO JD-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO JD-DEPOIS.
           OPEN EXTEND EMPJRNL.
           WRITE JRN-LINHA FROM JRN-DETALHE.
           CLOSE EMPJRNL.
           MOVE 'FOLCARGA' TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR-FOLHA TO JRN-OPERADOR.
           MOVE 'EMPMSTR ' TO JRN-ARQUIVO.
           IF WRK-OPERACAO = 'I'
               MOVE 'I' TO JRN-OPERACAO
           ELSE
               MOVE 'A' TO JRN-OPERACAO
           END-IF.
           MOVE SPACES TO JRN-CHAVE.
           MOVE WRK-ID TO JRN-CHAVE(1:6).
           MOVE WRK-IMAGEM-ANTES  TO JRN-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO JRN-DEPOIS.
           CALL 'GRVJRNL' USING AREA-GRVJRNL.
           MOVE 'FOLCARGA' TO AUD-PROGRAMA.
           MOVE WRK-OPERADOR-FOLHA TO AUD-OPERADOR.
           MOVE 'EMPMSTR ' TO AUD-ARQUIVO.
           MOVE JRN-OPERACAO TO AUD-ACAO.
           MOVE JRN-CHAVE TO AUD-CHAVE.
           MOVE WRK-IMAGEM-ANTES  TO AUD-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8000-GRAVA-DIARIO-EXIT.
           EXIT.
      *NOME NAO PODE VIR EM BRANCO NEM COM DIGITOS (EMP-NOME E A(20))
       8050-VALIDA-NOME SECTION.
           IF FMD-NOME = SPACES OR FMD-NOME NOT ALPHABETIC
               MOVE 'NOM' TO RJD-MOTIVO
               MOVE 'NOME EM BRANCO OU INVALIDO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
           END-IF.
       8050-VALIDA-NOME-EXIT.
           EXIT.
      *VALIDA WRK-DEPTO CONTRA O DEPMSTR (0 = SEM LOTACAO)
       8100-VALIDA-DEPTO SECTION.
           MOVE 'S' TO WS-DEPTO-OK.
           IF WRK-DEPTO = ZEROS OR NOT DEPMSTR-NO-AR
               GO TO 8100-VALIDA-DEPTO-EXIT
           END-IF.
           MOVE WRK-DEPTO TO DEP-CODIGO.
           READ DEPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DEPMSTR-STATUS NOT = '00' OR DEP-INATIVO
               MOVE 'N' TO WS-DEPTO-OK
               MOVE 'DEP' TO RJD-MOTIVO
               MOVE 'DEPTO INEXISTENTE/INATIVO' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
           END-IF.
       8100-VALIDA-DEPTO-EXIT.
           EXIT.
      *DATAS DE NASCIMENTO E ADMISSAO (0 = NAO INFORMADA): VALIDAS,
      *NAO FUTURAS E ADMISSAO NAO ANTERIOR AO NASCIMENTO
       8200-VALIDA-DATAS SECTION.
           MOVE 'N' TO WS-DATAS-OK.
           MOVE 'DTA' TO RJD-MOTIVO.
           IF WRK-DATA-NASC NOT = ZEROS
               MOVE WRK-DATA-NASC TO VDT-DATA
               MOVE RETURN-CODE TO VDT-RC
               CALL 'VALDATA' USING AREA-VALDATA
               IF NOT VDT-DATA-VALIDA
                   MOVE 'NASCIMENTO INVALIDO' TO WRK-MOTIVO
                   PERFORM 8900-REJEITA
                   GO TO 8200-VALIDA-DATAS-EXIT
               END-IF
               IF WRK-DATA-NASC > WRK-DATA-CORRENTE
                   MOVE 'NASCIMENTO FUTURO' TO WRK-MOTIVO
                   PERFORM 8900-REJEITA
                   GO TO 8200-VALIDA-DATAS-EXIT
               END-IF
           END-IF.
           IF WRK-DATA-ADMIS NOT = ZEROS
               MOVE WRK-DATA-ADMIS TO VDT-DATA
               MOVE RETURN-CODE TO VDT-RC
               CALL 'VALDATA' USING AREA-VALDATA
               IF NOT VDT-DATA-VALIDA
                   MOVE 'ADMISSAO INVALIDA' TO WRK-MOTIVO
                   PERFORM 8900-REJEITA
                   GO TO 8200-VALIDA-DATAS-EXIT
               END-IF
               IF WRK-DATA-ADMIS > WRK-DATA-CORRENTE
                   MOVE 'ADMISSAO FUTURA' TO WRK-MOTIVO
                   PERFORM 8900-REJEITA
                   GO TO 8200-VALIDA-DATAS-EXIT
               END-IF
               IF WRK-DATA-NASC NOT = ZEROS
                  AND WRK-DATA-ADMIS < WRK-DATA-NASC
                   MOVE 'ADMISSAO ANTES DO NASCIM.' TO WRK-MOTIVO
                   PERFORM 8900-REJEITA
                   GO TO 8200-VALIDA-DATAS-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO RJD-MOTIVO.
           SET DATAS-VALIDAS TO TRUE.
       8200-VALIDA-DATAS-EXIT.
           EXIT.
      *DATA EFETIVA (0 = HOJE): VALIDA, NAO FUTURA E NAO ANTERIOR AO
      *INICIO DA LOTACAO VIGENTE (8400 JA EXECUTADO NA TRANSFERENCIA)
       8300-VALIDA-DATA-EFETIVA SECTION.
           MOVE 'N' TO WS-DATA-EFET-OK.
           MOVE FMD-DATA-EFETIVA TO WRK-DATA-EFETIVA.
           IF WRK-DATA-EFETIVA = ZEROS
               MOVE WRK-DATA-CORRENTE TO WRK-DATA-EFETIVA
           END-IF.
           MOVE 'EFT' TO RJD-MOTIVO.
           MOVE WRK-DATA-EFETIVA TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               MOVE 'DATA EFETIVA INVALIDA' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 8300-VALIDA-DATA-EFETIVA-EXIT
           END-IF.
           IF WRK-DATA-EFETIVA > WRK-DATA-CORRENTE
               MOVE 'DATA EFETIVA FUTURA' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 8300-VALIDA-DATA-EFETIVA-EXIT
           END-IF.
           IF TEM-VIGENTE AND WRK-DATA-EFETIVA < WRK-VIG-DATA-INI
               MOVE 'ANTES DA LOTACAO VIGENTE' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
               GO TO 8300-VALIDA-DATA-EFETIVA-EXIT
           END-IF.
           MOVE SPACES TO RJD-MOTIVO.
           SET DATA-EFETIVA-OK TO TRUE.
       8300-VALIDA-DATA-EFETIVA-EXIT.
           EXIT.
      *PROCURA NO HISTLOT O ULTIMO PERIODO DO FUNCIONARIO E SE ELE
      *AINDA ESTA VIGENTE
       8400-BUSCA-VIGENTE SECTION.
           MOVE 'N' TO WS-TEM-HISTORICO.
           MOVE 'N' TO WS-TEM-VIGENTE.
           MOVE ZEROS TO WRK-VIG-DATA-INI.
           IF NOT HISTLOT-NO-AR
               GO TO 8400-BUSCA-VIGENTE-EXIT
           END-IF.
           MOVE WRK-ID TO HLT-ID.
           MOVE ZEROS  TO HLT-DATA-INI.
           MOVE 'N' TO WS-FIM-HISTLOT.
           START HISTLOT KEY >= HLT-CHAVE
               INVALID KEY
                   SET FIM-HISTLOT TO TRUE
           END-START.
           PERFORM UNTIL FIM-HISTLOT
               READ HISTLOT NEXT
                   AT END
                       SET FIM-HISTLOT TO TRUE
                   NOT AT END
                       IF HLT-ID NOT = WRK-ID
                           SET FIM-HISTLOT TO TRUE
                       ELSE
                           SET TEM-HISTORICO TO TRUE
                           MOVE HLT-DATA-INI TO WRK-VIG-DATA-INI
                           IF HLT-VIGENTE
                               SET TEM-VIGENTE TO TRUE
                           ELSE
                               MOVE 'N' TO WS-TEM-VIGENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       8400-BUSCA-VIGENTE-EXIT.
           EXIT.
      *ABRE NO HISTLOT O PERIODO VIGENTE DE WRK-DEPTO A PARTIR DE
      *WRK-DATA-EFETIVA
       8500-ABRE-PERIODO SECTION.
           IF NOT HISTLOT-NO-AR
               GO TO 8500-ABRE-PERIODO-EXIT
           END-IF.
           MOVE WRK-ID           TO HLT-ID.
           MOVE WRK-DATA-EFETIVA TO HLT-DATA-INI.
           MOVE WRK-DEPTO        TO HLT-DEPTO.
           MOVE 99999999         TO HLT-DATA-FIM.
           WRITE HISTLOT-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O HISTLOT - STATUS '
                       WS-HISTLOT-STATUS ' - ID ' WRK-ID
           END-WRITE.
       8500-ABRE-PERIODO-EXIT.
           EXIT.
      *TRANSFERENCIA EFETIVADA: FECHA O PERIODO VIGENTE NA VESPERA DA
      *DATA EFETIVA E ABRE O NOVO; NA MESMA DATA DO INICIO SO CORRIGE
      *O DEPARTAMENTO; SEM HISTORICO, A LOTACAO ANTERIOR GANHA UM
      *PERIODO DESDE SEMPRE
       8600-REGISTRA-TRANSFERENCIA SECTION.
           IF NOT HISTLOT-NO-AR
               GO TO 8600-REGISTRA-TRANSFERENCIA-EXIT
           END-IF.
           COMPUTE WRK-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-EFETIVA) - 1.
           COMPUTE WRK-DATA-VESPERA =
               FUNCTION DATE-OF-INTEGER(WRK-JULIANO).
           IF TEM-VIGENTE
               MOVE WRK-ID           TO HLT-ID
               MOVE WRK-VIG-DATA-INI TO HLT-DATA-INI
               READ HISTLOT
                   INVALID KEY
                       DISPLAY 'ERRO AO LER O HISTLOT - STATUS '
                           WS-HISTLOT-STATUS ' - ID ' WRK-ID
                       GO TO 8600-REGISTRA-TRANSFERENCIA-EXIT
               END-READ
               IF WRK-VIG-DATA-INI = WRK-DATA-EFETIVA
                   MOVE WRK-DEPTO TO HLT-DEPTO
               ELSE
                   MOVE WRK-DATA-VESPERA TO HLT-DATA-FIM
               END-IF
               REWRITE HISTLOT-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O HISTLOT - STATUS '
                           WS-HISTLOT-STATUS ' - ID ' WRK-ID
               END-REWRITE
               IF WRK-VIG-DATA-INI = WRK-DATA-EFETIVA
                   GO TO 8600-REGISTRA-TRANSFERENCIA-EXIT
               END-IF
           END-IF.
           IF NOT TEM-HISTORICO
               MOVE WRK-ID             TO HLT-ID
               MOVE ZEROS              TO HLT-DATA-INI
               MOVE WRK-DEPTO-ANTERIOR TO HLT-DEPTO
               MOVE WRK-DATA-VESPERA   TO HLT-DATA-FIM
               WRITE HISTLOT-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O HISTLOT - STATUS '
                           WS-HISTLOT-STATUS ' - ID ' WRK-ID
               END-WRITE
           END-IF.
           PERFORM 8500-ABRE-PERIODO.
       8600-REGISTRA-TRANSFERENCIA-EXIT.
           EXIT.
      *JA EXISTE INATIVACAO DESTE ID ESPERANDO DECISAO NA FILA?
       8650-PROCURA-PENDENTE SECTION.
           MOVE 'N' TO WS-JA-PENDENTE.
           MOVE 'N' TO WS-FIM-PENDMST.
           MOVE ZEROS TO PEN-SEQ.
           START PENDMST KEY >= PEN-SEQ
               INVALID KEY
                   SET FIM-PENDMST TO TRUE
           END-START.
           PERFORM UNTIL FIM-PENDMST OR JA-PENDENTE
               READ PENDMST NEXT
                   AT END
                       SET FIM-PENDMST TO TRUE
                   NOT AT END
                       IF PEN-ARQUIVO = 'EMPMSTR '
                          AND PEN-CHAVE(1:6) = FM-DADOS(2:6)
                          AND PEN-PENDENTE
                           SET JA-PENDENTE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       8650-PROCURA-PENDENTE-EXIT.
           EXIT.
      *ENFILEIRA O DESLIGAMENTO NO PENDMST PARA O SEGUNDO OPERADOR
      *DECIDIR - A IMAGEM NOVA JA CARREGA A VIRADA
       8700-ENFILEIRA-PENDENCIA SECTION.
           ADD 1 TO WRK-PROX-SEQ.
           MOVE WRK-PROX-SEQ TO PEN-SEQ.
           MOVE 'EMPMSTR ' TO PEN-ARQUIVO.
           MOVE SPACES TO PEN-CHAVE.
           MOVE WRK-ID TO PEN-CHAVE(1:6).
           MOVE 'INATIVACAO DE FUNCIONARIO' TO PEN-DESCRICAO.
           MOVE EMPMSTR-REC TO PEN-IMAGEM-NOVA.
           MOVE WRK-OPERADOR-FOLHA TO PEN-SOLICITANTE.
           MOVE WRK-DATA-CORRENTE TO PEN-DATA-SOL.
           SET PEN-PENDENTE TO TRUE.
           MOVE SPACES TO PEN-APROVADOR.
           MOVE ZEROS TO PEN-DATA-DECISAO.
           WRITE PENDMST-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-PENDMST-STATUS NOT = '00'
               MOVE 'GRV' TO RJD-MOTIVO
               MOVE 'ERRO AO GRAVAR NO PENDMST' TO WRK-MOTIVO
               PERFORM 8900-REJEITA
           ELSE
               SET MOV-PENDENTE TO TRUE
           END-IF.
       8700-ENFILEIRA-PENDENCIA-EXIT.
           EXIT.
      *GRAVA O DETALHE NO ARQUIVO DE REJEICAO (RJD-MOTIVO E
      *WRK-MOTIVO JA PREENCHIDOS)
       8900-REJEITA SECTION.
           SET MOV-REJEITADO TO TRUE.
           ADD 1 TO CNT-REJEITADOS.
           MOVE FOLHAMOV-REC TO RJD-REGISTRO.
           WRITE REJ-LINHA FROM REJ-DETALHE.
       8900-REJEITA-EXIT.
           EXIT.
      *GRAVACAO RECUSADA PELO EMPMSTR
       8950-REJEITA-GRAVACAO SECTION.
           DISPLAY 'ERRO AO GRAVAR O EMPMSTR - STATUS '
               WS-EMPMSTR-STATUS ' - ID ' WRK-ID.
           MOVE 'GRV' TO RJD-MOTIVO.
           MOVE 'ERRO AO GRAVAR O EMPMSTR' TO WRK-MOTIVO.
           PERFORM 8900-REJEITA.
       8950-REJEITA-GRAVACAO-EXIT.
           EXIT.
       END PROGRAM FOLCARGA.

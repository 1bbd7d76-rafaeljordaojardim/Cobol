      *          VEZ DE ELE SER POPULADO COMO EFEITO COLATERAL DO
      *          QUIOSQUE DE IMC (PROGNOME). CADA INCLUSAO, ALTERACAO
      *          OU INATIVACAO GRAVA UMA LINHA ANTES/DEPOIS NO DIARIO
      *          DE ALTERACOES EMPJRNL. AS DATAS DE NASCIMENTO E DE
      *          ADMISSAO, QUE ALIMENTAM OS CALCULOS DE IDADE E OS
      *          MARCOS DO QUADRO, TAMBEM SAO MANTIDAS AQUI.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *                AUTORIZACAO VERAUTH (MATRIZ AUTMSTR DO
      *                AUTMAINT): O OPERADOR PRECISA DA PERMISSAO DA
      *                FUNCAO, NAO MAIS SO DE UMA LETRA DE PERFIL.
      * 15/10/2026 RJJ HISTORICO DE LOTACAO HISTLOT (VEJA HLTREC): A
      *                INCLUSAO ABRE O PRIMEIRO PERIODO E A ALTERACAO
      *                DE DEPARTAMENTO PEDE A DATA EFETIVA (0 = HOJE,
      *                NAO FUTURA NEM ANTERIOR AO INICIO DA LOTACAO
      *                VIGENTE), FECHA O PERIODO VIGENTE NA VESPERA E
      *                ABRE O NOVO - NA MESMA DATA DO INICIO SO CORRIGE
      *                O DEPARTAMENTO DO PERIODO. FUNCIONARIO SEM
      *                HISTORICO GANHA UM PERIODO DESDE SEMPRE NA
      *                LOTACAO ANTERIOR. A CONSULTA LISTA OS PERIODOS.
      * 15/10/2026 RJJ AS IMAGENS ANTES/DEPOIS E O JD-ANTES/JD-DEPOIS
      *                PASSAM A X(039) COM O EMP-ID-SUCESSOR DO EMPREC
      *                (A LINHA DO EMPJRNL VAI A X(100) PARA CABER AS
      *                DUAS IMAGENS INTEIRAS); A CONSULTA MOSTRA O ID
      *                SOBREVIVENTE DE UM ID UNIFICADO PELO FUNDEMP.
      * 15/10/2026 RJJ DATAS DE NASCIMENTO E ADMISSAO NO CADASTRO (EMP-
      *                DATA-NASC/EMP-DATA-ADMIS, ANTES NO ROSTIDAD): A
      *                INCLUSAO JA PEDE AS DUAS, A NOVA OPCAO 6 -
      *                ALTERAR DATAS CORRIGE (A SAIDA PASSOU PARA A
      *                OPCAO 7) E A CONSULTA MOSTRA. DATA INVALIDA OU
      *                FUTURA, OU ADMISSAO ANTES DO NASCIMENTO, E
      *                RECUSADA E FICA ZERADA (0 = NAO INFORMADA). AS
      *                IMAGENS ANTES/DEPOIS VAO A X(055) E A LINHA DO
      *                EMPJRNL A X(130).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-SEQ
               FILE STATUS IS WS-PENDMST-STATUS.
           SELECT HISTLOT ASSIGN TO "HISTLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLT-CHAVE
               FILE STATUS IS WS-HISTLOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY ESPCOM.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       COPY VALDCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-ID          PIC 9(006) VALUE ZEROS.
       01 WRK-NOME        PIC A(20) VALUE SPACES.
       01 WRK-DEPTO       PIC 9(003) VALUE ZEROS.
       01 WRK-DATA-NASC   PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-ADMIS  PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-HOJE   PIC 9(006) VALUE ZEROS.
       01 WRK-HORA-AGORA  PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
               88 DEPMSTR-NO-AR          VALUE 'S'.
           05 WS-DEPTO-OK       PIC X(001) VALUE 'S'.
               88 DEPTO-VALIDO           VALUE 'S'.
           05 WS-DATAS-OK       PIC X(001) VALUE 'S'.
               88 DATAS-VALIDAS          VALUE 'S'.
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
           05 WRK-PROX-SEQ      PIC 9(005) VALUE ZEROS.
      *IMAGENS ANTES/DEPOIS DO REGISTRO PARA O DIARIO DE ALTERACOES
       01 AREA-IMAGENS.
           05 WRK-IMAGEM-ANTES  PIC X(055) VALUE SPACES.
           05 WRK-IMAGEM-DEPOIS PIC X(055) VALUE SPACES.
       01 JRN-DETALHE.
           05 JD-DATA      PIC 9(006).
           05 FILLER       PIC X(001) VALUE SPACE.
           05 FILLER       PIC X(001) VALUE SPACE.
           05 JD-OPERACAO  PIC X(001).
           05 FILLER       PIC X(001) VALUE SPACE.
           05 JD-ANTES     PIC X(055).
           05 FILLER       PIC X(001) VALUE SPACE.
           05 JD-DEPOIS    PIC X(055).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 7
               DISPLAY 'MANUTENCAO DO CADASTRO DE FUNCIONARIOS'
               DISPLAY '1 - INCLUIR'
               DISPLAY '2 - ALTERAR NOME'
               DISPLAY '3 - INATIVAR'
               DISPLAY '4 - CONSULTAR'
               DISPLAY '5 - ALTERAR DEPARTAMENTO'
               DISPLAY '6 - ALTERAR DATAS'
               DISPLAY '7 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                   WHEN WRK-OPCAO = 5
                       PERFORM 2500-ALTERA-DEPTO
                   WHEN WRK-OPCAO = 6
                       PERFORM 2800-ALTERA-DATAS
                   WHEN WRK-OPCAO = 7
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               DISPLAY 'ERRO AO ABRIR O EMPMSTR - STATUS '
                   WS-EMPMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 7 TO WRK-OPCAO
           END-IF.
           OPEN INPUT DEPMSTR.
           IF WS-DEPMSTR-STATUS = '00'
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
       1000-INICIALIZA-EXIT.
           EXIT.
      *PEDE O ID E PROCURA O REGISTRO NO CADASTRO
               MOVE WRK-NOME TO EMP-NOME
               SET EMP-ATIVO TO TRUE
               MOVE ZEROS TO EMP-PESO-META
               MOVE ZEROS TO EMP-ID-SUCESSOR
               PERFORM 2600-PEDE-DEPTO
               MOVE WRK-DEPTO TO EMP-DEPTO
               MOVE ZEROS TO WRK-DATA-NASC
               MOVE ZEROS TO WRK-DATA-ADMIS
               PERFORM 2700-PEDE-DATAS
               IF NOT DATAS-VALIDAS
                   DISPLAY 'DATAS NAO REGISTRADAS - COMPLETE PELA '
                       'OPCAO 6'
                   MOVE ZEROS TO WRK-DATA-NASC
                   MOVE ZEROS TO WRK-DATA-ADMIS
               END-IF
               MOVE WRK-DATA-NASC  TO EMP-DATA-NASC
               MOVE WRK-DATA-ADMIS TO EMP-DATA-ADMIS
               MOVE SPACES TO WRK-IMAGEM-ANTES
               MOVE EMPMSTR-REC TO WRK-IMAGEM-DEPOIS
               WRITE EMPMSTR-REC
               END-WRITE
               IF WS-EMPMSTR-STATUS = '00'
                   PERFORM 8000-GRAVA-DIARIO
                   ACCEPT WRK-DATA-EFETIVA FROM DATE YYYYMMDD
                   PERFORM 8500-ABRE-PERIODO
                   DISPLAY 'FUNCIONARIO INCLUIDO'
               END-IF
           END-IF.
                   DISPLAY 'SITUACAO.: ATIVO'
               END-IF
               DISPLAY 'DEPTO....: ' EMP-DEPTO
               DISPLAY 'NASCIM...: ' EMP-DATA-NASC
               DISPLAY 'ADMISSAO.: ' EMP-DATA-ADMIS
               IF EMP-ID-SUCESSOR > ZEROS
                   DISPLAY 'UNIFICADO NO ID ' EMP-ID-SUCESSOR
               END-IF
               PERFORM 2450-LISTA-LOTACOES
           END-IF.
       2400-CONSULTA-EXIT.
           EXIT.
      *LISTA OS PERIODOS DE LOTACAO DO FUNCIONARIO NO HISTLOT
       2450-LISTA-LOTACOES SECTION.
           IF NOT HISTLOT-NO-AR
               GO TO 2450-LISTA-LOTACOES-EXIT
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
                           IF HLT-VIGENTE
                               DISPLAY '  LOTACAO ' HLT-DEPTO ' DE '
                                   HLT-DATA-INI ' ATE HOJE'
                           ELSE
                               DISPLAY '  LOTACAO ' HLT-DEPTO ' DE '
                                   HLT-DATA-INI ' ATE '
                                   HLT-DATA-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2450-LISTA-LOTACOES-EXIT.
           EXIT.
      *ALTERA A LOTACAO DE UM FUNCIONARIO, VALIDANDO NO DEPMSTR
       2500-ALTERA-DEPTO SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           ELSE
               DISPLAY 'DEPARTAMENTO ATUAL: ' EMP-DEPTO
               MOVE EMPMSTR-REC TO WRK-IMAGEM-ANTES
               MOVE EMP-DEPTO TO WRK-DEPTO-ANTERIOR
               PERFORM 2600-PEDE-DEPTO
               IF DEPTO-VALIDO AND WRK-DEPTO = WRK-DEPTO-ANTERIOR
                   DISPLAY 'FUNCIONARIO JA ESTA NESTE DEPARTAMENTO'
                   MOVE 'N' TO WS-DEPTO-OK
               END-IF
               IF DEPTO-VALIDO
                   PERFORM 2550-PEDE-DATA-EFETIVA
                   IF NOT DATA-EFETIVA-OK
                       MOVE 'N' TO WS-DEPTO-OK
                   END-IF
               END-IF
               IF DEPTO-VALIDO
                   MOVE WRK-DEPTO TO EMP-DEPTO
                   MOVE EMPMSTR-REC TO WRK-IMAGEM-DEPOIS
                   END-REWRITE
                   IF WS-EMPMSTR-STATUS = '00'
                       PERFORM 8000-GRAVA-DIARIO
                       PERFORM 8600-REGISTRA-TRANSFERENCIA
                       DISPLAY 'DEPARTAMENTO ALTERADO'
                   END-IF
               END-IF
           END-IF.
       2500-ALTERA-DEPTO-EXIT.
           EXIT.
      *PEDE A DATA EFETIVA DA TRANSFERENCIA: VALIDA, NAO FUTURA E NAO
      *ANTERIOR AO INICIO DA LOTACAO VIGENTE NO HISTLOT
       2550-PEDE-DATA-EFETIVA SECTION.
           MOVE 'N' TO WS-DATA-EFET-OK.
           ACCEPT WRK-DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY 'DATA EFETIVA DA TRANSFERENCIA (AAAAMMDD, 0 = HOJE)'.
           ACCEPT WRK-DATA-EFETIVA.
           IF WRK-DATA-EFETIVA = ZEROS
               MOVE WRK-DATA-CORRENTE TO WRK-DATA-EFETIVA
           END-IF.
           MOVE WRK-DATA-EFETIVA TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'DATA EFETIVA INVALIDA - ' VDT-MOTIVO
               GO TO 2550-PEDE-DATA-EFETIVA-EXIT
           END-IF.
           IF WRK-DATA-EFETIVA > WRK-DATA-CORRENTE
               DISPLAY 'DATA EFETIVA NAO PODE SER FUTURA'
               GO TO 2550-PEDE-DATA-EFETIVA-EXIT
           END-IF.
           PERFORM 8400-BUSCA-VIGENTE.
           IF TEM-VIGENTE AND WRK-DATA-EFETIVA < WRK-VIG-DATA-INI
               DISPLAY 'DATA EFETIVA ANTERIOR AO INICIO DA LOTACAO '
                   'VIGENTE (' WRK-VIG-DATA-INI ')'
               GO TO 2550-PEDE-DATA-EFETIVA-EXIT
           END-IF.
           SET DATA-EFETIVA-OK TO TRUE.
       2550-PEDE-DATA-EFETIVA-EXIT.
           EXIT.
      *PEDE E VALIDA O CODIGO DE DEPARTAMENTO CONTRA O DEPMSTR
       2600-PEDE-DEPTO SECTION.
           MOVE 'S' TO WS-DEPTO-OK.
           END-IF.
       2600-PEDE-DEPTO-EXIT.
           EXIT.
      *PEDE AS DATAS DE NASCIMENTO E ADMISSAO (AAAAMMDD, 0 = NAO
      *INFORMADA): VALIDAS, NAO FUTURAS E ADMISSAO NAO ANTERIOR AO
      *NASCIMENTO
       2700-PEDE-DATAS SECTION.
           MOVE 'N' TO WS-DATAS-OK.
           ACCEPT WRK-DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD, 0 = NAO INFORMADA)'.
           ACCEPT WRK-DATA-NASC.
           DISPLAY 'DATA DE ADMISSAO (AAAAMMDD, 0 = NAO INFORMADA)'.
           ACCEPT WRK-DATA-ADMIS.
           IF WRK-DATA-NASC NOT = ZEROS
               MOVE WRK-DATA-NASC TO VDT-DATA
               MOVE RETURN-CODE TO VDT-RC
               CALL 'VALDATA' USING AREA-VALDATA
               IF NOT VDT-DATA-VALIDA
                   DISPLAY 'DATA DE NASCIMENTO INVALIDA - ' VDT-MOTIVO
                   GO TO 2700-PEDE-DATAS-EXIT
               END-IF
               IF WRK-DATA-NASC > WRK-DATA-CORRENTE
                   DISPLAY 'DATA DE NASCIMENTO NAO PODE SER FUTURA'
                   GO TO 2700-PEDE-DATAS-EXIT
               END-IF
           END-IF.
           IF WRK-DATA-ADMIS NOT = ZEROS
               MOVE WRK-DATA-ADMIS TO VDT-DATA
               MOVE RETURN-CODE TO VDT-RC
               CALL 'VALDATA' USING AREA-VALDATA
               IF NOT VDT-DATA-VALIDA
                   DISPLAY 'DATA DE ADMISSAO INVALIDA - ' VDT-MOTIVO
                   GO TO 2700-PEDE-DATAS-EXIT
               END-IF
               IF WRK-DATA-ADMIS > WRK-DATA-CORRENTE
                   DISPLAY 'DATA DE ADMISSAO NAO PODE SER FUTURA'
                   GO TO 2700-PEDE-DATAS-EXIT
               END-IF
               IF WRK-DATA-NASC NOT = ZEROS
                  AND WRK-DATA-ADMIS < WRK-DATA-NASC
                   DISPLAY 'ADMISSAO ANTERIOR AO NASCIMENTO'
                   GO TO 2700-PEDE-DATAS-EXIT
               END-IF
           END-IF.
           SET DATAS-VALIDAS TO TRUE.
       2700-PEDE-DATAS-EXIT.
           EXIT.
      *ALTERA AS DATAS DE NASCIMENTO E ADMISSAO DE UM FUNCIONARIO
       2800-ALTERA-DATAS SECTION.
           PERFORM 2000-BUSCA-REGISTRO.
           IF NOT REG-ENCONTRADO
               DISPLAY 'ID NAO CADASTRADO'
           ELSE
               DISPLAY 'NASCIMENTO ATUAL: ' EMP-DATA-NASC
               DISPLAY 'ADMISSAO ATUAL..: ' EMP-DATA-ADMIS
               MOVE EMPMSTR-REC TO WRK-IMAGEM-ANTES
               PERFORM 2700-PEDE-DATAS
               IF DATAS-VALIDAS
                   MOVE WRK-DATA-NASC  TO EMP-DATA-NASC
                   MOVE WRK-DATA-ADMIS TO EMP-DATA-ADMIS
                   MOVE EMPMSTR-REC TO WRK-IMAGEM-DEPOIS
                   REWRITE EMPMSTR-REC
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR - STATUS '
                               WS-EMPMSTR-STATUS
                   END-REWRITE
                   IF WS-EMPMSTR-STATUS = '00'
                       PERFORM 8000-GRAVA-DIARIO
                       DISPLAY 'DATAS ALTERADAS'
                   END-IF
               ELSE
                   DISPLAY 'DATAS NAO ALTERADAS'
               END-IF
           END-IF.
       2800-ALTERA-DATAS-EXIT.
           EXIT.
      *FECHA O CADASTRO
       3000-FINALIZA SECTION.
           CLOSE EMPMSTR.
           IF DEPMSTR-NO-AR
               CLOSE DEPMSTR
           END-IF.
           IF HISTLOT-NO-AR
               CLOSE HISTLOT
           END-IF.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
                   MOVE 'X' TO JD-OPERACAO
               WHEN 5
                   MOVE 'D' TO JD-OPERACAO
               WHEN 6
                   MOVE 'T' TO JD-OPERACAO
           END-EVALUATE.
           MOVE WRK-IMAGEM-ANTES  TO JD-ANTES.
           MOVE WRK-IMAGEM-DEPOIS TO JD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8000-GRAVA-DIARIO-EXIT.
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
                       WS-HISTLOT-STATUS
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
                           WS-HISTLOT-STATUS
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
                           WS-HISTLOT-STATUS
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
                           WS-HISTLOT-STATUS
               END-WRITE
           END-IF.
           PERFORM 8500-ABRE-PERIODO.
       8600-REGISTRA-TRANSFERENCIA-EXIT.
           EXIT.
      *ENFILEIRA A MUDANCA SENSIVEL NO PENDMST PARA O SEGUNDO
      *OPERADOR DECIDIR - A IMAGEM NOVA JA CARREGA A VIRADA
       8700-ENFILEIRA-PENDENCIA SECTION.

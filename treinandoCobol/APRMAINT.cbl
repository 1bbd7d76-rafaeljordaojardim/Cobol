      * Purpose: APROVACAO DE MUDANCAS SENSIVEIS (MAKER-CHECKER) - A
      *          TELA DO SEGUNDO OPERADOR SOBRE A FILA PENDMST: LISTA
      *          AS PENDENCIAS (INATIVACOES DO EMPMAINT, FECHAMENTOS E
      *          REABERTURAS DO AGEMAINT, TAXAS NOVAS DO TAXMAINT,
      *          REATIVACOES DE CONTA DORMENTE DO CONMAINT, TARIFAS
      *          NOVAS DO TARMAINT, ELIMINACOES DE DADOS PESSOAIS
      *          DO DADPESS, UNIFICACOES DE IDS DUPLICADOS DO
      *          FUSAOEMP, TRANSFERENCIAS DE PROPRIEDADE DE LOTE DO
      *          PROPMAINT, FECHAMENTOS E REABERTURAS DE PERIODO
      *          CONTABIL DO PERMAINT), E
      *          APROVA OU RECUSA CADA
      *          UMA. SO A APROVACAO POSTA A IMAGEM NOVA NO MESTRE;
      *          A INATIVACAO APROVADA AINDA DISPARA O DESLIGAMENTO
      *          (SERVICO DESLIGA);
      *          QUEM SOLICITOU NAO PODE APROVAR A PROPRIA MUDANCA E
      *          SO PERFIL DE SUPERVISOR DECIDE. CADA DECISAO SAI NA
      *          TRILHA DE AUDITORIA COMUM (GRVAUDIT).
      *                TAXA) AO HISTORICO DE TAXAS - A TAXA E O CAMPO
      *                SENSIVEL DO SISTEMA E DEIXOU DE MUDAR COM UM
      *                OPERADOR SO.
      * 15/10/2026 RJJ A FILA TAMBEM DECIDE A REATIVACAO DE CONTA
      *                DORMENTE PEDIDA NO CONMAINT: A APROVACAO DE UMA
      *                PENDENCIA 'CONTMSTR' RELE A CONTA VIVA E, SE ELA
      *                AINDA ESTIVER DORMENTE, VOLTA A SITUACAO PARA
      *                ATIVA (O RESTO DO REGISTRO NAO E TOCADO).
      * 15/10/2026 RJJ A FILA TAMBEM DECIDE AS TARIFAS NOVAS DO
      *                TARMAINT: A APROVACAO DE UMA PENDENCIA 'TARIFAS'
      *                ANEXA A IMAGEM (COD + VIGENCIA + VALOR + LIMITE
      *                DE ISENCAO) AO HISTORICO DE TARIFAS, COMO NAS
      *                TAXAS.
      * 15/10/2026 RJJ A FILA TAMBEM DECIDE A ELIMINACAO DE DADOS
      *                PESSOAIS PEDIDA NO DADPESS: A APROVACAO DE UMA
      *                PENDENCIA 'ELIMDADO' CHAMA O SERVICO ELIMDADO
      *                PARA O ID DA CHAVE (FUNCIONARIO INATIVO).
      * 15/10/2026 RJJ A FILA TAMBEM DECIDE A UNIFICACAO DE IDS
      *                DUPLICADOS PEDIDA NO FUSAOEMP: A APROVACAO DE UMA
      *                PENDENCIA 'FUNDEMP' CHAMA O SERVICO FUNDEMP COM
      *                O ID APOSENTADO E O SOBREVIVENTE DA CHAVE. SE
      *                ALGUM ARQUIVO ESTIVER INDISPONIVEL A PENDENCIA
      *                CONTINUA ABERTA PARA SER APROVADA DE NOVO.
      * 15/10/2026 RJJ INATIVACAO APROVADA DISPARA O DESLIGAMENTO:
      *                DEPOIS DE POSTAR NO EMPMSTR A VIRADA DE ATIVO
      *                PARA INATIVO, CHAMA O SERVICO DESLIGA (ENCERRA A
      *                AGENDA DE TRIAGEM, FECHA OS ALERTAS SEM RESPOSTA
      *                E IMPRIME NO DESLCHK O CHECKLIST DE SAIDA COM OS
      *                ADIANTAMENTOS EM ABERTO).
      * 15/10/2026 RJJ A FILA TAMBEM DECIDE A TRANSFERENCIA DE
      *                PROPRIEDADE DE LOTE DO PROPMAINT: A APROVACAO DE
      *                UMA PENDENCIA 'PROPLOT' GRAVA O NOVO DONO NO
      *                PROPLOT E FECHA O ATUAL NA DATA DA VENDA. SE O
      *                DONO ATUAL NAO FOR MAIS O DO PEDIDO (INICIO NA
      *                CHAVE DA PENDENCIA) NADA E POSTADO.
      * 15/10/2026 RJJ A FILA TAMBEM DECIDE O FECHAMENTO E A REABERTURA
      *                DE PERIODO CONTABIL DO PERMAINT: A APROVACAO DE
      *                UMA PENDENCIA 'PERCTB' GRAVA OU REGRAVA O MES NO
      *                CALENDARIO PERCTB (NO FECHAMENTO CARIMBA A DATA
      *                E O APROVADOR) E JORNALIZA A MUDANCA. SE O MES
      *                JA ESTIVER NA SITUACAO PEDIDA NADA E POSTADO.
      * 15/10/2026 RJJ A FILA TAMBEM DECIDE O LIMITE DE CHEQUE ESPECIAL
      *                PEDIDO NO CONMAINT. A PENDENCIA 'CONTMSTR' LEVA
      *                O TIPO EM PEN-CHAVE(10:1) - 'L' LIMITE (IMAGEM
      *                CONTA + LIMITE NOVO), 'R' OU BRANCO REATIVACAO -
      *                E A CONTA VIVA E RELIDA PELA CHAVE DA PENDENCIA;
      *                O LIMITE SO TROCA O CT-LIMITE-CE (CONTA
      *                ENCERRADA NAO E POSTADA).
      * 15/10/2026 RJJ A REATIVACAO APROVADA GRAVA A DATA DA DECISAO EM
      *                CT-DATA-REATIVA, DE ONDE O DORMLOTE VOLTA A
      *                CONTAR O PRAZO SEM MOVIMENTO. PENDENCIA DO
      *                CONTMSTR SEM TIPO NA CHAVE NAO E MAIS TRATADA
      *                COMO REATIVACAO - CAI EM TIPO DESCONHECIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRMAINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CODIGO
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TAXAHIST ASSIGN TO "TAXAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXAHIST-STATUS.
           SELECT TARIFAS ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-STATUS.
           SELECT PROPLOT ASSIGN TO "PROPLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PERCTB ASSIGN TO "PERCTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-ANOMES
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDMST.
       COPY EMPREC.
       FD  AGENMSTR.
       COPY AGEREC.
       FD  CONTMSTR.
       COPY CONTREC.
       FD  TAXAHIST.
       01  TAXAHIST-REC.
           05 TH-COD        PIC X(001).
           05 TH-VIGENCIA   PIC 9(008).
           05 TH-TAXA       PIC 9(003)V9(004).
       FD  TARIFAS.
       COPY TARREC.
       FD  PROPLOT.
       COPY PRPREC.
       FD  PERCTB.
       COPY PERREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY AUDCOM.
       COPY JRNCOM.
       COPY ELDCOM.
       COPY FDECOM.
       COPY DSLCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-SEQ         PIC 9(005) VALUE ZEROS.
       01 WRK-DATA-HOJE   PIC 9(008) VALUE ZEROS.
       01 WRK-PROP-LOTE   PIC 9(006) VALUE ZEROS.
       01 WRK-PROP-PEDIDO PIC 9(008) VALUE ZEROS.
       01 WRK-PROP-ATUAL  PIC 9(008) VALUE ZEROS.
       01 WRK-PROP-NOVO   PIC 9(008) VALUE ZEROS.
       01 WRK-PER-NOVO    PIC X(027) VALUE SPACES.
      *IMAGEM DO LIMITE DE CHEQUE ESPECIAL PEDIDO NO CONMAINT
       01 AREA-IMAGEM-LIMITE.
           05 IMG-CONTA       PIC 9(009).
           05 IMG-LIMITE      PIC 9(011)V99.
       01 AREA-CONTROLE.
           05 WS-PENDMST-STATUS PIC X(002) VALUE '00'.
           05 WS-MASTER-STATUS  PIC X(002) VALUE '00'.
           05 WS-TAXAHIST-STATUS PIC X(002) VALUE '00'.
           05 WS-TARIFAS-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-PENDMST    PIC X(001) VALUE 'N'.
               88 FIM-PENDMST        VALUE 'S'.
           05 WS-REG-ENCONTRADO PIC X(001) VALUE 'N'.
               88 REG-ENCONTRADO     VALUE 'S'.
           05 WS-APLICOU        PIC X(001) VALUE 'N'.
               88 MUDANCA-APLICADA   VALUE 'S'.
           05 WS-SITUACAO-ANTES PIC X(001) VALUE SPACE.
           05 WS-DESLIGAR       PIC X(001) VALUE 'N'.
               88 DESLIGAMENTO-PEDIDO VALUE 'S'.
           05 WS-FIM-PROPLOT    PIC X(001) VALUE 'N'.
               88 FIM-PROPLOT        VALUE 'S'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
      *POSTA A IMAGEM NOVA NO MESTRE DA PENDENCIA
       2250-APLICA-NO-MESTRE SECTION.
           MOVE 'N' TO WS-APLICOU.
           MOVE 'N' TO WS-DESLIGAR.
           EVALUATE PEN-ARQUIVO
               WHEN 'EMPMSTR '
                   OPEN I-O EMPMSTR
                   IF WS-MASTER-STATUS = '00'
                       MOVE PEN-IMAGEM-NOVA TO EMPMSTR-REC
                       MOVE SPACES TO JRN-ANTES
                       MOVE SPACE TO WS-SITUACAO-ANTES
                       READ EMPMSTR
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF WS-MASTER-STATUS = '00'
                           MOVE EMPMSTR-REC TO JRN-ANTES
                           MOVE EMP-SITUACAO TO WS-SITUACAO-ANTES
                       END-IF
                       MOVE PEN-IMAGEM-NOVA TO EMPMSTR-REC
                       REWRITE EMPMSTR-REC
                           MOVE PEN-CHAVE TO JRN-CHAVE
                           MOVE PEN-IMAGEM-NOVA TO JRN-DEPOIS
                           CALL 'GRVJRNL' USING AREA-GRVJRNL
                           IF EMP-INATIVO AND WS-SITUACAO-ANTES = 'A'
                               SET DESLIGAMENTO-PEDIDO TO TRUE
                           END-IF
                       END-IF
                       CLOSE EMPMSTR
                       IF DESLIGAMENTO-PEDIDO
                           PERFORM 2260-DESLIGAMENTO
                       END-IF
                   ELSE
                       DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                           WS-MASTER-STATUS
                       DISPLAY 'AGENMSTR INDISPONIVEL - STATUS '
                           WS-MASTER-STATUS
                   END-IF
               WHEN 'CONTMSTR'
                   OPEN I-O CONTMSTR
                   IF WS-MASTER-STATUS = '00'
                       MOVE PEN-CHAVE(1:9) TO CT-CONTA
                       READ CONTMSTR
                           INVALID KEY
                               DISPLAY 'REGISTRO NAO LOCALIZADO NO '
                                   'CONTMSTR'
                       END-READ
                       IF WS-MASTER-STATUS = '00'
                           EVALUATE PEN-CHAVE(10:1)
                               WHEN 'L'
                                   PERFORM 2290-APLICA-LIMITE
                               WHEN 'R'
                                   PERFORM 2295-REATIVA-CONTA
                               WHEN OTHER
                                   DISPLAY 'TIPO DE PENDENCIA DO '
                                       'CONTMSTR DESCONHECIDO: '
                                       PEN-CHAVE(10:1)
                           END-EVALUATE
                       END-IF
                       CLOSE CONTMSTR
                   ELSE
                       DISPLAY 'CONTMSTR INDISPONIVEL - STATUS '
                           WS-MASTER-STATUS
                   END-IF
               WHEN 'TAXAHIST'
                   OPEN EXTEND TAXAHIST
                   IF WS-TAXAHIST-STATUS = '35'
                       DISPLAY 'TAXAHIST INDISPONIVEL - STATUS '
                           WS-TAXAHIST-STATUS
                   END-IF
               WHEN 'TARIFAS '
                   OPEN EXTEND TARIFAS
                   IF WS-TARIFAS-STATUS = '35'
                       OPEN OUTPUT TARIFAS
                   END-IF
                   IF WS-TARIFAS-STATUS = '00'
                       MOVE PEN-IMAGEM-NOVA(1:29) TO TARIFAS-REC
                       WRITE TARIFAS-REC
                       SET MUDANCA-APLICADA TO TRUE
                       CLOSE TARIFAS
                   ELSE
                       DISPLAY 'TARIFAS INDISPONIVEL - STATUS '
                           WS-TARIFAS-STATUS
                   END-IF
               WHEN 'ELIMDADO'
                   MOVE PEN-CHAVE(1:6) TO ELD-ID
                   MOVE SIGN-OPERADOR TO ELD-OPERADOR
                   MOVE RETURN-CODE TO ELD-RC
                   CALL 'ELIMDADO' USING AREA-ELIMDADO
                   EVALUATE TRUE
                       WHEN ELD-RECUSADO
                           DISPLAY 'ELIMINACAO RECUSADA - ID NAO '
                               'CADASTRADO OU AINDA ATIVO'
                       WHEN ELD-PARCIAL
                           SET MUDANCA-APLICADA TO TRUE
                           DISPLAY 'ELIMINACAO PARCIAL - VEJA O '
                               'ELIMLOG - REGISTROS: ' ELD-QTDE-TOTAL
                       WHEN OTHER
                           SET MUDANCA-APLICADA TO TRUE
                           DISPLAY 'DADOS ELIMINADOS - REGISTROS: '
                               ELD-QTDE-TOTAL
                   END-EVALUATE
               WHEN 'FUNDEMP '
                   MOVE PEN-CHAVE(1:6) TO FDE-ID-RETIRADO
                   MOVE PEN-CHAVE(7:6) TO FDE-ID-SOBREV
                   MOVE SIGN-OPERADOR TO FDE-OPERADOR
                   MOVE RETURN-CODE TO FDE-RC
                   CALL 'FUNDEMP' USING AREA-FUNDEMP
                   EVALUATE TRUE
                       WHEN FDE-RECUSADO
                           DISPLAY 'UNIFICACAO RECUSADA - ID NAO '
                               'CADASTRADO, INATIVO OU JA UNIFICADO'
                       WHEN FDE-PARCIAL
                           DISPLAY 'UNIFICACAO PARCIAL - VEJA O '
                               'FUSAOLOG - REGISTROS MOVIDOS: '
                               FDE-QTDE-MOVIDOS
                           DISPLAY 'O ID AINDA NAO FOI APOSENTADO - '
                               'APROVE DE NOVO QUANDO OS ARQUIVOS '
                               'VOLTAREM'
                       WHEN OTHER
                           SET MUDANCA-APLICADA TO TRUE
                           DISPLAY 'IDS UNIFICADOS - REGISTROS '
                               'MOVIDOS: ' FDE-QTDE-MOVIDOS
                               ' COLISOES: ' FDE-QTDE-COLISOES
                   END-EVALUATE
               WHEN 'PROPLOT '
                   PERFORM 2270-TRANSFERE-PROPRIEDADE
               WHEN 'PERCTB  '
                   PERFORM 2280-POSTA-PERIODO
               WHEN OTHER
                   DISPLAY 'ARQUIVO DA PENDENCIA DESCONHECIDO: '
                       PEN-ARQUIVO
           END-EVALUATE.
       2250-APLICA-NO-MESTRE-EXIT.
           EXIT.
      *INATIVACAO POSTADA: DESLIGAMENTO DO FUNCIONARIO NOS DEMAIS
      *ARQUIVOS E CHECKLIST DE SAIDA PARA O SUPERVISOR (DESLCHK)
       2260-DESLIGAMENTO SECTION.
           MOVE PEN-IMAGEM-NOVA(1:6) TO DSL-ID.
           MOVE SIGN-OPERADOR TO DSL-OPERADOR.
           MOVE RETURN-CODE TO DSL-RC.
           CALL 'DESLIGA' USING AREA-DESLIGA.
           EVALUATE TRUE
               WHEN DSL-RECUSADO
                   DISPLAY 'DESLIGAMENTO NAO FEITO - VEJA O EMPMSTR'
               WHEN DSL-PARCIAL
                   DISPLAY 'DESLIGAMENTO PARCIAL - VEJA O CHECKLIST NO '
                       'DESLCHK'
               WHEN OTHER
                   DISPLAY 'DESLIGAMENTO FEITO - ALERTAS ENCERRADOS: '
                       DSL-QTDE-ALERTAS
           END-EVALUATE.
           IF DSL-QTDE-ADIANT > ZEROS
               DISPLAY 'ATENCAO: ' DSL-QTDE-ADIANT
                   ' ADIANTAMENTO(S) DO CAIXA PEQUENO EM ABERTO - VEJA '
                   'O CHECKLIST NO DESLCHK'
           END-IF.
       2260-DESLIGAMENTO-EXIT.
           EXIT.
      *TRANSFERENCIA DE PROPRIEDADE: CONFERE QUE O DONO ATUAL AINDA E
      *O DO PEDIDO, GRAVA O COMPRADOR E FECHA O VENDEDOR NA DATA DA
      *VENDA. O COMPRADOR E GRAVADO PRIMEIRO - SE A GRAVACAO FALHAR O
      *VENDEDOR CONTINUA ATUAL E A PENDENCIA SEGUE ABERTA.
       2270-TRANSFERE-PROPRIEDADE SECTION.
           OPEN I-O PROPLOT.
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT PROPLOT
               CLOSE PROPLOT
               OPEN I-O PROPLOT
           END-IF.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'PROPLOT INDISPONIVEL - STATUS '
                   WS-MASTER-STATUS
               GO TO 2270-TRANSFERE-PROPRIEDADE-EXIT
           END-IF.
           MOVE PEN-CHAVE(1:6) TO WRK-PROP-LOTE.
           MOVE PEN-CHAVE(7:8) TO WRK-PROP-PEDIDO.
           MOVE PEN-IMAGEM-NOVA(7:8) TO WRK-PROP-NOVO.
           MOVE ZEROS TO WRK-PROP-ATUAL.
           MOVE 'N' TO WS-FIM-PROPLOT.
           MOVE WRK-PROP-LOTE TO PR-LOTE.
           MOVE ZEROS TO PR-DATA-INICIO.
           START PROPLOT KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   SET FIM-PROPLOT TO TRUE
           END-START.
           PERFORM UNTIL FIM-PROPLOT
               READ PROPLOT NEXT
                   AT END
                       SET FIM-PROPLOT TO TRUE
               END-READ
               IF NOT FIM-PROPLOT
                   IF PR-LOTE NOT = WRK-PROP-LOTE
                       SET FIM-PROPLOT TO TRUE
                   ELSE
                       IF PR-ATUAL
                           MOVE PR-DATA-INICIO TO WRK-PROP-ATUAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-PROP-ATUAL NOT = WRK-PROP-PEDIDO
              OR WRK-PROP-NOVO NOT > WRK-PROP-ATUAL
               DISPLAY 'O DONO DO LOTE MUDOU DESDE O PEDIDO - RECUSE '
                   'E PECA A TRANSFERENCIA DE NOVO'
               GO TO 2270-FECHA-PROPLOT
           END-IF.
           MOVE PEN-IMAGEM-NOVA(1:59) TO PROPLOT-REC.
           MOVE ZEROS TO PR-DATA-FIM.
           WRITE PROPLOT-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O NOVO DONO - STATUS '
                       WS-MASTER-STATUS
                   GO TO 2270-FECHA-PROPLOT
           END-WRITE.
           SET MUDANCA-APLICADA TO TRUE.
           IF WRK-PROP-ATUAL NOT = ZEROS
               MOVE WRK-PROP-LOTE  TO PR-LOTE
               MOVE WRK-PROP-ATUAL TO PR-DATA-INICIO
               READ PROPLOT
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MASTER-STATUS = '00'
                   MOVE WRK-PROP-NOVO TO PR-DATA-FIM
                   REWRITE PROPLOT-REC
               END-IF
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'ATENCAO: DONO ANTERIOR NAO FECHADO NO '
                       'PROPLOT - STATUS ' WS-MASTER-STATUS
               END-IF
           END-IF.
       2270-FECHA-PROPLOT.
           CLOSE PROPLOT.
       2270-TRANSFERE-PROPRIEDADE-EXIT.
           EXIT.
      *FECHAMENTO/REABERTURA DE PERIODO CONTABIL: GRAVA O MES NO
      *PERCTB (MES SEM REGISTRO E ABERTO). O FECHAMENTO LEVA A DATA DA
      *APROVACAO E O APROVADOR; A REABERTURA LIMPA OS CARIMBOS.
       2280-POSTA-PERIODO SECTION.
           OPEN I-O PERCTB.
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT PERCTB
               CLOSE PERCTB
               OPEN I-O PERCTB
           END-IF.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'PERCTB INDISPONIVEL - STATUS '
                   WS-MASTER-STATUS
               GO TO 2280-POSTA-PERIODO-EXIT
           END-IF.
           MOVE PEN-IMAGEM-NOVA(1:27) TO PERCTB-REC.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF PE-FECHADO
               MOVE WRK-DATA-HOJE TO PE-FECHADO-EM
               MOVE SIGN-OPERADOR TO PE-APROVADO-POR
           END-IF.
           MOVE PERCTB-REC TO WRK-PER-NOVO.
           MOVE SPACES TO JRN-ANTES.
           MOVE 'N' TO WS-REG-ENCONTRADO.
           READ PERCTB
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = '00'
               SET REG-ENCONTRADO TO TRUE
               MOVE PERCTB-REC TO JRN-ANTES
               IF PE-SITUACAO = WRK-PER-NOVO(7:1)
                   DISPLAY 'O PERIODO JA ESTA NA SITUACAO PEDIDA - '
                       'NADA A POSTAR'
                   GO TO 2280-FECHA-PERCTB
               END-IF
           ELSE
               IF WRK-PER-NOVO(7:1) = 'A'
                   DISPLAY 'O PERIODO JA ESTA ABERTO - NADA A POSTAR'
                   GO TO 2280-FECHA-PERCTB
               END-IF
           END-IF.
           MOVE WRK-PER-NOVO TO PERCTB-REC.
           IF REG-ENCONTRADO
               REWRITE PERCTB-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'A' TO JRN-OPERACAO
           ELSE
               WRITE PERCTB-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'I' TO JRN-OPERACAO
           END-IF.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O PERCTB - STATUS '
                   WS-MASTER-STATUS
               GO TO 2280-FECHA-PERCTB
           END-IF.
           SET MUDANCA-APLICADA TO TRUE.
           MOVE 'APRMAINT' TO JRN-PROGRAMA.
           MOVE SIGN-OPERADOR TO JRN-OPERADOR.
           MOVE 'PERCTB  ' TO JRN-ARQUIVO.
           MOVE PEN-CHAVE TO JRN-CHAVE.
           MOVE PERCTB-REC TO JRN-DEPOIS.
           CALL 'GRVJRNL' USING AREA-GRVJRNL.
       2280-FECHA-PERCTB.
           CLOSE PERCTB.
       2280-POSTA-PERIODO-EXIT.
           EXIT.
      *LIMITE DE CHEQUE ESPECIAL APROVADO: SO O CT-LIMITE-CE DA CONTA
      *VIVA (JA LIDA) E TROCADO
       2290-APLICA-LIMITE SECTION.
           IF CT-ENCERRADA
               DISPLAY 'CONTA ENCERRADA - LIMITE NAO POSTADO'
               GO TO 2290-APLICA-LIMITE-EXIT
           END-IF.
           MOVE PEN-IMAGEM-NOVA(1:22) TO AREA-IMAGEM-LIMITE.
           MOVE IMG-LIMITE TO CT-LIMITE-CE.
           REWRITE CONTMSTR-REC
               INVALID KEY
                   DISPLAY 'REGISTRO NAO LOCALIZADO NO CONTMSTR'
           END-REWRITE.
           IF WS-MASTER-STATUS = '00'
               SET MUDANCA-APLICADA TO TRUE
           END-IF.
       2290-APLICA-LIMITE-EXIT.
           EXIT.
      *REATIVACAO APROVADA DE CONTA DORMENTE - A DATA DA APROVACAO
      *RECOMECA O PRAZO SEM MOVIMENTO DO DORMLOTE
       2295-REATIVA-CONTA SECTION.
           IF NOT CT-DORMENTE
               DISPLAY 'CONTA NAO ESTA MAIS DORMENTE'
               GO TO 2295-REATIVA-CONTA-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           SET CT-ATIVA TO TRUE.
           MOVE WRK-DATA-HOJE TO CT-DATA-REATIVA.
           REWRITE CONTMSTR-REC
               INVALID KEY
                   DISPLAY 'REGISTRO NAO LOCALIZADO NO CONTMSTR'
           END-REWRITE.
           IF WS-MASTER-STATUS = '00'
               SET MUDANCA-APLICADA TO TRUE
           END-IF.
       2295-REATIVA-CONTA-EXIT.
           EXIT.
      *RECUSA A PENDENCIA SEM TOCAR NO MESTRE
       2300-RECUSA SECTION.
           PERFORM 2000-BUSCA-PENDENCIA.

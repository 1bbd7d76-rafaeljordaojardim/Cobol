      *                FORMATO FIXO ARRASTAVA OS BRANCOS ATE A COLUNA
      *                72 PARA DENTRO DO TEXTO E O QUE-FAZER SAIA
      *                PICADO E TRUNCADO NO X(60).
      * 15/10/2026 RJJ MENSAGENS PADRAO MSG0006 A MSG0012, USADAS NAS
      *                NOTIFICACOES DA FILA NOTIFQ (VIGIASLA, RELACK,
      *                RELPEND, VERIFMST, VERIFREF E REGMES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGINQ.
               'SUPERVISOR DESBLOQUEIA NO OPERMAINT (3 SENHAS RUINS)'
               TO MC-ACAO.
           WRITE MSGCAT-REC.
           MOVE 'MSG0006' TO MC-ID.
           MOVE 'G' TO MC-SEVERIDADE.
           MOVE 'LIMITE DE SLA DA JANELA ESTOURADO' TO MC-TEXTO.
           MOVE 'ACIONE O PLANTAO - O RELATORIO DA MANHA VAI ATRASAR'
               TO MC-ACAO.
           WRITE MSGCAT-REC.
           MOVE 'MSG0007' TO MC-ID.
           MOVE 'A' TO MC-SEVERIDADE.
           MOVE 'PASSO PROJETADO PARA ESTOURAR O SLA' TO MC-TEXTO.
           MOVE 'ACOMPANHE O PASSO - NO RITMO HISTORICO PERDE O LIMITE'
               TO MC-ACAO.
           WRITE MSGCAT-REC.
           MOVE 'MSG0008' TO MC-ID.
           MOVE 'A' TO MC-SEVERIDADE.
           MOVE 'ALERTA AO RH SEM RESPOSTA NO PRAZO' TO MC-TEXTO.
           MOVE 'COBRE O RETORNO DO RH (ACKLOTE) - VEJA O RELACK'
               TO MC-ACAO.
           WRITE MSGCAT-REC.
           MOVE 'MSG0009' TO MC-ID.
           MOVE 'A' TO MC-SEVERIDADE.
           MOVE 'MUDANCA AGUARDANDO APROVACAO' TO MC-TEXTO.
           MOVE 'SUPERVISOR DECIDE NO APRMAINT - LISTA NO RELPEND'
               TO MC-ACAO.
           WRITE MSGCAT-REC.
           MOVE 'MSG0010' TO MC-ID.
           MOVE 'G' TO MC-SEVERIDADE.
           MOVE 'CADASTRO REPROVADO NA VERIFICACAO' TO MC-TEXTO.
           MOVE 'LOTE PARADO - RESTAURE O BACKUP (REPJRNL) E REEXECUTE'
               TO MC-ACAO.
           WRITE MSGCAT-REC.
           MOVE 'MSG0011' TO MC-ID.
           MOVE 'A' TO MC-SEVERIDADE.
           MOVE 'ORFAOS DE INTEGRIDADE REFERENCIAL' TO MC-TEXTO.
           MOVE 'CORRIJA AS REFERENCIAS LISTADAS NO RELORFA' TO MC-ACAO.
           WRITE MSGCAT-REC.
           MOVE 'MSG0012' TO MC-ID.
           MOVE 'A' TO MC-SEVERIDADE.
           MOVE 'PASSO MENSAL BARRADO - PERIODO FECHADO' TO MC-TEXTO.
           MOVE 'CONFIRA O FECHINQ - RERUN SO COM RUNPARM-FORCA-RERUN'
               TO MC-ACAO.
           WRITE MSGCAT-REC.
           CLOSE MSGCAT.
       1000-GARANTE-CATALOGO-EXIT.
           EXIT.

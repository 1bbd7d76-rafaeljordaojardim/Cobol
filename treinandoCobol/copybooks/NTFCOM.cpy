      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DA FILA UNICA DE NOTIFICACOES
      *          (SERVICO GRVNOTIF) - ESCALACAO DO VIGIASLA, ALERTA DO
      *          RH VENCIDO NO RELACK, APROVACAO PARADA NO RELPEND,
      *          PASSO MENSAL BARRADO NO REGMES, FALHA DO VERIFMST E
      *          DO VERIFREF E BLOQUEIO DE OPERADOR NO OPERSIGN SO
      *          VIRAVAM LINHA DE RELATORIO OU DE CONSOLE, E NINGUEM
      *          ERA AVISADO. AGORA CADA UM ANEXA UMA NOTIFICACAO
      *          PADRAO NA FILA NOTIFQ (GRUPO DESTINATARIO,
      *          SEVERIDADE, ID DO MSGCAT, TEXTO, PROGRAMA DE ORIGEM);
      *          O DESPNOT ENTREGA A FILA AO GATEWAY DE CORREIO
      *          USANDO O ARQUIVO DE GRUPOS GRUPNOT.
      *
      *          USAGE: COPY NA WORKING-STORAGE; MOVA GRUPO, ID,
      *          PROGRAMA, A CONDICAO (O QUE IDENTIFICA A OCORRENCIA:
      *          PASSO, OPERADOR, CHAVE...) E, SE QUISER, SEVERIDADE E
      *          TEXTO - EM BRANCO VEM DO MSGCAT - E CALL 'GRVNOTIF'
      *          USING AREA-GRVNOTIF. A MESMA CONDICAO (GRUPO + ID +
      *          PROGRAMA + CONDICAO) NO MESMO DIA NAO E ENFILEIRADA
      *          DE NOVO: RETORNO '02'. FALHA NA FILA E SO AVISADA
      *          ('08') - NOTIFICACAO NAO DERRUBA QUEM CHAMOU.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-GRVNOTIF.
           05 NTF-GRUPO        PIC X(008).
           05 NTF-SEVERIDADE   PIC X(001).
           05 NTF-MSG-ID       PIC X(007).
           05 NTF-PROGRAMA     PIC X(008).
           05 NTF-CONDICAO     PIC X(020).
           05 NTF-TEXTO        PIC X(060).
           05 NTF-RETORNO      PIC X(002).
               88 NTF-ENFILEIRADA   VALUE '00'.
               88 NTF-REPETIDA      VALUE '02'.
               88 NTF-SEM-FILA      VALUE '08'.

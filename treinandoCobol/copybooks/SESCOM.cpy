      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO CONTROLE DE SESSAO DE OPERADOR
      *          (SERVICO CTLSESS) - DEPOIS DO SIGN-ON NO OPERSIGN A
      *          SESSAO DO MENUPRIN FICAVA ABERTA PARA SEMPRE: TERMINAL
      *          ABANDONADO SIGNADO E O MESMO OP-ID ATIVO EM DOIS
      *          TERMINAIS, COM A TRILHA DE AUDITORIA SEM SABER QUAL
      *          DELES FEZ O QUE. O CADASTRO SESSMST GUARDA UMA SESSAO
      *          POR OPERADOR (TERMINAL, INICIO E ULTIMA ATIVIDADE); A
      *          SESSAO ENCERRADA VAI PARA O HISTORICO SESSLOG, LIDO
      *          PELO RELATORIO DIARIO RELSESS.
      *
      *          USAGE: COPY NA WORKING-STORAGE; MOVA A FUNCAO,
      *          OPERADOR, TERMINAL E PROGRAMA/FUNCAO DO MENU E CALL
      *          'CTLSESS' USING AREA-CTLSESS.
      *            'A' ABRE    - NO SIGN-ON. MESMO TERMINAL CONTINUA A
      *                          SESSAO; SESSAO OCIOSA ALEM DO LIMITE
      *                          DO RUNCTL (RUNPARM-MIN-OCIOSO) E
      *                          EXPIRADA E UMA NOVA E ABERTA; ATIVA
      *                          EM OUTRO TERMINAL DEVOLVE '10' COM O
      *                          TERMINAL EM SES-TERMINAL-ATIVO.
      *            'T' TOCA    - A CADA OPCAO DE MENU. SESSAO OCIOSA
      *                          ALEM DO LIMITE, LIBERADA OU DE OUTRO
      *                          TERMINAL DEVOLVE '20': NOVO SIGN-ON.
      *            'F' FECHA   - SAIDA NORMAL DO MENU.
      *            'L' LIBERA  - SUPERVISOR (SES-SUPERVISOR, JA
      *                          VALIDADO PELO CHAMADOR) DERRUBA A
      *                          SESSAO ATIVA DO OPERADOR.
      *          RETORNO '08' = SESSMST INDISPONIVEL: SO AVISADO, O
      *          CONTROLE DE SESSAO NAO DERRUBA O ATENDIMENTO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-CTLSESS.
           05 SES-FUNCAO         PIC X(001).
               88 SES-ABRE           VALUE 'A'.
               88 SES-TOCA           VALUE 'T'.
               88 SES-FECHA          VALUE 'F'.
               88 SES-LIBERA         VALUE 'L'.
           05 SES-OPERADOR       PIC X(006).
           05 SES-TERMINAL       PIC X(008).
           05 SES-PROGRAMA       PIC X(008).
           05 SES-SUPERVISOR     PIC X(006).
           05 SES-TERMINAL-ATIVO PIC X(008).
           05 SES-RETORNO        PIC X(002).
               88 SES-OK             VALUE '00'.
               88 SES-SEM-CONTROLE   VALUE '08'.
               88 SES-OUTRO-TERMINAL VALUE '10'.
               88 SES-EXPIRADA       VALUE '20'.

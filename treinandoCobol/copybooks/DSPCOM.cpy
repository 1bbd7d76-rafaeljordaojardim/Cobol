      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO SERVICO VERDISP - DIZ SE O
      *          QUIOSQUE/BALANCA DSPC-CODIGO ESTAVA COM A CALIBRACAO
      *          EM DIA NA DATA DSPC-DATA, CONFORME O CADASTRO DISPMSTR
      *          (LAYOUT DSPREC). USADO PELO PROGNOME E PELO PROGLOTE
      *          PARA SINALIZAR CADA MEDICAO GRAVADA NO HISTIMC, NO
      *          SAUDMED E NO SUSPIMC.
      *
      *          USAGE: COPY NA WORKING-STORAGE; CARREGUE O CODIGO E A
      *          DATA DA MEDICAO E CALL 'VERDISP' USING AREA-VERDISP.
      *          DSPC-SIT-CALIB VOLTA:
      *            S EM DIA (DATA ATE DSP-PROX-CALIB)
      *            V VENCIDA (DATA DEPOIS DE DSP-PROX-CALIB, OU
      *              DISPOSITIVO SEM CALIBRACAO VALIDA)
      *            D DESCONHECIDO (CODIGO NAO CADASTRADO, DISPOSITIVO
      *              INATIVO OU DISPMSTR INDISPONIVEL)
      *          RETORNO '00' ACHOU O DISPOSITIVO; '23' CODIGO NAO
      *          CADASTRADO; '08' DISPMSTR INDISPONIVEL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-VERDISP.
           05 DSPC-CODIGO      PIC X(005).
           05 DSPC-DATA        PIC 9(008).
           05 DSPC-SIT-CALIB   PIC X(001).
               88 DSPC-EM-DIA       VALUE 'S'.
               88 DSPC-VENCIDA      VALUE 'V'.
               88 DSPC-DESCONHECIDO VALUE 'D'.
           05 DSPC-LOCAL       PIC X(030).
           05 DSPC-PROX-CALIB  PIC 9(008).
           05 DSPC-SITUACAO    PIC X(001).
           05 DSPC-RETORNO     PIC X(002).
               88 DSPC-OK           VALUE '00'.
               88 DSPC-NAO-ACHOU    VALUE '23'.
               88 DSPC-ERRO         VALUE '08'.

      * Purpose: LAYOUT PADRAO DA LINHA DE REJEICAO DOS PROGRAMAS DE
      *          LOTE - CADA PROGRAMA GRAVA SEUS REGISTROS DE ENTRADA
      *          REJEITADOS NO SEU PROPRIO ARQUIVO (CALCREJ, FATREJ,
      *          MENORREJ, PARREJ, PROGREJ, IDADREJ, MOVREJ, FOLREJ),
      *          TODOS COM ESTE MESMO DESENHO, E O RELREJ NOTURNO JUNTA
      *          TUDO EM UM RELATORIO POR PROGRAMA E MOTIVO.
      *
      *          USAGE: COPY NA WORKING-STORAGE; MOVA O PROGRAM-ID,
      *          O MOTIVO E O REGISTRO ORIGINAL, E ESCREVA A LINHA DO
      *            CTA CONTA SEM CADASTRO OU
      *                ENCERRADA NO CONTMSTR     (PARLOTE)
      *            EXP EXPRESSAO MALFORMADA      (CALCLOTE)
      *            TIP TIPO DE MOVIMENTO RUIM    (MOVLOTE)
      *            VLR VALOR ZERADO              (MOVLOTE)
      *            SAL CONTA SEM LINHA NO SALDOS (MOVLOTE)
      *            SFD SALDO INSUFICIENTE        (MOVLOTE)
      *            TRF TRANSFERENCIA PARA A
      *                PROPRIA CONTA             (MOVLOTE)
      *            DRM CONTA DORMENTE            (MOVLOTE)
      *            NKI PAR N/K INVALIDO (K > N,
      *                NEGATIVO/NAO NUMERICO)    (FATLOTE)
      *            CAM SEM COTACAO DE CAMBIO     (CALCLOTE)
      *            COR CORRECAO MONETARIA SEM
      *                INDICE NO PERIODO OU COM
      *                DATAS INVALIDAS           (CALCLOTE)
      *            DUP ID JA CADASTRADO          (FOLCARGA)
      *            NOM NOME EM BRANCO, INVALIDO
      *                OU IGUAL AO CADASTRO      (FOLCARGA)
      *            DEP DEPARTAMENTO INEXISTENTE,
      *                INATIVO OU O MESMO        (FOLCARGA)
      *            EFT DATA EFETIVA INVALIDA,
      *                FUTURA OU ANTERIOR A
      *                LOTACAO VIGENTE           (FOLCARGA)
      *            PEN INATIVACAO JA PENDENTE NA
      *                FILA PENDMST              (FOLCARGA)
      *            GRV GRAVACAO RECUSADA NO
      *                EMPMSTR OU NO PENDMST     (FOLCARGA)
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 22/08/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ MOTIVOS DO MOVLOTE (TIP, VLR, SAL, SFD, TRF); O
      *                MOVLOTE TAMBEM USA NNM, CHK E CTA.
      * 15/10/2026 RJJ MOTIVO DRM (CONTA DORMENTE NO MOVLOTE).
      * 15/10/2026 RJJ MOTIVO NKI (COMBINACAO/ARRANJO DO FATLOTE); O
      *                FATLOTE TAMBEM USA OPI PARA TIPO DESCONHECIDO.
      * 15/10/2026 RJJ MOTIVO CAM (CONVERSAO DE MOEDA DO CALCLOTE).
      * 15/10/2026 RJJ MOTIVO COR (CORRECAO MONETARIA DO CALCLOTE).
      * 15/10/2026 RJJ MOTIVOS DO FOLCARGA (DUP, NOM, DEP, EFT, PEN,
      *                GRV); O FOLCARGA TAMBEM USA TIP, NNM, CAD E DTA.
      ******************************************************************
       01 REJ-DETALHE.
           05 RJD-PROGRAMA  PIC X(008).

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO SERVICO DE CORRECAO MONETARIA
      *          (CORRMON) - CORRIGE UM VALOR ENTRE UMA DATA INICIAL E
      *          UMA DATA FINAL PELA TABELA DE INDICES DE PRECOS
      *          INDICES: FATOR = INDICE DO MES DA DATA FINAL / INDICE
      *          DO MES DA DATA INICIAL, VALOR CORRIGIDO = VALOR X
      *          FATOR (ARREDONDADO NO CENTAVO). TODOS OS MESES DO
      *          PERIODO PRECISAM ESTAR NA TABELA - COM UM MES FALTANDO
      *          A CORRECAO E RECUSADA E O PRIMEIRO MES AUSENTE VOLTA
      *          EM CRM-MES-FALTANTE, SEM CHUTAR O INDICE.
      *
      *          CRM-RETORNO: '00' VALOR CORRIGIDO
      *                       '04' MES SEM INDICE NO PERIODO
      *                       '08' DATA INVALIDA OU FINAL ANTES DA
      *                            INICIAL
      *                       '12' TABELA INDICES INDISPONIVEL
      *                       '16' FATOR OU VALOR CORRIGIDO FORA DA
      *                            FAIXA DOS CAMPOS
      *          DATAS EM AAAAMMDD. CRM-RC DEVE RECEBER O RETURN-CODE
      *          CORRENTE ANTES DO CALL - O SUBPROGRAMA O REPOE ANTES
      *          DO GOBACK.
      *
      *          USAGE: COPY NA WORKING-STORAGE; CARREGUE CRM-VALOR,
      *          CRM-DATA-INI, CRM-DATA-FIM E CRM-RC E CALL 'CORRMON'
      *          USING AREA-CORRMON.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-CORRMON.
           05 CRM-VALOR          PIC S9(009)V9(002).
           05 CRM-DATA-INI       PIC 9(008).
           05 CRM-DATA-FIM       PIC 9(008).
           05 CRM-VALOR-CORRIGIDO PIC S9(009)V9(002).
           05 CRM-FATOR          PIC 9(003)V9(006).
           05 CRM-MES-FALTANTE   PIC 9(006).
           05 CRM-RETORNO        PIC X(002).
               88 CRM-CORRIGIDO        VALUE '00'.
               88 CRM-SEM-INDICE       VALUE '04'.
               88 CRM-DATA-INVALIDA    VALUE '08'.
               88 CRM-TABELA-INDISPONIVEL VALUE '12'.
               88 CRM-FORA-DA-FAIXA    VALUE '16'.
           05 CRM-RC             PIC 9(002).

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO SERVICO DE COTACAO DE CAMBIO
      *          (CAMUTIL) - DEVOLVE A TAXA EM REAIS DE UMA MOEDA NUMA
      *          DATA DE REFERENCIA, LIDA DA TABELA CAMBIO. DATA SEM
      *          COTACAO QUE NAO E DIA UTIL (FIM DE SEMANA OU FERIADO,
      *          PELO DIAUTIL) USA A COTACAO DO DIA UTIL ANTERIOR; DIA
      *          UTIL SEM COTACAO E ERRO - A TAXA FALTANDO NA TABELA
      *          NAO E ESCONDIDA PUXANDO A DO DIA DE ANTES.
      *
      *          CAM-RETORNO: '00' COTACAO DA PROPRIA DATA
      *                       '02' COTACAO DO DIA UTIL ANTERIOR
      *                       '08' SEM COTACAO OU DATA INVALIDA
      *                       '12' TABELA CAMBIO INDISPONIVEL
      *          CAM-DATA-TAXA DEVOLVE A DATA DA COTACAO USADA.
      *          DATAS EM AAAAMMDD. CAM-RC DEVE RECEBER O RETURN-CODE
      *          CORRENTE ANTES DO CALL - O SUBPROGRAMA O REPOE ANTES
      *          DO GOBACK.
      *
      *          USAGE: COPY NA WORKING-STORAGE; CARREGUE CAM-MOEDA,
      *          CAM-DATA-REF E CAM-RC E CALL 'CAMUTIL' USING
      *          AREA-CAMUTIL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-CAMUTIL.
           05 CAM-MOEDA        PIC X(003).
           05 CAM-DATA-REF     PIC 9(008).
           05 CAM-TAXA         PIC 9(003)V9(006).
           05 CAM-DATA-TAXA    PIC 9(008).
           05 CAM-RETORNO      PIC X(002).
               88 CAM-COTACAO-DO-DIA      VALUE '00'.
               88 CAM-DIA-UTIL-ANTERIOR   VALUE '02'.
               88 CAM-SEM-COTACAO         VALUE '08'.
               88 CAM-TABELA-INDISPONIVEL VALUE '12'.
           05 CAM-RC           PIC 9(002).

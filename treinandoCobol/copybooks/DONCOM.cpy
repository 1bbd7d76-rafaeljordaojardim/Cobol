      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AREA DE COMUNICACAO DO SERVICO DE PROPRIETARIO DE LOTE
      *          (DONOLOT) - DEVOLVE QUEM ERA O DONO DO LOTE NUMA DATA
      *          SEGUNDO O CADASTRO DE PROPRIEDADE PROPLOT. USADO PELOS
      *          AVISOS DE LANCAMENTO (AVALOTE) E DE REMEDICAO
      *          (GERORDEM), PELA LISTAGEM RELPROP E PELO PROPMAINT.
      *
      *          DON-LOTE         LOTE PROCURADO
      *          DON-DATA         DATA DE REFERENCIA (AAAAMMDD); ZEROS
      *                           = PROPRIETARIO ATUAL
      *          DON-RETORNO      '00' ACHOU, '04' LOTE SEM
      *                           PROPRIETARIO NA DATA, '08' PROPLOT
      *                           INDISPONIVEL
      *          DON-NOME, DON-TIPO-DOC, DON-DOCUMENTO E
      *          DON-DATA-INICIO  DADOS DO PERIODO DE POSSE ACHADO
      *          DON-RC DEVE RECEBER O RETURN-CODE CORRENTE ANTES DO
      *          CALL - O SUBPROGRAMA O REPOE ANTES DO GOBACK.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01 AREA-DONOLOT.
           05 DON-LOTE          PIC 9(006).
           05 DON-DATA          PIC 9(008).
           05 DON-RETORNO       PIC X(002).
               88 DON-ACHOU           VALUE '00'.
               88 DON-SEM-DONO        VALUE '04'.
               88 DON-INDISPONIVEL    VALUE '08'.
           05 DON-NOME          PIC X(030).
           05 DON-TIPO-DOC      PIC X(001).
           05 DON-DOCUMENTO     PIC 9(014).
           05 DON-DATA-INICIO   PIC 9(008).
           05 DON-RC            PIC 9(002).

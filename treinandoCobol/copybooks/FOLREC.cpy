      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: REGISTRO DO ARQUIVO DE MOVIMENTO DO CADASTRO FOLHAMOV,
      *          ENVIADO TODA NOITE PELO SISTEMA DA FOLHA DE PAGAMENTO E
      *          LIDO PELO FOLCARGA. LAYOUT FIXO DE 60 POSICOES NO
      *          MESMO DESENHO H/D/T DAS INTERFACES DO ALERTHR:
      *
      *          H - CABECALHO: DATA DO MOVIMENTO, IDENTIFICACAO DO
      *              LOTE NA FOLHA E SISTEMA DE ORIGEM
      *          D - DETALHE: UM MOVIMENTO DE FUNCIONARIO
      *                A ADMISSAO     (ID NOVO, NOME, DEPARTAMENTO,
      *                               NASCIMENTO, ADMISSAO; A DATA
      *                               EFETIVA ABRE A LOTACAO)
      *                N NOME         (ID, NOME NOVO)
      *                T TRANSFERENCIA (ID, DEPARTAMENTO NOVO, DATA
      *                               EFETIVA)
      *                D DESLIGAMENTO (ID, DATA EFETIVA)
      *              CAMPO NAO USADO PELO MOVIMENTO VEM ZERADO OU EM
      *              BRANCO; DATA EFETIVA ZERADA = DATA DO PROCESSAMENTO
      *          T - TRAILER: DATA E QUANTIDADE DE DETALHES
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  FOLHAMOV-REC.
           05 FM-TIPO              PIC X(001).
               88 FM-CABECALHO          VALUE 'H'.
               88 FM-DETALHE            VALUE 'D'.
               88 FM-TRAILER            VALUE 'T'.
           05 FM-DADOS             PIC X(059).
           05 FM-CAB REDEFINES FM-DADOS.
               10 FMH-DATA         PIC 9(008).
               10 FMH-LOTE         PIC X(010).
               10 FMH-ORIGEM       PIC X(008).
               10 FILLER           PIC X(033).
           05 FM-DET REDEFINES FM-DADOS.
               10 FMD-MOVIMENTO    PIC X(001).
                   88 FMD-ADMISSAO      VALUE 'A'.
                   88 FMD-NOME-NOVO     VALUE 'N'.
                   88 FMD-TRANSFERENCIA VALUE 'T'.
                   88 FMD-DESLIGAMENTO  VALUE 'D'.
               10 FMD-ID           PIC 9(006).
               10 FMD-NOME         PIC X(020).
               10 FMD-DEPTO        PIC 9(003).
               10 FMD-DATA-NASC    PIC 9(008).
               10 FMD-DATA-ADMIS   PIC 9(008).
               10 FMD-DATA-EFETIVA PIC 9(008).
               10 FILLER           PIC X(005).
           05 FM-TRL REDEFINES FM-DADOS.
               10 FMT-DATA         PIC 9(008).
               10 FMT-QTDE         PIC 9(007).
               10 FILLER           PIC X(044).

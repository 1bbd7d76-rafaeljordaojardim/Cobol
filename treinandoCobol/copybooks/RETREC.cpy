      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: REGISTRO DA POLITICA DE RETENCAO RETENCAO, LIDA PELO
      *          EXPURGO EXPCTRL DOS ARQUIVOS DE CONTROLE OPERACIONAL.
      *          UMA LINHA POR ARQUIVO, EDITADA COMO TEXTO (MESMO
      *          ESPIRITO DO FERIADO E DO RECORREN):
      *
      *              AUDITMST 024M A TRILHA DE AUDITORIA
      *              CTLEXEC  090D E CONTROLE DE EXECUCAO DO REGEXEC
      *
      *          RT-ARQUIVO: NOME DO ARQUIVO VIVO (SO OS QUE O EXPCTRL
      *                      CONHECE - AUDITMST, JRNMSTR, SIGNLOG,
      *                      ENTREGAS, ESTATRUN, CTLEXEC, EXECPLAN,
      *                      STATEXEC, RUNLOG, ESCALSLA, PASSTURN)
      *          RT-QTDE/RT-UNIDADE: QUANTO TEMPO O REGISTRO FICA NO
      *                      ARQUIVO VIVO, EM DIAS ('D') OU MESES
      *                      ('M') CONTADOS PARA TRAS A PARTIR DA
      *                      DATA DA RODADA
      *          RT-ACAO:    'A' = O VENCIDO VAI PARA O ARQUIVO MORTO
      *                      DATADO <ARQUIVO>-AAAAMMDD COM TRILHA DE
      *                      CONTROLE (TRLCOPY); 'E' = O VENCIDO E
      *                      SO ELIMINADO
      *          RT-DESCRICAO: LIVRE, SO PARA QUEM EDITA O ARQUIVO.
      *          LINHA EM BRANCO OU COM '*' NA COLUNA 1 E COMENTARIO.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  RETENCAO-REC.
           05 RT-ARQUIVO       PIC X(008).
           05 FILLER           PIC X(001).
           05 RT-QTDE          PIC 9(003).
           05 RT-UNIDADE       PIC X(001).
               88 RT-EM-DIAS        VALUE 'D'.
               88 RT-EM-MESES       VALUE 'M'.
           05 FILLER           PIC X(001).
           05 RT-ACAO          PIC X(001).
               88 RT-ARQUIVA        VALUE 'A'.
               88 RT-ELIMINA        VALUE 'E'.
           05 FILLER           PIC X(001).
           05 RT-DESCRICAO     PIC X(050).

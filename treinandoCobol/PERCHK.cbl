      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: TRAVA DE LANCAMENTO EM PERIODO CONTABIL FECHADO -
      *          SERVICO CHAMADO POR TODO PROGRAMA QUE GRAVA NO
      *          LANCTOS, LINHA A LINHA, ANTES DO WRITE. CONSULTA O
      *          MES DE LN-DATA NO CALENDARIO PERCTB (PERMAINT /
      *          APRMAINT); MES FECHADO MANDA O LANCAMENTO PARA O
      *          PRIMEIRO DIA DO PRIMEIRO PERIODO ABERTO SEGUINTE COM
      *          A MARCA DE AJUSTE, AVISA NO CONSOLE E ANEXA A LINHA AO
      *          LANREDIR PARA O RELREDIR - UMA REEXECUCAO ATRASADA DO
      *          JUROLOTE OU UM FECHAMENTO DE CAIXA ATRASADO NAO MEXE
      *          MAIS NO BALANCETE DE UM MES JA FECHADO E REPORTADO.
      *          SEM O PERCTB (NENHUM PERIODO FECHADO AINDA) TUDO ESTA
      *          ABERTO. VEJA O COPYBOOK PCKCOM.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCTB ASSIGN TO "PERCTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PE-ANOMES
               FILE STATUS IS WS-PERCTB-STATUS.
           SELECT LANREDIR ASSIGN TO "LANREDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANREDIR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERCTB.
       COPY PERREC.
       FD  LANREDIR.
       COPY LRDREC.
       WORKING-STORAGE SECTION.
       COPY LANREC.
       01 AREA-CONTROLE.
           05 WS-PERCTB-STATUS   PIC X(002) VALUE '00'.
           05 WS-LANREDIR-STATUS PIC X(002) VALUE '00'.
           05 WS-MES-FECHADO     PIC X(001) VALUE 'N'.
               88 MES-FECHADO        VALUE 'S'.
       01 AREA-PERIODO.
           05 WRK-ANOMES         PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-ANOMES.
               10 WRK-AM-AAAA    PIC 9(004).
               10 WRK-AM-MM      PIC 9(002).
           05 WRK-ANOMES-FECHADO PIC 9(006) VALUE ZEROS.
           05 CNT-MESES          PIC 9(003) VALUE ZEROS.
       LINKAGE SECTION.
       COPY PCKCOM.
       PROCEDURE DIVISION USING AREA-PERCHK.
       0000-MAINLINE.
           MOVE '00' TO PCK-RETORNO.
           MOVE PCK-LANCTO TO LANCTO-REC.
           MOVE SPACE TO LN-AJUSTE.
           MOVE ZEROS TO LN-DATA-ORIGINAL.
           MOVE LN-DATA(1:6) TO WRK-ANOMES.
           OPEN INPUT PERCTB.
           EVALUATE WS-PERCTB-STATUS
               WHEN '00'
                   PERFORM 1000-PROCURA-ABERTO
                   CLOSE PERCTB
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'AVISO: PERCTB INDISPONIVEL - STATUS '
                       WS-PERCTB-STATUS ' - LANCAMENTO DE '
                       PCK-PROGRAMA ' SEM TRAVA DE PERIODO'
                   MOVE '12' TO PCK-RETORNO
           END-EVALUATE.
           IF PCK-PERIODO-ABERTO AND WRK-ANOMES NOT = LN-DATA(1:6)
               PERFORM 2000-REDIRECIONA
           END-IF.
           MOVE LANCTO-REC TO PCK-LANCTO.
           MOVE PCK-RC TO RETURN-CODE.
           GOBACK.
      *A PARTIR DO MES DO LANCAMENTO, AVANCA MES A MES ENQUANTO O
      *PERIODO ESTIVER FECHADO - WRK-ANOMES TERMINA NO PRIMEIRO ABERTO
       1000-PROCURA-ABERTO SECTION.
           MOVE ZEROS TO CNT-MESES.
           PERFORM 1100-LE-PERIODO.
           PERFORM UNTIL NOT MES-FECHADO OR CNT-MESES >= 120
               IF WRK-AM-MM = 12
                   ADD 1 TO WRK-AM-AAAA
                   MOVE 1 TO WRK-AM-MM
               ELSE
                   ADD 1 TO WRK-AM-MM
               END-IF
               ADD 1 TO CNT-MESES
               PERFORM 1100-LE-PERIODO
           END-PERFORM.
           IF MES-FECHADO
               DISPLAY 'AVISO: NENHUM PERIODO ABERTO DEPOIS DE '
                   LN-DATA(1:6) ' - LANCAMENTO DE ' PCK-PROGRAMA
                   ' GRAVADO SEM REDIRECIONAR'
               MOVE LN-DATA(1:6) TO WRK-ANOMES
               MOVE '08' TO PCK-RETORNO
           END-IF.
       1000-PROCURA-ABERTO-EXIT.
           EXIT.
      *LE O PERIODO WRK-ANOMES - SEM REGISTRO E ABERTO
       1100-LE-PERIODO SECTION.
           MOVE 'N' TO WS-MES-FECHADO.
           MOVE WRK-ANOMES TO PE-ANOMES.
           READ PERCTB
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PERCTB-STATUS = '00' AND PE-FECHADO
               SET MES-FECHADO TO TRUE
           END-IF.
       1100-LE-PERIODO-EXIT.
           EXIT.
      *MOVE O LANCAMENTO PARA O DIA 1 DO PERIODO ABERTO, MARCA O
      *AJUSTE E ANEXA A LINHA NO LANREDIR
       2000-REDIRECIONA SECTION.
           MOVE '04' TO PCK-RETORNO.
           MOVE LN-DATA(1:6) TO WRK-ANOMES-FECHADO.
           MOVE LN-DATA TO LN-DATA-ORIGINAL.
           COMPUTE LN-DATA = (WRK-ANOMES * 100) + 1.
           SET LN-REDIRECIONADO TO TRUE.
           DISPLAY 'PERIODO ' WRK-ANOMES-FECHADO ' FECHADO - '
               'LANCAMENTO DE ' PCK-PROGRAMA ' DE ' LN-DATA-ORIGINAL
               ' REDIRECIONADO PARA ' LN-DATA.
           OPEN EXTEND LANREDIR.
           IF WS-LANREDIR-STATUS = '35'
               OPEN OUTPUT LANREDIR
           END-IF.
           IF WS-LANREDIR-STATUS NOT = '00'
               DISPLAY 'AVISO: LANREDIR INDISPONIVEL - STATUS '
                   WS-LANREDIR-STATUS ' - REDIRECIONAMENTO SEM '
                   'REGISTRO'
           ELSE
               ACCEPT LR-DATA-REDIR FROM DATE YYYYMMDD
               ACCEPT LR-HORA-REDIR FROM TIME
               MOVE PCK-PROGRAMA TO LR-PROGRAMA
               MOVE WRK-ANOMES-FECHADO TO LR-PERIODO-FECHADO
               MOVE LANCTO-REC TO LR-LANCTO
               WRITE LANREDIR-REC
               CLOSE LANREDIR
           END-IF.
       2000-REDIRECIONA-EXIT.
           EXIT.
       END PROGRAM PERCHK.

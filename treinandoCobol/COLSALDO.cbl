      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: COLETA DO SALDONOV SOBRE O SALDOS NA JANELA NOTURNA -
      *          O MOVLOTE, O JUROLOTE, O TARLOTE E O CTRLOTE LEEM O
      *          SALDOS E GRAVAM O SALDO ATUALIZADO NO SALDONOV, QUE
      *          ERA COLETADO NA MAO ENTRE UM E OUTRO. ESTE PASSO,
      *          LIBERADO NO PLANJOB PELO RC DO PASSO QUE GEROU O
      *          SALDONOV (COLMOV DEPOIS DO MOVLOTE, COLJUR DEPOIS DO
      *          JUROLOTE, COLTAR DEPOIS DO TARLOTE, COLCTR DEPOIS DO
      *          CTRLOTE), GUARDA O SALDOS ATUAL NO
      *          SALDOANT E COPIA O SALDONOV POR CIMA DO SALDOS. SEM
      *          SALDONOV, OU COM ELE VAZIO, O SALDOS NAO E TOCADO E O
      *          PASSO TERMINA COM RC-ERRO PARA SEGURAR OS SEGUINTES.
      *          PARA DESFAZER UMA COLETA, COPIE O SALDOANT DE VOLTA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ TAMBEM COLETA O SALDONOV DO TARLOTE (PASSO
      *                COLTAR) E DO CTRLOTE (PASSO COLCTR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLSALDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDONOV ASSIGN TO "SALDONOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDONOV-STATUS.
           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT SALDOANT ASSIGN TO "SALDOANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOANT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALDONOV.
       01  SALDONOV-REC PIC X(023).
       FD  SALDOS.
       01  SALDOS-REC   PIC X(023).
       FD  SALDOANT.
       01  SALDOANT-REC PIC X(023).
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       01 AREA-CONTROLE.
           05 WS-SALDONOV-STATUS PIC X(002) VALUE '00'.
           05 WS-SALDOS-STATUS   PIC X(002) VALUE '00'.
           05 WS-SALDOANT-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO     PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO         VALUE 'S'.
       01 AREA-CONTADORES.
           05 CNT-NOVOS          PIC 9(007) VALUE ZEROS.
           05 CNT-GUARDADOS      PIC 9(007) VALUE ZEROS.
           05 CNT-COLETADOS      PIC 9(007) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-CONFERE-SALDONOV
           IF RETURN-CODE = RC-SUCESSO
               PERFORM 2000-GUARDA-SALDOS
               PERFORM 3000-COLETA-SALDONOV
               DISPLAY 'SALDOS ANTERIOR GUARDADO: ' CNT-GUARDADOS
               DISPLAY 'SALDOS COLETADOS........: ' CNT-COLETADOS
           END-IF
           GOBACK.
      *O SALDONOV TEM DE EXISTIR E TER PELO MENOS UMA CONTA
       1000-CONFERE-SALDONOV SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           OPEN INPUT SALDONOV.
           IF WS-SALDONOV-STATUS NOT = '00'
               DISPLAY 'COLSALDO: SALDONOV INDISPONIVEL - STATUS '
                   WS-SALDONOV-STATUS ' - SALDOS NAO COLETADO'
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 1000-CONFERE-SALDONOV-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ SALDONOV
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-NOVOS
               END-READ
           END-PERFORM.
           CLOSE SALDONOV.
           IF CNT-NOVOS = ZEROS
               DISPLAY 'COLSALDO: SALDONOV VAZIO - SALDOS NAO COLETADO'
               MOVE RC-ERRO TO RETURN-CODE
           END-IF.
       1000-CONFERE-SALDONOV-EXIT.
           EXIT.
      *COPIA O SALDOS ATUAL PARA O SALDOANT (SALDOS AUSENTE DEIXA O
      *SALDOANT VAZIO)
       2000-GUARDA-SALDOS SECTION.
           OPEN OUTPUT SALDOANT.
           OPEN INPUT SALDOS.
           IF WS-SALDOS-STATUS = '00'
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ SALDOS
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           ADD 1 TO CNT-GUARDADOS
                           WRITE SALDOANT-REC FROM SALDOS-REC
                   END-READ
               END-PERFORM
               CLOSE SALDOS
           END-IF.
           CLOSE SALDOANT.
       2000-GUARDA-SALDOS-EXIT.
           EXIT.
      *REGRAVA O SALDOS COM O CONTEUDO DO SALDONOV
       3000-COLETA-SALDONOV SECTION.
           OPEN INPUT SALDONOV.
           OPEN OUTPUT SALDOS.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ SALDONOV
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-COLETADOS
                       WRITE SALDOS-REC FROM SALDONOV-REC
               END-READ
           END-PERFORM.
           CLOSE SALDOS.
           CLOSE SALDONOV.
           MOVE RC-SUCESSO TO RETURN-CODE.
       3000-COLETA-SALDONOV-EXIT.
           EXIT.
       END PROGRAM COLSALDO.

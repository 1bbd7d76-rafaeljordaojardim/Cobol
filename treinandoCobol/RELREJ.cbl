      * Date: 22/08/2026
      * Purpose: CONSOLIDADO NOTURNO DE REJEICOES - JUNTA OS ARQUIVOS
      *          PADRAO DE REJEICAO DOS PROGRAMAS DE LOTE (CALCREJ,
      *          FATREJ, MENORREJ, PARREJ, PROGREJ, IDADREJ, MOVREJ,
      *          FOLREJ, NO LAYOUT REJDET) EM UM RELATORIO UNICO: O
      *          DETALHE DE CADA ARQUIVO E DEPOIS OS TOTAIS POR PROGRAMA
      *          E MOTIVO, PARA O PROBLEMA DE DADOS SER CORRIGIDO NA
      *          ORIGEM EM VEZ DE ENCOLHER A SAIDA EM SILENCIO. ARQUIVO
      *          DE REJEICAO AUSENTE E TRATADO COMO VAZIO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *                PARA MONTAR O ANO DO TIMBRE FOI REMOVIDA.
      * 22/08/2026 RJJ FIRST VERSION. RC-AVISO QUANDO HOUVE QUALQUER
      *                REJEICAO NO DIA, RC-SUCESSO QUANDO TUDO LIMPO.
      * 15/10/2026 RJJ INCLUIDO O MOVREJ, ARQUIVO DE REJEICAO DA
      *                POSTAGEM DE DEPOSITOS/SAQUES/TRANSFERENCIAS DO
      *                MOVLOTE.
      * 15/10/2026 RJJ INCLUIDO O FOLREJ, ARQUIVO DE REJEICAO DA CARGA
      *                DO MOVIMENTO DA FOLHA DE PAGAMENTO (FOLCARGA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREJ.
           SELECT IDADREJ ASSIGN TO "IDADREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT MOVREJ ASSIGN TO "MOVREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT FOLREJ ASSIGN TO "FOLREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT RELREJ ASSIGN TO "RELREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01  PROGREJ-REC PIC X(080).
       FD  IDADREJ.
       01  IDADREJ-REC PIC X(080).
       FD  MOVREJ.
       01  MOVREJ-REC PIC X(080).
       FD  FOLREJ.
       01  FOLREJ-REC PIC X(080).
       FD  RELREJ.
       01  REL-LINHA PIC X(080).
       WORKING-STORAGE SECTION.
           PERFORM 2400-LE-PARREJ
           PERFORM 2500-LE-PROGREJ
           PERFORM 2600-LE-IDADREJ
           PERFORM 2700-LE-MOVREJ
           PERFORM 2800-LE-FOLREJ
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O RELATORIO E ESCREVE O TIMBRE
           END-IF.
       2600-LE-IDADREJ-EXIT.
           EXIT.
      *LE O ARQUIVO DE REJEICAO DO MOVLOTE
       2700-LE-MOVREJ SECTION.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           OPEN INPUT MOVREJ.
           IF WS-REJ-STATUS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ MOVREJ
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE MOVREJ-REC TO REJ-DETALHE
                           PERFORM 2000-PROCESSA-LINHA
                   END-READ
               END-PERFORM
               CLOSE MOVREJ
           END-IF.
       2700-LE-MOVREJ-EXIT.
           EXIT.
      *LE O ARQUIVO DE REJEICAO DO FOLCARGA
       2800-LE-FOLREJ SECTION.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           OPEN INPUT FOLREJ.
           IF WS-REJ-STATUS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ FOLREJ
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           MOVE FOLREJ-REC TO REJ-DETALHE
                           PERFORM 2000-PROCESSA-LINHA
                   END-READ
               END-PERFORM
               CLOSE FOLREJ
           END-IF.
       2800-LE-FOLREJ-EXIT.
           EXIT.
      *ESCREVE OS TOTAIS POR PROGRAMA/MOTIVO E O TOTAL GERAL
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CONVERSAO DO CADASTRO LOTMSTR PARA O LAYOUT COM A ZONA
      *          FISCAL - O LOTREC GANHOU O LT-ZONA E O TAMANHO DO
      *          REGISTRO MUDOU, ENTAO O ARQUIVO EXISTENTE NAO ABRE NO
      *          LAYOUT NOVO. RODADA DA CONVERSAO: OPERACOES RENOMEIA O
      *          LOTMSTR ATUAL PARA LOTMSTRV, ESTE UTILITARIO LE O
      *          LOTMSTRV NO LAYOUT ANTIGO E RECONSTROI O LOTMSTR NO
      *          LAYOUT NOVO COM A ZONA ZERADA; A ZONA DE CADA LOTE E
      *          INFORMADA DEPOIS NO LOTMAINT (OPCAO ALTERAR ZONA).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTMSTRV ASSIGN TO "LOTMSTRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-LOTE-ANT
               FILE STATUS IS WS-LOTMSTRV-STATUS.
           SELECT LOTMSTR ASSIGN TO "LOTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOTE
               FILE STATUS IS WS-LOTMSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTMSTRV.
      *LAYOUT ANTIGO DO LOTMSTR, SEM A ZONA
       01  LOTMSTRV-REC.
           05 LV-LOTE-ANT        PIC 9(006).
           05 LV-DESCRICAO-ANT   PIC X(030).
           05 LV-SITUACAO-ANT    PIC X(001).
       FD  LOTMSTR.
       COPY LOTREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       01 AREA-CONTROLE.
           05 WS-LOTMSTRV-STATUS PIC X(002) VALUE '00'.
           05 WS-LOTMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-LOTMSTRV    PIC X(001) VALUE 'N'.
               88 FIM-LOTMSTRV        VALUE 'S'.
       01 CNT-CONVERTIDOS        PIC 9(007) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-LOTMSTRV
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O ANTIGO PARA LEITURA E CRIA O NOVO DO ZERO
       1000-INICIALIZA SECTION.
           OPEN INPUT LOTMSTRV.
           IF WS-LOTMSTRV-STATUS NOT = '00'
               DISPLAY 'LOTMSTRV NAO ENCONTRADO - STATUS '
                   WS-LOTMSTRV-STATUS
               DISPLAY 'RENOMEIE O LOTMSTR ATUAL PARA LOTMSTRV '
                   'ANTES DE RODAR A CONVERSAO'
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               SET FIM-LOTMSTRV TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN OUTPUT LOTMSTR.
           IF WS-LOTMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR O LOTMSTR NOVO - STATUS '
                   WS-LOTMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               SET FIM-LOTMSTRV TO TRUE
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *CONVERTE UM REGISTRO DO LAYOUT ANTIGO PARA O NOVO
       2000-PROCESSA SECTION.
           READ LOTMSTRV NEXT
               AT END
                   SET FIM-LOTMSTRV TO TRUE
               NOT AT END
                   MOVE LV-LOTE-ANT      TO LT-LOTE
                   MOVE LV-DESCRICAO-ANT TO LT-DESCRICAO
                   MOVE LV-SITUACAO-ANT  TO LT-SITUACAO
                   MOVE ZEROS            TO LT-ZONA
                   WRITE LOTMSTR-REC
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                               LT-LOTE
                   END-WRITE
                   ADD 1 TO CNT-CONVERTIDOS
           END-READ.
       2000-PROCESSA-EXIT.
           EXIT.
      *FECHA E RESUME
       3000-FINALIZA SECTION.
           IF WS-LOTMSTRV-STATUS NOT = '35'
              AND WS-LOTMSTRV-STATUS NOT = '91'
               CLOSE LOTMSTRV
           END-IF.
           IF WS-LOTMSTR-STATUS = '00'
               CLOSE LOTMSTR
           END-IF.
           DISPLAY 'REGISTROS CONVERTIDOS: ' CNT-CONVERTIDOS.
           DISPLAY 'INFORME A ZONA DE CADA LOTE NO LOTMAINT'.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM LOTCONV.

      *                CALCAREA E PERIMETRO PASSARAM A POSTAR, EM VEZ
      *                DE VARRER O TEXTO RESAREA - E A CONSULTA MOSTRA
      *                TAMBEM A FORMA E A TERCEIRA DIMENSAO.
      * 15/10/2026 RJJ A CONSULTA MOSTRA TAMBEM A LINHAGEM DO LOTE NO
      *                LOTLIN (DESMEMBRAMENTOS E UNIFICACOES DO
      *                LOTMAINT): TODOS OS ANCESTRAIS, SUBINDO PELA
      *                CHAVE ALTERNADA DO FILHO, E TODOS OS
      *                DESCENDENTES, DESCENDO PELO PAI, COM O NIVEL DE
      *                CADA UM - LOTE QUE APARECE DO NADA NO GEOMSTR
      *                PASSA A TER DE ONDE VEIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEINQ.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-LOTE
               FILE STATUS IS WS-LEVANT-STATUS.
           SELECT LOTLIN  ASSIGN TO "LOTLIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               ALTERNATE RECORD KEY IS LG-FILHO
                   WITH DUPLICATES
               FILE STATUS IS WS-LOTLIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GEOMSTR.
       COPY GEOREC.
       FD  LEVANT.
       COPY LEVREC.
       FD  LOTLIN.
       COPY LINREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       01 WRK-LOTE        PIC 9(006) VALUE ZEROS.
           05 WS-LEVANT-ACHADO  PIC X(001) VALUE 'N'.
               88 LEVANT-ENCONTRADO  VALUE 'S'.
           05 WRK-QTD-MEDICOES  PIC 9(005) VALUE ZEROS.
           05 WS-LOTLIN-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-LOTLIN     PIC X(001) VALUE 'N'.
               88 FIM-LOTLIN         VALUE 'S'.
           05 WS-SENTIDO        PIC X(001) VALUE SPACE.
               88 SOBE-ANCESTRAIS    VALUE 'A'.
               88 DESCE-DESCENDENTES VALUE 'D'.
      *FILA DA VARREDURA DA LINHAGEM (NIVEL 0 = O LOTE CONSULTADO); UM
      *LOTE QUE CHEGA POR DOIS CAMINHOS ENTRA UMA VEZ SO
       01 AREA-LINHAGEM.
           05 FL-ENTRADA OCCURS 200 TIMES.
               10 FL-LOTE       PIC 9(006).
               10 FL-NIVEL      PIC 9(003).
           05 WRK-QTD-FILA      PIC 9(003) VALUE ZEROS.
           05 IX-FILA           PIC 9(003) VALUE ZEROS.
           05 IX-BUSCA          PIC 9(003) VALUE ZEROS.
           05 WRK-LOTE-ATUAL    PIC 9(006) VALUE ZEROS.
           05 WRK-LOTE-ACHADO   PIC 9(006) VALUE ZEROS.
           05 WRK-JA-NA-FILA    PIC X(001) VALUE 'N'.
               88 JA-NA-FILA         VALUE 'S'.
           05 WRK-TIPO-EDT      PIC X(014) VALUE SPACES.
       01 GM-EDIT.
           05 GM-AREA-EDT       PIC ZZZZZ9.99.
           05 GM-PERIM-EDT      PIC ZZZZZ9.99.
           IF WRK-LOTE NOT = ZEROS
               PERFORM 2100-MOSTRA-LEVANT
               PERFORM 2200-MOSTRA-MEDICOES
               PERFORM 2300-MOSTRA-LINHAGEM
           END-IF.
       2000-CONSULTA-LOTE-EXIT.
           EXIT.
           END-IF.
       2200-MOSTRA-MEDICOES-EXIT.
           EXIT.
      *MOSTRA ANCESTRAIS E DESCENDENTES DO LOTE NO LOTLIN
       2300-MOSTRA-LINHAGEM SECTION.
           OPEN INPUT LOTLIN.
           IF WS-LOTLIN-STATUS NOT = '00'
               DISPLAY 'NENHUMA LINHAGEM REGISTRADA (LOTLIN)'
               GO TO 2300-MOSTRA-LINHAGEM-EXIT
           END-IF.
           DISPLAY 'ANCESTRAIS DO LOTE ' WRK-LOTE ':'.
           SET SOBE-ANCESTRAIS TO TRUE.
           PERFORM 2310-VARRE-LINHAGEM.
           DISPLAY 'DESCENDENTES DO LOTE ' WRK-LOTE ':'.
           SET DESCE-DESCENDENTES TO TRUE.
           PERFORM 2310-VARRE-LINHAGEM.
           CLOSE LOTLIN.
       2300-MOSTRA-LINHAGEM-EXIT.
           EXIT.
      *VARRE A LINHAGEM NO SENTIDO PEDIDO, NIVEL A NIVEL
       2310-VARRE-LINHAGEM SECTION.
           MOVE 1        TO WRK-QTD-FILA.
           MOVE WRK-LOTE TO FL-LOTE(1).
           MOVE ZEROS    TO FL-NIVEL(1).
           PERFORM VARYING IX-FILA FROM 1 BY 1
                   UNTIL IX-FILA > WRK-QTD-FILA
               MOVE FL-LOTE(IX-FILA) TO WRK-LOTE-ATUAL
               PERFORM 2320-PARENTES-DIRETOS
           END-PERFORM.
           IF WRK-QTD-FILA = 1
               DISPLAY '  NENHUM'
           END-IF.
       2310-VARRE-LINHAGEM-EXIT.
           EXIT.
      *PAIS (SUBINDO) OU FILHOS (DESCENDO) DE WRK-LOTE-ATUAL: MOSTRA E
      *POE NA FILA OS QUE AINDA NAO ESTAO NELA
       2320-PARENTES-DIRETOS SECTION.
           MOVE 'N' TO WS-FIM-LOTLIN.
           IF SOBE-ANCESTRAIS
               MOVE WRK-LOTE-ATUAL TO LG-FILHO
               START LOTLIN KEY = LG-FILHO
                   INVALID KEY
                       SET FIM-LOTLIN TO TRUE
               END-START
           ELSE
               MOVE WRK-LOTE-ATUAL TO LG-PAI
               MOVE ZEROS          TO LG-FILHO
               START LOTLIN KEY >= LG-CHAVE
                   INVALID KEY
                       SET FIM-LOTLIN TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL FIM-LOTLIN
               READ LOTLIN NEXT
                   AT END
                       SET FIM-LOTLIN TO TRUE
                   NOT AT END
                       IF SOBE-ANCESTRAIS
                           IF LG-FILHO NOT = WRK-LOTE-ATUAL
                               SET FIM-LOTLIN TO TRUE
                           ELSE
                               MOVE LG-PAI TO WRK-LOTE-ACHADO
                           END-IF
                       ELSE
                           IF LG-PAI NOT = WRK-LOTE-ATUAL
                               SET FIM-LOTLIN TO TRUE
                           ELSE
                               MOVE LG-FILHO TO WRK-LOTE-ACHADO
                           END-IF
                       END-IF
                       IF NOT FIM-LOTLIN
                           PERFORM 2330-ENFILEIRA
                       END-IF
               END-READ
           END-PERFORM.
       2320-PARENTES-DIRETOS-EXIT.
           EXIT.
      *MOSTRA O PARENTE ACHADO E O POE NA FILA UM NIVEL ABAIXO/ACIMA
       2330-ENFILEIRA SECTION.
           MOVE 'N' TO WRK-JA-NA-FILA.
           PERFORM VARYING IX-BUSCA FROM 1 BY 1
                   UNTIL IX-BUSCA > WRK-QTD-FILA
               IF FL-LOTE(IX-BUSCA) = WRK-LOTE-ACHADO
                   SET JA-NA-FILA TO TRUE
               END-IF
           END-PERFORM.
           IF JA-NA-FILA
               GO TO 2330-ENFILEIRA-EXIT
           END-IF.
           IF WRK-QTD-FILA = 200
               DISPLAY '  LINHAGEM LONGA DEMAIS - LISTA INTERROMPIDA'
               GO TO 2330-ENFILEIRA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-FILA.
           MOVE WRK-LOTE-ACHADO TO FL-LOTE(WRK-QTD-FILA).
           COMPUTE FL-NIVEL(WRK-QTD-FILA) = FL-NIVEL(IX-FILA) + 1.
           IF LG-DESMEMBRAMENTO
               MOVE 'DESMEMBRAMENTO' TO WRK-TIPO-EDT
           ELSE
               MOVE 'UNIFICACAO'     TO WRK-TIPO-EDT
           END-IF.
           DISPLAY '  NIVEL ' FL-NIVEL(WRK-QTD-FILA)
               '  LOTE ' WRK-LOTE-ACHADO
               '  ' WRK-TIPO-EDT ' EM ' LG-DATA
               ' (' LG-PAI ' -> ' LG-FILHO ')'.
       2330-ENFILEIRA-EXIT.
           EXIT.
       END PROGRAM LOTEINQ.

      *                COORDENADAS X/Y DE CADA UM EM SEQUENCIA; O
      *                GEOCALC FECHA AREA E PERIMETRO E O GEOMSTR
      *                GUARDA A QUANTIDADE DE VERTICES (GM-QTD-VERT).
      * 15/10/2026 RJJ A POSTAGEM NO GEOMSTR E O AVANCO DO LOTE NO
      *                LOTMSTR TAMBEM SAO ANEXADOS AO DIARIO AVANCADO
      *                JRNMSTR (CALL 'GRVJRNL', VEJA JRNCOM) COM AS
      *                IMAGENS ANTES/DEPOIS; A REMEDICAO DO MESMO DIA
      *                LE O REGISTRO ANTES DE REGRAVAR, PARA O DIARIO
      *                TER A IMAGEM ANTERIOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAREA.
           05 WRK-ORDEM-NUM     PIC 9(005) VALUE ZEROS.
           05 WRK-ORDEM-PRIO    PIC 9(001) VALUE 9.
       COPY GEOCOM.
       COPY JRNCOM.
      *MEDICAO NOVA GUARDADA ENQUANTO O GEOMSTR E LIDO PARA O DIARIO
       01 WS-GEO-NOVO      PIC X(062) VALUE SPACES.
      *TOTAIS DA SESSAO MULTI-LOTE
       01 AREA-SESSAO.
           05 WS-QTD-SESSAO    PIC 9(003) VALUE ZEROS.
               END-READ
               IF WS-LOTMSTR-STATUS = '00'
                  AND (LT-REGISTRADO OR LT-LEVANTADO)
                   MOVE LOTMSTR-REC TO JRN-ANTES
                   SET LT-MEDIDO TO TRUE
                   REWRITE LOTMSTR-REC
                   IF WS-LOTMSTR-STATUS = '00'
                       MOVE 'CALCAREA' TO JRN-PROGRAMA
                       MOVE LNK-OPERADOR TO JRN-OPERADOR
                       MOVE 'LOTMSTR ' TO JRN-ARQUIVO
                       MOVE 'A' TO JRN-OPERACAO
                       MOVE SPACES TO JRN-CHAVE
                       MOVE LT-LOTE TO JRN-CHAVE(1:6)
                       MOVE LOTMSTR-REC TO JRN-DEPOIS
                       CALL 'GRVJRNL' USING AREA-GRVJRNL
                   END-IF
               END-IF
               CLOSE LOTMSTR
           END-IF.
           MOVE WS-PERIMETRO  TO GM-PERIMETRO.
           MOVE LNK-OPERADOR  TO GM-OPERADOR.
           MOVE GEO-QTD-VERT  TO GM-QTD-VERT.
           MOVE GEOMSTR-REC   TO WS-GEO-NOVO.
           READ GEOMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-GEOMSTR-STATUS = '00'
               MOVE GEOMSTR-REC TO JRN-ANTES
               MOVE WS-GEO-NOVO TO GEOMSTR-REC
               MOVE 'A' TO JRN-OPERACAO
               REWRITE GEOMSTR-REC
           ELSE
               MOVE SPACES TO JRN-ANTES
               MOVE WS-GEO-NOVO TO GEOMSTR-REC
               MOVE 'I' TO JRN-OPERACAO
               WRITE GEOMSTR-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-GEOMSTR-STATUS = '00'
               MOVE 'CALCAREA' TO JRN-PROGRAMA
               MOVE LNK-OPERADOR TO JRN-OPERADOR
               MOVE 'GEOMSTR ' TO JRN-ARQUIVO
               MOVE SPACES TO JRN-CHAVE
               MOVE GM-CHAVE TO JRN-CHAVE(1:14)
               MOVE GEOMSTR-REC TO JRN-DEPOIS
               CALL 'GRVJRNL' USING AREA-GRVJRNL
           END-IF.
           CLOSE GEOMSTR.
           PERFORM 7600-AVANCA-LOTE.
           PERFORM 7700-FECHA-ORDEM.

      *                AUTORIZACAO VERAUTH (MATRIZ AUTMSTR DO
      *                AUTMAINT): O OPERADOR PRECISA DA PERMISSAO DA
      *                FUNCAO, NAO MAIS SO DE UMA LETRA DE PERFIL.
      * 15/10/2026 RJJ LOTE INCLUIDO A MAO NASCE SEM EMPREITEIRA (SO O
      *                LEVCARGA GRAVA LV-EMPREITEIRA) E A ALTERACAO A
      *                PRESERVA; A CONSULTA MOSTRA A EMPREITEIRA. AS
      *                IMAGENS DO LEVJRNL PASSAM A 34 BYTES (LINHA DE
      *                90).
      * 15/10/2026 RJJ O AVANCO DA SITUACAO DO LOTE NO LOTMSTR PARA
      *                LEVANTADO TAMBEM E ANEXADO AO DIARIO AVANCADO
      *                JRNMSTR (CALL 'GRVJRNL'), COMO A GRAVACAO NO
      *                LEVANT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVMAINT.
       FD  LEVANT.
       COPY LEVREC.
       FD  LEVJRNL.
       01  JRN-LINHA PIC X(090).
       FD  LOTMSTR.
       COPY LOTREC.
       WORKING-STORAGE SECTION.
               88 LOTE-VALIDO            VALUE 'S'.
      *IMAGENS ANTES/DEPOIS DO REGISTRO PARA O DIARIO DE ALTERACOES
       01 AREA-IMAGENS.
           05 WRK-IMAGEM-ANTES  PIC X(034) VALUE SPACES.
           05 WRK-IMAGEM-DEPOIS PIC X(034) VALUE SPACES.
       01 JRN-DETALHE.
           05 JD-DATA      PIC 9(006).
           05 FILLER       PIC X(001) VALUE SPACE.
           05 FILLER       PIC X(001) VALUE SPACE.
           05 JD-OPERACAO  PIC X(001).
           05 FILLER       PIC X(001) VALUE SPACE.
           05 JD-ANTES     PIC X(034).
           05 FILLER       PIC X(001) VALUE SPACE.
           05 JD-DEPOIS    PIC X(034).
       01 LEV-EDIT.
           05 LEV-AREA-EDT      PIC ZZZZZ9.99.
           05 LEV-PERIM-EDT     PIC ZZZZZ9.99.
               MOVE WRK-AREA      TO LV-AREA
               MOVE WRK-PERIMETRO TO LV-PERIMETRO
               MOVE WRK-DATA-HOJE TO LV-DATA-CADASTRO
               MOVE SPACES        TO LV-EMPREITEIRA
               MOVE SPACES TO WRK-IMAGEM-ANTES
               MOVE LEVANT-REC TO WRK-IMAGEM-DEPOIS
               WRITE LEVANT-REC
       2070-AVANCA-SITUACAO SECTION.
           IF LOTMSTR-NO-AR AND WS-LOTMSTR-STATUS = '00'
              AND LT-REGISTRADO
               MOVE LOTMSTR-REC TO JRN-ANTES
               SET LT-LEVANTADO TO TRUE
               REWRITE LOTMSTR-REC
               IF WS-LOTMSTR-STATUS = '00'
                   MOVE 'LEVMAINT' TO JRN-PROGRAMA
                   MOVE SIGN-OPERADOR TO JRN-OPERADOR
                   MOVE 'LOTMSTR ' TO JRN-ARQUIVO
                   MOVE 'A' TO JRN-OPERACAO
                   MOVE SPACES TO JRN-CHAVE
                   MOVE LT-LOTE TO JRN-CHAVE(1:6)
                   MOVE LOTMSTR-REC TO JRN-DEPOIS
                   CALL 'GRVJRNL' USING AREA-GRVJRNL
               END-IF
           END-IF.
       2070-AVANCA-SITUACAO-EXIT.
           EXIT.
               DISPLAY 'LOTE......: ' LV-LOTE
               DISPLAY 'AREA......: ' LEV-AREA-EDT
               DISPLAY 'PERIMETRO.: ' LEV-PERIM-EDT
               DISPLAY 'EMPREIT...: ' LV-EMPREITEIRA
           END-IF.
       2400-CONSULTA-EXIT.
           EXIT.

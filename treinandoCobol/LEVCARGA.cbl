      *                'I' E A ENTREGA DE CORRECAO COMO 'A' COM A
      *                IMAGEM ANTES; SEM ISSO UMA CARGA DA EMPREITEIRA
      *                SUMIA NO REPLAY DO REPJRNL.
      * 15/10/2026 RJJ A LINHA H DO EXTRATO PASSA A TRAZER O CODIGO DA
      *                EMPREITEIRA (H;<ID>;<EMPREITEIRA>), CONFERIDO NO
      *                CADASTRO EMTMSTR (EMTMAINT) E GRAVADO EM CADA
      *                LOTE ACEITO NO LEVANT (LV-EMPREITEIRA). CADA
      *                LINHA DE LOTE PROCESSADA E ANEXADA AO REGISTRO
      *                DE ENTREGAS LEVFAT (LOTE NOVO, RELEVANTAMENTO OU
      *                REJEITADA COM O MOTIVO) PARA O EXTRATO MENSAL DE
      *                COBRANCA RELEMPT. EMPREITEIRA AUSENTE, FORA DO
      *                CADASTRO OU INATIVA NAO IMPEDE A CARGA, MAS
      *                AVISA E SAI COM RC-AVISO.
      * 15/10/2026 RJJ O AVANCO DA SITUACAO DO LOTE NO LOTMSTR PARA
      *                LEVANTADO TAMBEM E ANEXADO AO DIARIO AVANCADO
      *                JRNMSTR (CALL 'GRVJRNL'), COMO A GRAVACAO NO
      *                LEVANT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVCARGA.
               FILE STATUS IS WS-LOTMSTR-STATUS.
           SELECT LEVACK ASSIGN TO "LEVACK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMTMSTR ASSIGN TO "EMTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ET-CODIGO
               FILE STATUS IS WS-EMTMSTR-STATUS.
           SELECT LEVFAT ASSIGN TO "LEVFAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVFAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEVEXT.
       COPY LOTREC.
       FD  LEVACK.
       01  ACK-LINHA PIC X(040).
       FD  EMTMSTR.
       COPY EMTREC.
       FD  LEVFAT.
       COPY LFTREC.
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
           05 WS-LOTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-LOTMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 LOTMSTR-NO-AR      VALUE 'S'.
           05 WS-EMTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-EMTMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 EMTMSTR-NO-AR      VALUE 'S'.
           05 WS-LEVFAT-STATUS  PIC X(002) VALUE '00'.
           05 WS-LEVFAT-NO-AR   PIC X(001) VALUE 'N'.
               88 LEVFAT-NO-AR       VALUE 'S'.
           05 WS-EMPREIT-OK     PIC X(001) VALUE 'N'.
               88 EMPREITEIRA-VALIDA VALUE 'S'.
       01 AREA-CAMPOS-EXTRATO.
           05 WRK-CAMPO-LOTE    PIC X(014) VALUE SPACES.
           05 WRK-CAMPO-AREA    PIC X(014) VALUE SPACES.
      *ACUSE DE RECEBIMENTO DA TRANSMISSAO
       01 AREA-ACUSE.
           05 WRK-TRANSM-ID     PIC X(010) VALUE SPACES.
           05 WRK-EMPREITEIRA   PIC X(004) VALUE SPACES.
           05 WS-TEM-TRANSM     PIC X(001) VALUE 'N'.
               88 TEM-TRANSMISSAO    VALUE 'S'.
           05 WRK-CAMPO-TIPO    PIC X(002) VALUE SPACES.
               DISPLAY 'AVISO: LOTMSTR INDISPONIVEL - VALIDACAO DE '
                   'LOTE PULADA'
           END-IF.
           OPEN INPUT EMTMSTR.
           IF WS-EMTMSTR-STATUS = '00'
               SET EMTMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: EMTMSTR INDISPONIVEL - EMPREITEIRA NAO '
                   'CONFERIDA'
           END-IF.
           OPEN EXTEND LEVFAT.
           IF WS-LEVFAT-STATUS = '35'
               OPEN OUTPUT LEVFAT
           END-IF.
           IF WS-LEVFAT-STATUS = '00'
               SET LEVFAT-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: LEVFAT INDISPONIVEL - STATUS '
                   WS-LEVFAT-STATUS ' - ENTREGAS NAO REGISTRADAS'
           END-IF.
           OPEN OUTPUT RELLEVC.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           END-IF.
           MOVE 'S' TO WS-LINHA-OK.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-LOTE.
           MOVE SPACES TO WRK-CAMPO-LOTE WRK-CAMPO-AREA
               WRK-CAMPO-PERIM.
           UNSTRING LEVEXT-REC DELIMITED BY ';'
                   MOVE CNT-LIDAS  TO TAB-REJ-LINHA(REJ-QTDE)
                   MOVE WRK-MOTIVO TO TAB-REJ-MOTIVO(REJ-QTDE)
               END-IF
               MOVE 'X' TO LF-TIPO
               PERFORM 2300-REGISTRA-ENTREGA
           END-IF.
           PERFORM 1100-LE-LEVEXT.
       2000-PROCESSA-EXIT.
           EXIT.
      *GUARDA O ID DA TRANSMISSAO E A EMPREITEIRA DA LINHA DE
      *CABECECO H;<ID>;<EMPREITEIRA> E CONFERE A EMPREITEIRA NO EMTMSTR
       2050-GUARDA-TRANSMISSAO SECTION.
           MOVE SPACES TO WRK-CAMPO-TIPO.
           MOVE SPACES TO WRK-TRANSM-ID.
           MOVE SPACES TO WRK-EMPREITEIRA.
           UNSTRING LEVEXT-REC DELIMITED BY ';'
               INTO WRK-CAMPO-TIPO WRK-TRANSM-ID WRK-EMPREITEIRA.
           IF WRK-TRANSM-ID NOT = SPACES
               SET TEM-TRANSMISSAO TO TRUE
           END-IF.
           MOVE 'N' TO WS-EMPREIT-OK.
           IF WRK-EMPREITEIRA = SPACES
               DISPLAY 'AVISO: LINHA H SEM CODIGO DE EMPREITEIRA'
               GO TO 2050-GUARDA-TRANSMISSAO-EXIT
           END-IF.
           IF NOT EMTMSTR-NO-AR
               SET EMPREITEIRA-VALIDA TO TRUE
               GO TO 2050-GUARDA-TRANSMISSAO-EXIT
           END-IF.
           MOVE WRK-EMPREITEIRA TO ET-CODIGO.
           READ EMTMSTR
               INVALID KEY
                   DISPLAY 'AVISO: EMPREITEIRA ' WRK-EMPREITEIRA
                       ' FORA DO CADASTRO EMTMSTR'
               NOT INVALID KEY
                   IF ET-INATIVA
                       DISPLAY 'AVISO: EMPREITEIRA ' WRK-EMPREITEIRA
                           ' INATIVA NO EMTMSTR'
                   ELSE
                       SET EMPREITEIRA-VALIDA TO TRUE
                   END-IF
           END-READ.
       2050-GUARDA-TRANSMISSAO-EXIT.
           EXIT.
      *VALIDA OS TRES CAMPOS DA LINHA E A DUPLICATA DENTRO DA CARGA
           MOVE WRK-LOTE      TO LV-LOTE.
           MOVE WRK-AREA      TO LV-AREA.
           MOVE WRK-PERIMETRO TO LV-PERIMETRO.
           MOVE WRK-EMPREITEIRA TO LV-EMPREITEIRA.
           IF LOTE-JA-NO-LEVANT
               MOVE WRK-DATA-ORIG TO LV-DATA-CADASTRO
           ELSE
               REWRITE LEVANT-REC
               ADD 1 TO CNT-ATUALIZADAS
               MOVE "ATUALIZ. " TO DET-SITUACAO
               MOVE 'R' TO LF-TIPO
           ELSE
               WRITE LEVANT-REC
               ADD 1 TO CNT-ACEITAS
               MOVE "ACEITA   " TO DET-SITUACAO
               MOVE 'N' TO LF-TIPO
           END-IF.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 2300-REGISTRA-ENTREGA.
           MOVE 'LEVCARGA' TO JRN-PROGRAMA.
           MOVE SPACES TO JRN-OPERADOR.
           MOVE 'LEVANT  ' TO JRN-ARQUIVO.
           WRITE REL-LINHA FROM REL-DETALHE.
           IF LOTMSTR-NO-AR AND WS-LOTMSTR-STATUS = '00'
              AND LT-REGISTRADO
               MOVE LOTMSTR-REC TO JRN-ANTES
               SET LT-LEVANTADO TO TRUE
               REWRITE LOTMSTR-REC
               IF WS-LOTMSTR-STATUS = '00'
                   MOVE 'LEVCARGA' TO JRN-PROGRAMA
                   MOVE SPACES TO JRN-OPERADOR
                   MOVE 'LOTMSTR ' TO JRN-ARQUIVO
                   MOVE 'A' TO JRN-OPERACAO
                   MOVE SPACES TO JRN-CHAVE
                   MOVE LT-LOTE TO JRN-CHAVE(1:6)
                   MOVE LOTMSTR-REC TO JRN-DEPOIS
                   CALL 'GRVJRNL' USING AREA-GRVJRNL
               END-IF
           END-IF.
       2200-GRAVA-LEVANT-EXIT.
           EXIT.
      *ANEXA A LINHA PROCESSADA AO REGISTRO DE ENTREGAS LEVFAT (O
      *CHAMADOR JA MOVEU O TIPO PARA LF-TIPO)
       2300-REGISTRA-ENTREGA SECTION.
           IF NOT LEVFAT-NO-AR
               GO TO 2300-REGISTRA-ENTREGA-EXIT
           END-IF.
           MOVE AS-DATA-LONGA   TO LF-DATA.
           MOVE WRK-TRANSM-ID   TO LF-TRANSMISSAO.
           MOVE WRK-EMPREITEIRA TO LF-EMPREITEIRA.
           MOVE CNT-LIDAS       TO LF-LINHA.
           MOVE WRK-LOTE        TO LF-LOTE.
           MOVE WRK-MOTIVO      TO LF-MOTIVO.
           MOVE LEVEXT-REC      TO LF-CONTEUDO.
           WRITE LEVFAT-REC.
       2300-REGISTRA-ENTREGA-EXIT.
           EXIT.
      *FECHA OS ARQUIVOS E ESCREVE OS TOTAIS DA CRITICA
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           IF LOTMSTR-NO-AR
               CLOSE LOTMSTR
           END-IF.
           IF EMTMSTR-NO-AR
               CLOSE EMTMSTR
           END-IF.
           IF LEVFAT-NO-AR
               CLOSE LEVFAT
           END-IF.
           PERFORM 3100-EMITE-ACUSE.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               IF CNT-REJEITADAS > ZEROS OR CNT-LIDAS = ZEROS
                  OR NOT TEM-TRANSMISSAO OR NOT EMPREITEIRA-VALIDA
                  OR NOT LEVFAT-NO-AR
                   MOVE RC-AVISO TO RETURN-CODE
               ELSE
                   MOVE RC-SUCESSO TO RETURN-CODE

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: AVALIACAO ANUAL DOS LOTES E LANCAMENTO DO IMPOSTO
      *          TERRITORIAL - PARA O ANO PEDIDO (AAAA), CADA LOTE NAO
      *          APOSENTADO DO LOTMSTR E AVALIADO PELA ULTIMA AREA
      *          MEDIDA NO GEOMSTR (GM-AREA DA MEDICAO MAIS RECENTE ATE
      *          31/12 DO ANO) OU, SE O LOTE NUNCA FOI MEDIDO, PELA
      *          AREA DO LEVANTAMENTO (LV-AREA NO LEVANT), VEZES O
      *          VALOR DO METRO QUADRADO DA ZONA DO LOTE NO ANO
      *          (ZONMSTR); O IMPOSTO E A ALIQUOTA DA ZONA SOBRE O
      *          VALOR VENAL. GRAVA O ARQUIVO DE LANCAMENTO IPTUFAT (UM
      *          REGISTRO POR LOTE AVALIADO) E O REGISTRO DE AVALIACAO
      *          RELAVAL EM ORDEM DE ZONA E LOTE, COM TOTAL POR ZONA E
      *          GERAL. LOTE SEM ZONA, SEM LINHA DA ZONA NO ANO OU SEM
      *          AREA SAI NO RELAVAL COM O MOTIVO E NAO E LANCADO. ANTES
      *          A AVALIACAO ERA FEITA EM PLANILHA EM CIMA DO RELREC.
      *          CADA LOTE LANCADO RECEBE UM AVISO DE LANCAMENTO NO
      *          AVISOIPT, ENDERECADO AO PROPRIETARIO ATUAL (DONOLOT).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ AVISO DE LANCAMENTO POR LOTE NO AVISOIPT (MESMO
      *                FORMATO DAS CARTAS DO TAXAVISO) COM O NOME DO
      *                PROPRIETARIO ATUAL TIRADO DO PROPLOT PELO
      *                DONOLOT, QUE TAMBEM VAI PARA O IPTUFAT. LOTE SEM
      *                DONO REGISTRADO RECEBE O AVISO "AO PROPRIETARIO
      *                DO LOTE" E DEIXA O RETORNO EM AVISO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTMSTR ASSIGN TO "LOTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-LOTE
               FILE STATUS IS WS-LOTMSTR-STATUS.
           SELECT GEOMSTR ASSIGN TO "GEOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-CHAVE
               FILE STATUS IS WS-GEOMSTR-STATUS.
           SELECT LEVANT ASSIGN TO "LEVANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-LOTE
               FILE STATUS IS WS-LEVANT-STATUS.
           SELECT ZONMSTR ASSIGN TO "ZONMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZN-CHAVE
               FILE STATUS IS WS-ZONMSTR-STATUS.
           SELECT IPTUFAT ASSIGN TO "IPTUFAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IPTUFAT-STATUS.
           SELECT RELAVAL ASSIGN TO "RELAVAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVISOIPT ASSIGN TO "AVISOIPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVALSORT ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  LOTMSTR.
       COPY LOTREC.
       FD  GEOMSTR.
       COPY GEOREC.
       FD  LEVANT.
       COPY LEVREC.
       FD  ZONMSTR.
       COPY ZONREC.
       FD  IPTUFAT.
       COPY IPTREC.
       FD  RELAVAL.
       01  REL-LINHA PIC X(100).
       FD  AVISOIPT.
       01  CARTA-LINHA PIC X(090).
       SD  AVALSORT.
       01  AVS-REC.
           05 AVS-ZONA           PIC 9(003).
           05 AVS-LOTE           PIC 9(006).
           05 AVS-ZONA-DESC      PIC X(020).
           05 AVS-ORIGEM         PIC X(001).
           05 AVS-AREA           PIC 9(006)V99.
           05 AVS-VALOR-M2       PIC 9(007)V99.
           05 AVS-VALOR-VENAL    PIC 9(011)V99.
           05 AVS-ALIQUOTA       PIC 9(002)V9(004).
           05 AVS-IMPOSTO        PIC 9(009)V99.
           05 AVS-MOTIVO         PIC X(030).
           05 AVS-DESCRICAO      PIC X(030).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY DONCOM.
       01 AREA-CONTROLE.
           05 WS-LOTMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-GEOMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-LEVANT-STATUS   PIC X(002) VALUE '00'.
           05 WS-ZONMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-IPTUFAT-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-LOTMSTR     PIC X(001) VALUE 'N'.
               88 FIM-LOTMSTR         VALUE 'S'.
           05 WS-FIM-GEOMSTR     PIC X(001) VALUE 'N'.
               88 FIM-GEOMSTR         VALUE 'S'.
           05 WS-FIM-SORT        PIC X(001) VALUE 'N'.
               88 FIM-SORT            VALUE 'S'.
           05 WS-LOTMSTR-ABERTO  PIC X(001) VALUE 'N'.
               88 LOTMSTR-NO-AR       VALUE 'S'.
           05 WS-ZONMSTR-ABERTO  PIC X(001) VALUE 'N'.
               88 ZONMSTR-NO-AR       VALUE 'S'.
           05 WS-GEOMSTR-ABERTO  PIC X(001) VALUE 'N'.
               88 GEOMSTR-NO-AR       VALUE 'S'.
           05 WS-LEVANT-ABERTO   PIC X(001) VALUE 'N'.
               88 LEVANT-NO-AR        VALUE 'S'.
       01 AREA-PARAMETRO.
           05 WRK-ANO            PIC 9(004) VALUE ZEROS.
           05 WRK-DATA-LIMITE    PIC 9(008) VALUE ZEROS.
       01 AREA-CALCULO.
           05 WRK-AREA           PIC 9(006)V99 VALUE ZEROS.
           05 WRK-ORIGEM         PIC X(001) VALUE SPACE.
           05 WRK-ZONA-QUEBRA    PIC 9(003) VALUE ZEROS.
       01 AREA-CARTA.
           05 WRK-DESTINATARIO   PIC X(030) VALUE SPACES.
           05 WRK-DOC-EDT        PIC X(019) VALUE SPACES.
           05 WRK-AREA-EDT       PIC ZZZ,ZZ9.99.
           05 WRK-VENAL-EDT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WRK-ALIQ-EDT       PIC Z9.9999.
           05 WRK-IMPOSTO-EDT    PIC ZZZ,ZZZ,ZZ9.99.
       01 AREA-TOTAIS.
           05 CNT-LIDOS          PIC 9(007) VALUE ZEROS.
           05 CNT-APOSENTADOS    PIC 9(007) VALUE ZEROS.
           05 CNT-LANCADOS       PIC 9(007) VALUE ZEROS.
           05 CNT-PENDENTES      PIC 9(007) VALUE ZEROS.
           05 CNT-PELA-MEDICAO   PIC 9(007) VALUE ZEROS.
           05 CNT-PELO-LEVANT    PIC 9(007) VALUE ZEROS.
           05 CNT-AVISOS         PIC 9(007) VALUE ZEROS.
           05 CNT-AVISOS-SEM-DONO PIC 9(007) VALUE ZEROS.
           05 TZ-LOTES           PIC 9(007) VALUE ZEROS.
           05 TZ-AREA            PIC 9(009)V99 VALUE ZEROS.
           05 TZ-VALOR-VENAL     PIC 9(013)V99 VALUE ZEROS.
           05 TZ-IMPOSTO         PIC 9(011)V99 VALUE ZEROS.
           05 TG-AREA            PIC 9(009)V99 VALUE ZEROS.
           05 TG-VALOR-VENAL     PIC 9(013)V99 VALUE ZEROS.
           05 TG-IMPOSTO         PIC 9(011)V99 VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER       PIC X(047) VALUE
               'REGISTRO DE AVALIACAO DE LOTES E IMPOSTO - ANO '.
           05 CAB0-ANO     PIC 9(004).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(008) VALUE 'LOTE'.
           05 FILLER   PIC X(002) VALUE 'O'.
           05 FILLER   PIC X(010) VALUE '      AREA'.
           05 FILLER   PIC X(011) VALUE '   VALOR M2'.
           05 FILLER   PIC X(016) VALUE '     VALOR VENAL'.
           05 FILLER   PIC X(008) VALUE '  ALIQ%'.
           05 FILLER   PIC X(013) VALUE '      IMPOSTO'.
       01 REL-ZONA.
           05 FILLER        PIC X(005) VALUE 'ZONA '.
           05 ZON-CODIGO    PIC 9(003).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 ZON-DESCRICAO PIC X(020).
       01 REL-DETALHE.
           05 DET-LOTE      PIC 9(006).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-ORIGEM    PIC X(001).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-AREA      PIC ZZZZZ9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-VALOR-M2  PIC Z(6)9.99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-VENAL     PIC Z(10)9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-ALIQUOTA  PIC Z9.9999.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-IMPOSTO   PIC Z(8)9.99.
       01 REL-PENDENTE.
           05 PND-LOTE      PIC 9(006).
           05 FILLER        PIC X(004) VALUE SPACES.
           05 FILLER        PIC X(015) VALUE 'NAO LANCADO - '.
           05 PND-MOTIVO    PIC X(030).
       01 REL-TOTAL.
           05 TOT-ROTULO    PIC X(010).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 TOT-AREA      PIC Z(8)9.99.
           05 FILLER        PIC X(012) VALUE SPACES.
           05 TOT-VENAL     PIC Z(12)9.99.
           05 FILLER        PIC X(009) VALUE SPACES.
           05 TOT-IMPOSTO   PIC Z(10)9.99.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 TOT-LOTES     PIC Z(6)9.
           05 FILLER        PIC X(006) VALUE ' LOTES'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE < RC-ERRO
               SORT AVALSORT
                   ON ASCENDING KEY AVS-ZONA AVS-LOTE
                   INPUT PROCEDURE IS 2000-AVALIA-LOTES
                   OUTPUT PROCEDURE IS 3000-IMPRIME
           END-IF
           PERFORM 9000-FINALIZA
           GOBACK.
      *PEDE O ANO E ABRE OS CADASTROS
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           DISPLAY 'ANO DO LANCAMENTO DO IMPOSTO (AAAA)'.
           ACCEPT WRK-ANO.
           IF WRK-ANO NOT NUMERIC OR WRK-ANO < 1900
               DISPLAY 'ANO INVALIDO - USE AAAA'
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           COMPUTE WRK-DATA-LIMITE = WRK-ANO * 10000 + 1231.
           OPEN INPUT LOTMSTR.
           IF WS-LOTMSTR-STATUS NOT = '00'
               DISPLAY 'LOTMSTR INDISPONIVEL - STATUS '
                   WS-LOTMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           SET LOTMSTR-NO-AR TO TRUE.
           OPEN INPUT ZONMSTR.
           IF WS-ZONMSTR-STATUS NOT = '00'
               DISPLAY 'ZONMSTR INDISPONIVEL - STATUS '
                   WS-ZONMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           SET ZONMSTR-NO-AR TO TRUE.
           OPEN INPUT GEOMSTR.
           IF WS-GEOMSTR-STATUS = '00'
               SET GEOMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: GEOMSTR INDISPONIVEL - STATUS '
                   WS-GEOMSTR-STATUS ' - SO AREA LEVANTADA'
           END-IF.
           OPEN INPUT LEVANT.
           IF WS-LEVANT-STATUS = '00'
               SET LEVANT-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: LEVANT INDISPONIVEL - STATUS '
                   WS-LEVANT-STATUS ' - SO AREA MEDIDA'
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *AVALIA CADA LOTE NAO APOSENTADO E PASSA PARA O SORT
       2000-AVALIA-LOTES SECTION.
           PERFORM UNTIL FIM-LOTMSTR
               READ LOTMSTR NEXT
                   AT END
                       SET FIM-LOTMSTR TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-LIDOS
                       IF LT-APOSENTADO
                           ADD 1 TO CNT-APOSENTADOS
                       ELSE
                           PERFORM 2100-AVALIA-LOTE
                       END-IF
               END-READ
           END-PERFORM.
       2000-AVALIA-LOTES-EXIT.
           EXIT.
      *AREA, ZONA, VALOR VENAL E IMPOSTO DE UM LOTE
       2100-AVALIA-LOTE SECTION.
           MOVE LT-LOTE TO AVS-LOTE.
           MOVE LT-ZONA TO AVS-ZONA.
           MOVE LT-DESCRICAO TO AVS-DESCRICAO.
           MOVE SPACES  TO AVS-ZONA-DESC.
           MOVE SPACES  TO AVS-MOTIVO.
           MOVE ZEROS   TO AVS-AREA AVS-VALOR-M2 AVS-VALOR-VENAL
                           AVS-ALIQUOTA AVS-IMPOSTO.
           PERFORM 2200-BUSCA-AREA.
           MOVE WRK-ORIGEM TO AVS-ORIGEM.
           MOVE WRK-AREA   TO AVS-AREA.
           IF LT-ZONA = ZEROS
               MOVE 'LOTE SEM ZONA FISCAL' TO AVS-MOTIVO
               GO TO 2100-AVALIA-LOTE-LIBERA
           END-IF.
           MOVE LT-ZONA TO ZN-ZONA.
           MOVE WRK-ANO TO ZN-ANO.
           READ ZONMSTR
               INVALID KEY
                   MOVE 'ZONA SEM VALOR NO ANO' TO AVS-MOTIVO
                   GO TO 2100-AVALIA-LOTE-LIBERA
           END-READ.
           MOVE ZN-DESCRICAO TO AVS-ZONA-DESC.
           IF WRK-ORIGEM = SPACE
               MOVE 'SEM AREA MEDIDA NEM LEVANTADA' TO AVS-MOTIVO
               GO TO 2100-AVALIA-LOTE-LIBERA
           END-IF.
           MOVE ZN-VALOR-M2 TO AVS-VALOR-M2.
           MOVE ZN-ALIQUOTA TO AVS-ALIQUOTA.
           COMPUTE AVS-VALOR-VENAL ROUNDED = WRK-AREA * ZN-VALOR-M2.
           COMPUTE AVS-IMPOSTO ROUNDED =
               AVS-VALOR-VENAL * ZN-ALIQUOTA / 100.
       2100-AVALIA-LOTE-LIBERA.
           RELEASE AVS-REC.
       2100-AVALIA-LOTE-EXIT.
           EXIT.
      *ULTIMA AREA MEDIDA ATE O FIM DO ANO (GEOMSTR EM ORDEM DE LOTE E
      *DATA) E, NA FALTA DELA, A AREA DO LEVANTAMENTO
       2200-BUSCA-AREA SECTION.
           MOVE ZEROS TO WRK-AREA.
           MOVE SPACE TO WRK-ORIGEM.
           IF GEOMSTR-NO-AR
               MOVE 'N' TO WS-FIM-GEOMSTR
               MOVE LT-LOTE TO GM-LOTE
               MOVE ZEROS   TO GM-DATA
               START GEOMSTR KEY >= GM-CHAVE
                   INVALID KEY
                       SET FIM-GEOMSTR TO TRUE
               END-START
               PERFORM UNTIL FIM-GEOMSTR
                   READ GEOMSTR NEXT
                       AT END
                           SET FIM-GEOMSTR TO TRUE
                       NOT AT END
                           IF GM-LOTE NOT = LT-LOTE
                              OR GM-DATA > WRK-DATA-LIMITE
                               SET FIM-GEOMSTR TO TRUE
                           ELSE
                               IF GM-AREA > ZEROS
                                   MOVE GM-AREA TO WRK-AREA
                                   MOVE 'M'     TO WRK-ORIGEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-ORIGEM = 'M'
               ADD 1 TO CNT-PELA-MEDICAO
               GO TO 2200-BUSCA-AREA-EXIT
           END-IF.
           IF NOT LEVANT-NO-AR
               GO TO 2200-BUSCA-AREA-EXIT
           END-IF.
           MOVE LT-LOTE TO LV-LOTE.
           READ LEVANT
               INVALID KEY
                   GO TO 2200-BUSCA-AREA-EXIT
           END-READ.
           IF LV-AREA > ZEROS
               MOVE LV-AREA TO WRK-AREA
               MOVE 'L'     TO WRK-ORIGEM
               ADD 1 TO CNT-PELO-LEVANT
           END-IF.
       2200-BUSCA-AREA-EXIT.
           EXIT.
      *GRAVA O IPTUFAT E O RELAVAL EM ORDEM DE ZONA E LOTE
       3000-IMPRIME SECTION.
           OPEN OUTPUT IPTUFAT.
           OPEN OUTPUT RELAVAL.
           OPEN OUTPUT AVISOIPT.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE WRK-ANO TO CAB0-ANO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           PERFORM UNTIL FIM-SORT
               RETURN AVALSORT
                   AT END
                       SET FIM-SORT TO TRUE
                   NOT AT END
                       PERFORM 3100-LINHA-LOTE
               END-RETURN
           END-PERFORM.
           IF CNT-LANCADOS + CNT-PENDENTES > ZEROS
               PERFORM 3200-TOTAL-ZONA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL GERAL'  TO TOT-ROTULO.
           MOVE TG-AREA        TO TOT-AREA.
           MOVE TG-VALOR-VENAL TO TOT-VENAL.
           MOVE TG-IMPOSTO     TO TOT-IMPOSTO.
           MOVE CNT-LANCADOS   TO TOT-LOTES.
           WRITE REL-LINHA FROM REL-TOTAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOTES LIDOS................: ' CNT-LIDOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'APOSENTADOS (FORA).........: ' CNT-APOSENTADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LANCADOS...................: ' CNT-LANCADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'AREA DA ULTIMA MEDICAO.....: ' CNT-PELA-MEDICAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'AREA DO LEVANTAMENTO.......: ' CNT-PELO-LEVANT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'NAO LANCADOS (VER MOTIVO)..: ' CNT-PENDENTES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'AVISOS DE LANCAMENTO.......: ' CNT-AVISOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'AVISOS SEM DONO REGISTRADO.: ' CNT-AVISOS-SEM-DONO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE IPTUFAT.
           CLOSE RELAVAL.
           CLOSE AVISOIPT.
           IF CNT-PENDENTES > ZEROS OR CNT-AVISOS-SEM-DONO > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           END-IF.
       3000-IMPRIME-EXIT.
           EXIT.
      *UM LOTE DO SORT: QUEBRA DE ZONA, LANCAMENTO OU PENDENCIA
       3100-LINHA-LOTE SECTION.
           IF CNT-LANCADOS + CNT-PENDENTES = ZEROS
              OR AVS-ZONA NOT = WRK-ZONA-QUEBRA
               IF CNT-LANCADOS + CNT-PENDENTES > ZEROS
                   PERFORM 3200-TOTAL-ZONA
               END-IF
               MOVE AVS-ZONA TO WRK-ZONA-QUEBRA
               MOVE AVS-ZONA TO ZON-CODIGO
               MOVE AVS-ZONA-DESC TO ZON-DESCRICAO
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM REL-ZONA
           END-IF.
           IF AVS-MOTIVO NOT = SPACES
               ADD 1 TO CNT-PENDENTES
               MOVE AVS-LOTE   TO PND-LOTE
               MOVE AVS-MOTIVO TO PND-MOTIVO
               WRITE REL-LINHA FROM REL-PENDENTE
               GO TO 3100-LINHA-LOTE-EXIT
           END-IF.
           ADD 1 TO CNT-LANCADOS.
           PERFORM 3300-BUSCA-DONO.
           MOVE WRK-ANO         TO IP-ANO.
           MOVE AVS-LOTE        TO IP-LOTE.
           MOVE AVS-ZONA        TO IP-ZONA.
           MOVE AVS-ORIGEM      TO IP-ORIGEM-AREA.
           MOVE AVS-AREA        TO IP-AREA.
           MOVE AVS-VALOR-M2    TO IP-VALOR-M2.
           MOVE AVS-VALOR-VENAL TO IP-VALOR-VENAL.
           MOVE AVS-ALIQUOTA    TO IP-ALIQUOTA.
           MOVE AVS-IMPOSTO     TO IP-IMPOSTO.
           WRITE IPTUFAT-REC.
           PERFORM 3400-EMITE-AVISO.
           MOVE AVS-LOTE        TO DET-LOTE.
           MOVE AVS-ORIGEM      TO DET-ORIGEM.
           MOVE AVS-AREA        TO DET-AREA.
           MOVE AVS-VALOR-M2    TO DET-VALOR-M2.
           MOVE AVS-VALOR-VENAL TO DET-VENAL.
           MOVE AVS-ALIQUOTA    TO DET-ALIQUOTA.
           MOVE AVS-IMPOSTO     TO DET-IMPOSTO.
           WRITE REL-LINHA FROM REL-DETALHE.
           ADD 1               TO TZ-LOTES.
           ADD AVS-AREA        TO TZ-AREA TG-AREA.
           ADD AVS-VALOR-VENAL TO TZ-VALOR-VENAL TG-VALOR-VENAL.
           ADD AVS-IMPOSTO     TO TZ-IMPOSTO TG-IMPOSTO.
       3100-LINHA-LOTE-EXIT.
           EXIT.
      *TOTAL DA ZONA QUE ACABOU
       3200-TOTAL-ZONA SECTION.
           MOVE 'TOTAL ZONA'   TO TOT-ROTULO.
           MOVE TZ-AREA        TO TOT-AREA.
           MOVE TZ-VALOR-VENAL TO TOT-VENAL.
           MOVE TZ-IMPOSTO     TO TOT-IMPOSTO.
           MOVE TZ-LOTES       TO TOT-LOTES.
           WRITE REL-LINHA FROM REL-TOTAL.
           MOVE ZEROS TO TZ-LOTES TZ-AREA TZ-VALOR-VENAL TZ-IMPOSTO.
       3200-TOTAL-ZONA-EXIT.
           EXIT.
      *PROPRIETARIO ATUAL DO LOTE PARA O IPTUFAT E O AVISO
       3300-BUSCA-DONO SECTION.
           MOVE AVS-LOTE TO DON-LOTE.
           MOVE ZEROS    TO DON-DATA.
           MOVE RETURN-CODE TO DON-RC.
           CALL 'DONOLOT' USING AREA-DONOLOT.
           MOVE SPACES TO WRK-DOC-EDT.
           IF DON-ACHOU
               MOVE DON-NOME      TO IP-PROPRIETARIO WRK-DESTINATARIO
               MOVE DON-TIPO-DOC  TO IP-TIPO-DOC
               MOVE DON-DOCUMENTO TO IP-DOCUMENTO
               IF DON-TIPO-DOC = 'F'
                   STRING 'CPF ' DON-DOCUMENTO(4:11)
                       DELIMITED BY SIZE INTO WRK-DOC-EDT
               ELSE
                   STRING 'CNPJ ' DON-DOCUMENTO
                       DELIMITED BY SIZE INTO WRK-DOC-EDT
               END-IF
           ELSE
               MOVE SPACES TO IP-PROPRIETARIO IP-TIPO-DOC
               MOVE ZEROS  TO IP-DOCUMENTO
               MOVE 'PROPRIETARIO DO LOTE' TO WRK-DESTINATARIO
               ADD 1 TO CNT-AVISOS-SEM-DONO
           END-IF.
       3300-BUSCA-DONO-EXIT.
           EXIT.
      *IMPRIME O AVISO DE LANCAMENTO DO LOTE NO AVISOIPT
       3400-EMITE-AVISO SECTION.
           MOVE AVS-AREA        TO WRK-AREA-EDT.
           MOVE AVS-VALOR-VENAL TO WRK-VENAL-EDT.
           MOVE AVS-ALIQUOTA    TO WRK-ALIQ-EDT.
           MOVE AVS-IMPOSTO     TO WRK-IMPOSTO-EDT.
           MOVE SPACES TO CARTA-LINHA.
           STRING CAB-REL-EMPRESA DELIMITED BY SIZE
               INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'EM ' CAB-REL-DD '/' CAB-REL-MM '/' CAB-REL-AAAA
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           IF DON-ACHOU
               STRING 'AO(A) SR(A). ' WRK-DESTINATARIO
                   DELIMITED BY SIZE INTO CARTA-LINHA
           ELSE
               STRING 'AO ' WRK-DESTINATARIO
                   DELIMITED BY SIZE INTO CARTA-LINHA
           END-IF.
           WRITE CARTA-LINHA.
           IF WRK-DOC-EDT NOT = SPACES
               MOVE WRK-DOC-EDT TO CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'REF.: LOTE ' AVS-LOTE ' - AVISO DE LANCAMENTO DO '
               'IMPOSTO TERRITORIAL ' WRK-ANO
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING '      ' AVS-DESCRICAO ' - ZONA ' AVS-ZONA ' '
               AVS-ZONA-DESC
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'INFORMAMOS QUE O LOTE ACIMA, COM AREA DE '
               WRK-AREA-EDT ' M2, FOI AVALIADO EM'
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'R$ ' WRK-VENAL-EDT ' PARA O ANO DE ' WRK-ANO
               '. COM A ALIQUOTA DE ' WRK-ALIQ-EDT '% DA ZONA,'
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING 'O IMPOSTO LANCADO E DE R$ ' WRK-IMPOSTO-EDT '.'
               DELIMITED BY SIZE INTO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE 'ATENCIOSAMENTE,' TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE 'SETOR DE CADASTRO IMOBILIARIO' TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE ALL '-' TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           ADD 1 TO CNT-AVISOS.
       3400-EMITE-AVISO-EXIT.
           EXIT.
      *FECHA OS CADASTROS
       9000-FINALIZA SECTION.
           IF LOTMSTR-NO-AR
               CLOSE LOTMSTR
           END-IF.
           IF ZONMSTR-NO-AR
               CLOSE ZONMSTR
           END-IF.
           IF GEOMSTR-NO-AR
               CLOSE GEOMSTR
           END-IF.
           IF LEVANT-NO-AR
               CLOSE LEVANT
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM AVALOTE.

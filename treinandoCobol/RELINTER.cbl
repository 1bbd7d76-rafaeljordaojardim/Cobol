      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: RESULTADO DAS INTERVENCOES DE BEM-ESTAR - PARA CADA
      *          INSCRICAO CONCLUIDA NO INTERVEN (MANTIDO PELO
      *          INTMAINT) COMPARA A MEDICAO DO HISTIMC E A CINTURA DO
      *          SAUDMED DE LOGO ANTES DA INSCRICAO (A MAIS RECENTE ATE
      *          A DATA DE INSCRICAO) COM AS DA CONCLUSAO (A MAIS
      *          RECENTE DEPOIS DA INSCRICAO ATE A DATA DE FIM REAL) E
      *          IMPRIME NO RELINTER A VARIACAO DE PESO, IMC E CINTURA
      *          DE CADA UM E, POR PROGRAMA, AS VARIACOES MEDIAS COM AS
      *          CONTAGENS DE CONCLUIDOS, DESISTENTES E EM ANDAMENTO -
      *          A EMPRESA VE QUAIS PROGRAMAS VALEM O QUE CUSTAM.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. CONCLUIDO SEM MEDICAO DE ANTES E
      *                DE DEPOIS SAI MARCADO SEM MEDIDA E FICA FORA DAS
      *                MEDIAS; A MEDIA DE CINTURA SO CONTA QUEM TEM AS
      *                DUAS CINTURAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERVEN ASSIGN TO "INTERVEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-INTERVEN-STATUS.
           SELECT HISTIMC ASSIGN TO "HISTIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTIMC-STATUS.
           SELECT SAUDMED ASSIGN TO "SAUDMED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-CHAVE
               FILE STATUS IS WS-SAUDMED-STATUS.
           SELECT RELINTER ASSIGN TO "RELINTER"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INTERVEN.
       COPY INTREC.
       FD  HISTIMC.
       COPY HISTREC.
       FD  SAUDMED.
       COPY SAUDREC.
       FD  RELINTER.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-INTERVEN-STATUS PIC X(002) VALUE '00'.
           05 WS-HISTIMC-STATUS  PIC X(002) VALUE '00'.
           05 WS-SAUDMED-STATUS  PIC X(002) VALUE '00'.
           05 WS-HISTIMC-NO-AR   PIC X(001) VALUE 'N'.
               88 HISTIMC-NO-AR       VALUE 'S'.
           05 WS-SAUDMED-NO-AR   PIC X(001) VALUE 'N'.
               88 SAUDMED-NO-AR       VALUE 'S'.
           05 WS-FIM-INTERVEN    PIC X(001) VALUE 'N'.
               88 FIM-INTERVEN        VALUE 'S'.
           05 WS-FIM-LEITURA     PIC X(001) VALUE 'N'.
               88 FIM-LEITURA         VALUE 'S'.
           05 WS-PROG-ACHADO     PIC X(001) VALUE 'N'.
               88 PROGRAMA-ACHADO     VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA     VALUE 'S'.
      *JANELA DE DATAS DA BUSCA (DEPOIS DE DE, ATE ATE) E O RESULTADO
       01 AREA-BUSCA.
           05 WRK-LIM-DE        PIC 9(008) VALUE ZEROS.
           05 WRK-LIM-ATE       PIC 9(008) VALUE ZEROS.
           05 WRK-ACHOU-PESO    PIC X(001) VALUE 'N'.
               88 ACHOU-PESO          VALUE 'S'.
           05 WRK-ACHOU-CINT    PIC X(001) VALUE 'N'.
               88 ACHOU-CINTURA       VALUE 'S'.
           05 WRK-PESO-ACHADO   PIC 9(003) VALUE ZEROS.
           05 WRK-IMC-ACHADO    PIC 9(02)V99 VALUE ZEROS.
           05 WRK-CINT-ACHADA   PIC 9(03)V99 VALUE ZEROS.
       01 AREA-MEDIDAS.
           05 WRK-TEM-ANTES     PIC X(001) VALUE 'N'.
               88 TEM-ANTES           VALUE 'S'.
           05 WRK-TEM-DEPOIS    PIC X(001) VALUE 'N'.
               88 TEM-DEPOIS          VALUE 'S'.
           05 WRK-CINT-ANTES-OK PIC X(001) VALUE 'N'.
               88 TEM-CINT-ANTES      VALUE 'S'.
           05 WRK-PESO-ANTES    PIC 9(003) VALUE ZEROS.
           05 WRK-IMC-ANTES     PIC 9(02)V99 VALUE ZEROS.
           05 WRK-CINT-ANTES    PIC 9(03)V99 VALUE ZEROS.
           05 WRK-DIF-PESO      PIC S9(003) VALUE ZEROS.
           05 WRK-DIF-IMC       PIC S9(02)V99 VALUE ZEROS.
           05 WRK-DIF-CINT      PIC S9(03)V99 VALUE ZEROS.
       01 AREA-PROGRAMAS.
           05 PRG-QTDE          PIC 9(002) VALUE ZEROS.
           05 PRG-ENTRADA OCCURS 50 TIMES.
               10 TAB-PRG-COD       PIC X(003).
               10 TAB-PRG-CONCL     PIC 9(005).
               10 TAB-PRG-DESIST    PIC 9(005).
               10 TAB-PRG-ANDAM     PIC 9(005).
               10 TAB-PRG-COMPAR    PIC 9(005).
               10 TAB-PRG-SOMA-PESO PIC S9(007).
               10 TAB-PRG-SOMA-IMC  PIC S9(007)V99.
               10 TAB-PRG-QTD-CINT  PIC 9(005).
               10 TAB-PRG-SOMA-CINT PIC S9(007)V99.
           05 IX-PRG            PIC 9(002) VALUE ZEROS.
       01 AREA-MEDIAS.
           05 WRK-MEDIA-PESO    PIC S9(003)V9 VALUE ZEROS.
           05 WRK-MEDIA-IMC     PIC S9(002)V99 VALUE ZEROS.
           05 WRK-MEDIA-CINT    PIC S9(003)V9 VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-LIDOS         PIC 9(005) VALUE ZEROS.
           05 CNT-CONCLUIDOS    PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-MEDIDA    PIC 9(005) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(045) VALUE
               'RESULTADO DAS INTERVENCOES DE BEM-ESTAR'.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(045) VALUE
               'ID     PRG INSCRICAO CONCLUSAO'.
           05 FILLER   PIC X(040) VALUE
               'PESO ANT/DEP   DIF  IMC DIF  CINT DIF'.
       01 REL-DETALHE.
           05 DET-ID        PIC 9(006).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-PROGRAMA  PIC X(003).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-INSC      PIC 9(008).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-FIM       PIC 9(008).
           05 FILLER        PIC X(016) VALUE SPACES.
           05 DET-PESO-ANT  PIC ZZ9.
           05 DET-BARRA     PIC X(001).
           05 DET-PESO-DEP  PIC ZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-DIF-PESO  PIC -ZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-DIF-IMC   PIC -Z9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-DIF-CINT  PIC -ZZ9.99.
           05 DET-SEM-CINT REDEFINES DET-DIF-CINT PIC X(007).
       01 REL-SEM-MEDIDA.
           05 SMD-ID        PIC 9(006).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 SMD-PROGRAMA  PIC X(003).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 SMD-INSC      PIC 9(008).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 SMD-FIM       PIC 9(008).
           05 FILLER        PIC X(016) VALUE SPACES.
           05 FILLER        PIC X(040) VALUE
               'SEM MEDIDA DE ANTES E DE DEPOIS'.
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(045) VALUE
               'PRG  CONCL DESIST ANDAM COMPAR'.
           05 FILLER   PIC X(040) VALUE
               'MED.PESO MED.IMC CINT MED.CINT'.
       01 REL-PROGRAMA.
           05 PRD-PROGRAMA  PIC X(003).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 PRD-CONCL     PIC ZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 PRD-DESIST    PIC ZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 PRD-ANDAM     PIC ZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 PRD-COMPAR    PIC ZZZZ9.
           05 FILLER        PIC X(015) VALUE SPACES.
           05 PRD-MEDIA-PESO PIC -ZZ9.9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 PRD-MEDIA-IMC PIC -Z9.99.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 PRD-QTD-CINT  PIC ZZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 PRD-MEDIA-CINT PIC -ZZ9.9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-INTERVEN
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE OS ARQUIVOS E O RELATORIO
       1000-INICIALIZA SECTION.
           OPEN INPUT INTERVEN.
           IF WS-INTERVEN-STATUS NOT = '00'
               DISPLAY 'INTERVEN INDISPONIVEL - STATUS '
                   WS-INTERVEN-STATUS
               SET RODADA-ABORTADA TO TRUE
               SET FIM-INTERVEN TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT HISTIMC.
           IF WS-HISTIMC-STATUS = '00'
               SET HISTIMC-NO-AR TO TRUE
           END-IF.
           OPEN INPUT SAUDMED.
           IF WS-SAUDMED-STATUS = '00'
               SET SAUDMED-NO-AR TO TRUE
           END-IF.
           OPEN OUTPUT RELINTER.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
       1000-INICIALIZA-EXIT.
           EXIT.
      *UMA INSCRICAO: CONTA NO PROGRAMA E, SE CONCLUIDA, COMPARA AS
      *MEDIDAS DE ANTES E DE DEPOIS
       2000-PROCESSA SECTION.
           READ INTERVEN
               AT END
                   SET FIM-INTERVEN TO TRUE
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           ADD 1 TO CNT-LIDOS.
           PERFORM 2900-LOCALIZA-PROGRAMA.
           IF NOT PROGRAMA-ACHADO
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN INT-DESISTENTE
                   ADD 1 TO TAB-PRG-DESIST(IX-PRG)
                   GO TO 2000-PROCESSA-EXIT
               WHEN INT-INSCRITO
                   ADD 1 TO TAB-PRG-ANDAM(IX-PRG)
                   GO TO 2000-PROCESSA-EXIT
           END-EVALUATE.
           ADD 1 TO CNT-CONCLUIDOS.
           ADD 1 TO TAB-PRG-CONCL(IX-PRG).
           MOVE ZEROS         TO WRK-LIM-DE.
           MOVE INT-DATA-INSC TO WRK-LIM-ATE.
           PERFORM 2100-BUSCA-MEDICAO.
           MOVE WRK-ACHOU-PESO  TO WRK-TEM-ANTES.
           MOVE WRK-ACHOU-CINT  TO WRK-CINT-ANTES-OK.
           MOVE WRK-PESO-ACHADO TO WRK-PESO-ANTES.
           MOVE WRK-IMC-ACHADO  TO WRK-IMC-ANTES.
           MOVE WRK-CINT-ACHADA TO WRK-CINT-ANTES.
           MOVE INT-DATA-INSC     TO WRK-LIM-DE.
           MOVE INT-DATA-FIM-REAL TO WRK-LIM-ATE.
           PERFORM 2100-BUSCA-MEDICAO.
           MOVE WRK-ACHOU-PESO  TO WRK-TEM-DEPOIS.
           IF NOT TEM-ANTES OR NOT TEM-DEPOIS
               ADD 1 TO CNT-SEM-MEDIDA
               MOVE INT-ID            TO SMD-ID
               MOVE INT-PROGRAMA      TO SMD-PROGRAMA
               MOVE INT-DATA-INSC     TO SMD-INSC
               MOVE INT-DATA-FIM-REAL TO SMD-FIM
               WRITE REL-LINHA FROM REL-SEM-MEDIDA
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           COMPUTE WRK-DIF-PESO = WRK-PESO-ACHADO - WRK-PESO-ANTES.
           COMPUTE WRK-DIF-IMC  = WRK-IMC-ACHADO - WRK-IMC-ANTES.
           ADD 1            TO TAB-PRG-COMPAR(IX-PRG).
           ADD WRK-DIF-PESO TO TAB-PRG-SOMA-PESO(IX-PRG).
           ADD WRK-DIF-IMC  TO TAB-PRG-SOMA-IMC(IX-PRG).
           MOVE INT-ID            TO DET-ID.
           MOVE INT-PROGRAMA      TO DET-PROGRAMA.
           MOVE INT-DATA-INSC     TO DET-INSC.
           MOVE INT-DATA-FIM-REAL TO DET-FIM.
           MOVE WRK-PESO-ANTES    TO DET-PESO-ANT.
           MOVE '/'               TO DET-BARRA.
           MOVE WRK-PESO-ACHADO   TO DET-PESO-DEP.
           MOVE WRK-DIF-PESO      TO DET-DIF-PESO.
           MOVE WRK-DIF-IMC       TO DET-DIF-IMC.
           IF TEM-CINT-ANTES AND ACHOU-CINTURA
               COMPUTE WRK-DIF-CINT = WRK-CINT-ACHADA - WRK-CINT-ANTES
               ADD 1            TO TAB-PRG-QTD-CINT(IX-PRG)
               ADD WRK-DIF-CINT TO TAB-PRG-SOMA-CINT(IX-PRG)
               MOVE WRK-DIF-CINT TO DET-DIF-CINT
           ELSE
               MOVE SPACES TO DET-SEM-CINT
           END-IF.
           WRITE REL-LINHA FROM REL-DETALHE.
       2000-PROCESSA-EXIT.
           EXIT.
      *MEDICAO MAIS RECENTE DO FUNCIONARIO DEPOIS DE WRK-LIM-DE E ATE
      *WRK-LIM-ATE - PESO/IMC DO HISTIMC E CINTURA ('CA') DO SAUDMED
       2100-BUSCA-MEDICAO SECTION.
           MOVE 'N' TO WRK-ACHOU-PESO.
           MOVE 'N' TO WRK-ACHOU-CINT.
           MOVE ZEROS TO WRK-PESO-ACHADO.
           MOVE ZEROS TO WRK-IMC-ACHADO.
           MOVE ZEROS TO WRK-CINT-ACHADA.
           IF HISTIMC-NO-AR
               MOVE INT-ID TO HIST-ID
               MOVE WRK-LIM-DE TO HIST-DATA
               MOVE 'N' TO WS-FIM-LEITURA
               START HISTIMC KEY > HIST-CHAVE
                   INVALID KEY
                       SET FIM-LEITURA TO TRUE
               END-START
               PERFORM UNTIL FIM-LEITURA
                   READ HISTIMC NEXT
                       AT END
                           SET FIM-LEITURA TO TRUE
                       NOT AT END
                           IF HIST-ID NOT = INT-ID
                              OR HIST-DATA > WRK-LIM-ATE
                               SET FIM-LEITURA TO TRUE
                           ELSE
                               SET ACHOU-PESO TO TRUE
                               MOVE HIST-PESO TO WRK-PESO-ACHADO
                               MOVE HIST-RES  TO WRK-IMC-ACHADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF SAUDMED-NO-AR
               MOVE INT-ID TO MED-ID
               MOVE WRK-LIM-DE TO MED-DATA
               MOVE HIGH-VALUES TO MED-TIPO
               MOVE 'N' TO WS-FIM-LEITURA
               START SAUDMED KEY > MED-CHAVE
                   INVALID KEY
                       SET FIM-LEITURA TO TRUE
               END-START
               PERFORM UNTIL FIM-LEITURA
                   READ SAUDMED NEXT
                       AT END
                           SET FIM-LEITURA TO TRUE
                       NOT AT END
                           IF MED-ID NOT = INT-ID
                              OR MED-DATA > WRK-LIM-ATE
                               SET FIM-LEITURA TO TRUE
                           ELSE
                               IF MED-TIPO = 'CA'
                                   SET ACHOU-CINTURA TO TRUE
                                   MOVE MED-VALOR TO WRK-CINT-ACHADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       2100-BUSCA-MEDICAO-EXIT.
           EXIT.
      *POSICIONA IX-PRG NO PROGRAMA DA INSCRICAO, ABRINDO A LINHA NA
      *PRIMEIRA VEZ
       2900-LOCALIZA-PROGRAMA SECTION.
           MOVE 'N' TO WS-PROG-ACHADO.
           PERFORM VARYING IX-PRG FROM 1 BY 1
                   UNTIL IX-PRG > PRG-QTDE OR PROGRAMA-ACHADO
               IF TAB-PRG-COD(IX-PRG) = INT-PROGRAMA
                   SET PROGRAMA-ACHADO TO TRUE
                   SUBTRACT 1 FROM IX-PRG
               END-IF
           END-PERFORM.
           IF NOT PROGRAMA-ACHADO
               IF PRG-QTDE >= 50
                   DISPLAY 'AVISO: MAIS DE 50 PROGRAMAS - ' INT-PROGRAMA
                       ' FORA DO RELATORIO'
                   GO TO 2900-LOCALIZA-PROGRAMA-EXIT
               END-IF
               ADD 1 TO PRG-QTDE
               MOVE PRG-QTDE TO IX-PRG
               MOVE INT-PROGRAMA TO TAB-PRG-COD(IX-PRG)
               MOVE ZEROS TO TAB-PRG-CONCL(IX-PRG)
               MOVE ZEROS TO TAB-PRG-DESIST(IX-PRG)
               MOVE ZEROS TO TAB-PRG-ANDAM(IX-PRG)
               MOVE ZEROS TO TAB-PRG-COMPAR(IX-PRG)
               MOVE ZEROS TO TAB-PRG-SOMA-PESO(IX-PRG)
               MOVE ZEROS TO TAB-PRG-SOMA-IMC(IX-PRG)
               MOVE ZEROS TO TAB-PRG-QTD-CINT(IX-PRG)
               MOVE ZEROS TO TAB-PRG-SOMA-CINT(IX-PRG)
               SET PROGRAMA-ACHADO TO TRUE
           END-IF.
       2900-LOCALIZA-PROGRAMA-EXIT.
           EXIT.
      *QUADRO DE MEDIAS POR PROGRAMA E FECHA
       3000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 3000-FINALIZA-EXIT
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           PERFORM VARYING IX-PRG FROM 1 BY 1
                   UNTIL IX-PRG > PRG-QTDE
               MOVE ZEROS TO WRK-MEDIA-PESO
               MOVE ZEROS TO WRK-MEDIA-IMC
               MOVE ZEROS TO WRK-MEDIA-CINT
               IF TAB-PRG-COMPAR(IX-PRG) > ZEROS
                   COMPUTE WRK-MEDIA-PESO ROUNDED =
                       TAB-PRG-SOMA-PESO(IX-PRG)
                       / TAB-PRG-COMPAR(IX-PRG)
                   COMPUTE WRK-MEDIA-IMC ROUNDED =
                       TAB-PRG-SOMA-IMC(IX-PRG)
                       / TAB-PRG-COMPAR(IX-PRG)
               END-IF
               IF TAB-PRG-QTD-CINT(IX-PRG) > ZEROS
                   COMPUTE WRK-MEDIA-CINT ROUNDED =
                       TAB-PRG-SOMA-CINT(IX-PRG)
                       / TAB-PRG-QTD-CINT(IX-PRG)
               END-IF
               MOVE TAB-PRG-COD(IX-PRG)      TO PRD-PROGRAMA
               MOVE TAB-PRG-CONCL(IX-PRG)    TO PRD-CONCL
               MOVE TAB-PRG-DESIST(IX-PRG)   TO PRD-DESIST
               MOVE TAB-PRG-ANDAM(IX-PRG)    TO PRD-ANDAM
               MOVE TAB-PRG-COMPAR(IX-PRG)   TO PRD-COMPAR
               MOVE WRK-MEDIA-PESO           TO PRD-MEDIA-PESO
               MOVE WRK-MEDIA-IMC            TO PRD-MEDIA-IMC
               MOVE TAB-PRG-QTD-CINT(IX-PRG) TO PRD-QTD-CINT
               MOVE WRK-MEDIA-CINT           TO PRD-MEDIA-CINT
               WRITE REL-LINHA FROM REL-PROGRAMA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'INSCRICOES LIDAS............: ' CNT-LIDOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONCLUIDAS..................: ' CNT-CONCLUIDOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONCLUIDAS SEM MEDIDA.......: ' CNT-SEM-MEDIDA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELINTER.
           CLOSE INTERVEN.
           IF HISTIMC-NO-AR
               CLOSE HISTIMC
           END-IF.
           IF SAUDMED-NO-AR
               CLOSE SAUDMED
           END-IF.
           DISPLAY 'INTERVENCOES CONCLUIDAS: ' CNT-CONCLUIDOS.
           IF CNT-SEM-MEDIDA > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM RELINTER.

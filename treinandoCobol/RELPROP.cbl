      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: RELACAO DE LOTES POR PROPRIETARIO - PARA CADA LOTE NAO
      *          APOSENTADO DO LOTMSTR PROCURA O DONO ATUAL NO CADASTRO
      *          DE PROPRIEDADE (SERVICO DONOLOT) E LISTA NO RELPROP OS
      *          LOTES AGRUPADOS POR PROPRIETARIO (NOME E DOCUMENTO),
      *          COM A DATA DESDE QUANDO CADA LOTE E DELE E A QUANTIDADE
      *          DE LOTES DE CADA UM. OS LOTES SEM DONO REGISTRADO SAEM
      *          NO FIM, NUM GRUPO PROPRIO, E DEIXAM O RETORNO EM AVISO
      *          PARA O CADASTRO SER COMPLETADO NO PROPMAINT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTMSTR ASSIGN TO "LOTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-LOTE
               FILE STATUS IS WS-LOTMSTR-STATUS.
           SELECT RELPROP ASSIGN TO "RELPROP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPSORT ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  LOTMSTR.
       COPY LOTREC.
       FD  RELPROP.
       01  REL-LINHA PIC X(100).
       SD  PROPSORT.
       01  PRS-REC.
           05 PRS-SEM-DONO       PIC 9(001).
           05 PRS-NOME           PIC X(030).
           05 PRS-DOCUMENTO      PIC 9(014).
           05 PRS-LOTE           PIC 9(006).
           05 PRS-TIPO-DOC       PIC X(001).
           05 PRS-DESCRICAO      PIC X(030).
           05 PRS-INICIO         PIC 9(008).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY DONCOM.
       01 AREA-CONTROLE.
           05 WS-LOTMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-LOTMSTR     PIC X(001) VALUE 'N'.
               88 FIM-LOTMSTR         VALUE 'S'.
           05 WS-FIM-SORT        PIC X(001) VALUE 'N'.
               88 FIM-SORT            VALUE 'S'.
           05 WS-PROPLOT-FORA    PIC X(001) VALUE 'N'.
               88 PROPLOT-FORA-DO-AR  VALUE 'S'.
       01 AREA-QUEBRA.
           05 QBR-SEM-DONO       PIC 9(001) VALUE ZEROS.
           05 QBR-NOME           PIC X(030) VALUE SPACES.
           05 QBR-DOCUMENTO      PIC 9(014) VALUE ZEROS.
       01 WRK-DATA-QUEBRA        PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-QUEBRA.
           05 WRK-QD-ANO         PIC 9(004).
           05 WRK-QD-MES         PIC 9(002).
           05 WRK-QD-DIA         PIC 9(002).
       01 WRK-DESDE-EDT.
           05 FILLER             PIC X(006) VALUE 'DESDE '.
           05 WRK-DE-DIA         PIC 9(002).
           05 FILLER             PIC X(001) VALUE '/'.
           05 WRK-DE-MES         PIC 9(002).
           05 FILLER             PIC X(001) VALUE '/'.
           05 WRK-DE-ANO         PIC 9(004).
       01 AREA-TOTAIS.
           05 CNT-LIDOS          PIC 9(007) VALUE ZEROS.
           05 CNT-APOSENTADOS    PIC 9(007) VALUE ZEROS.
           05 CNT-COM-DONO       PIC 9(007) VALUE ZEROS.
           05 CNT-SEM-DONO       PIC 9(007) VALUE ZEROS.
           05 CNT-PROPRIETARIOS  PIC 9(007) VALUE ZEROS.
           05 CNT-LOTES-DONO     PIC 9(005) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER       PIC X(033) VALUE
               'RELACAO DE LOTES POR PROPRIETARIO'.
       01 REL-DONO.
           05 FILLER        PIC X(014) VALUE 'PROPRIETARIO: '.
           05 DNO-NOME      PIC X(030).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DNO-DOCUMENTO PIC X(019).
       01 REL-DETALHE.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 DET-LOTE      PIC 9(006).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-DESCRICAO PIC X(030).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-DESDE     PIC X(016).
       01 REL-TOTAL-DONO.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 FILLER        PIC X(010) VALUE 'LOTES.....'.
           05 TDN-LOTES     PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE < RC-ERRO
               SORT PROPSORT
                   ON ASCENDING KEY PRS-SEM-DONO PRS-NOME
                                    PRS-DOCUMENTO PRS-LOTE
                   INPUT PROCEDURE IS 2000-LE-LOTES
                   OUTPUT PROCEDURE IS 3000-IMPRIME
               CLOSE LOTMSTR
           END-IF
           IF PROPLOT-FORA-DO-AR
               DISPLAY 'PROPLOT INDISPONIVEL - RELACAO NAO EMITIDA'
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
           END-IF
           GOBACK.
      *ABRE O CADASTRO DE LOTES
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           OPEN INPUT LOTMSTR.
           IF WS-LOTMSTR-STATUS NOT = '00'
               DISPLAY 'LOTMSTR INDISPONIVEL - STATUS '
                   WS-LOTMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *DONO ATUAL DE CADA LOTE NAO APOSENTADO PARA O SORT
       2000-LE-LOTES SECTION.
           PERFORM UNTIL FIM-LOTMSTR OR PROPLOT-FORA-DO-AR
               READ LOTMSTR NEXT
                   AT END
                       SET FIM-LOTMSTR TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-LIDOS
                       IF LT-APOSENTADO
                           ADD 1 TO CNT-APOSENTADOS
                       ELSE
                           PERFORM 2100-BUSCA-DONO
                       END-IF
               END-READ
           END-PERFORM.
       2000-LE-LOTES-EXIT.
           EXIT.
      *CONSULTA O DONOLOT E LIBERA O LOTE
       2100-BUSCA-DONO SECTION.
           MOVE LT-LOTE TO DON-LOTE.
           MOVE ZEROS   TO DON-DATA.
           MOVE RETURN-CODE TO DON-RC.
           CALL 'DONOLOT' USING AREA-DONOLOT.
           IF DON-INDISPONIVEL
               SET PROPLOT-FORA-DO-AR TO TRUE
               GO TO 2100-BUSCA-DONO-EXIT
           END-IF.
           MOVE LT-LOTE      TO PRS-LOTE.
           MOVE LT-DESCRICAO TO PRS-DESCRICAO.
           IF DON-ACHOU
               MOVE 0               TO PRS-SEM-DONO
               MOVE DON-NOME        TO PRS-NOME
               MOVE DON-DOCUMENTO   TO PRS-DOCUMENTO
               MOVE DON-TIPO-DOC    TO PRS-TIPO-DOC
               MOVE DON-DATA-INICIO TO PRS-INICIO
           ELSE
               MOVE 1               TO PRS-SEM-DONO
               MOVE SPACES          TO PRS-NOME PRS-TIPO-DOC
               MOVE ZEROS           TO PRS-DOCUMENTO PRS-INICIO
           END-IF.
           RELEASE PRS-REC.
       2100-BUSCA-DONO-EXIT.
           EXIT.
      *IMPRIME OS LOTES COM QUEBRA POR PROPRIETARIO
       3000-IMPRIME SECTION.
           IF PROPLOT-FORA-DO-AR
               GO TO 3000-IMPRIME-EXIT
           END-IF.
           OPEN OUTPUT RELPROP.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           PERFORM UNTIL FIM-SORT
               RETURN PROPSORT
                   AT END
                       SET FIM-SORT TO TRUE
                   NOT AT END
                       PERFORM 3100-LINHA-LOTE
               END-RETURN
           END-PERFORM.
           IF CNT-COM-DONO + CNT-SEM-DONO > ZEROS
               PERFORM 3200-TOTAL-DONO
           END-IF.
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
           STRING 'COM PROPRIETARIO...........: ' CNT-COM-DONO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROPRIETARIOS DISTINTOS....: ' CNT-PROPRIETARIOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM PROPRIETARIO REGISTRADO: ' CNT-SEM-DONO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELPROP.
           IF CNT-SEM-DONO > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           END-IF.
       3000-IMPRIME-EXIT.
           EXIT.
      *UM LOTE DO SORT: QUEBRA DE PROPRIETARIO E LINHA DO LOTE
       3100-LINHA-LOTE SECTION.
           IF CNT-COM-DONO + CNT-SEM-DONO = ZEROS
              OR PRS-SEM-DONO  NOT = QBR-SEM-DONO
              OR PRS-NOME      NOT = QBR-NOME
              OR PRS-DOCUMENTO NOT = QBR-DOCUMENTO
               IF CNT-COM-DONO + CNT-SEM-DONO > ZEROS
                   PERFORM 3200-TOTAL-DONO
               END-IF
               MOVE PRS-SEM-DONO  TO QBR-SEM-DONO
               MOVE PRS-NOME      TO QBR-NOME
               MOVE PRS-DOCUMENTO TO QBR-DOCUMENTO
               MOVE SPACES TO DNO-DOCUMENTO
               IF PRS-SEM-DONO = 1
                   MOVE 'SEM PROPRIETARIO REGISTRADO' TO DNO-NOME
               ELSE
                   ADD 1 TO CNT-PROPRIETARIOS
                   MOVE PRS-NOME TO DNO-NOME
                   IF PRS-TIPO-DOC = 'F'
                       STRING 'CPF ' PRS-DOCUMENTO(4:11)
                           DELIMITED BY SIZE INTO DNO-DOCUMENTO
                   ELSE
                       STRING 'CNPJ ' PRS-DOCUMENTO
                           DELIMITED BY SIZE INTO DNO-DOCUMENTO
                   END-IF
               END-IF
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM REL-DONO
           END-IF.
           IF PRS-SEM-DONO = 1
               ADD 1 TO CNT-SEM-DONO
               MOVE SPACES TO DET-DESDE
           ELSE
               ADD 1 TO CNT-COM-DONO
               MOVE PRS-INICIO TO WRK-DATA-QUEBRA
               MOVE WRK-QD-DIA TO WRK-DE-DIA
               MOVE WRK-QD-MES TO WRK-DE-MES
               MOVE WRK-QD-ANO TO WRK-DE-ANO
               MOVE WRK-DESDE-EDT TO DET-DESDE
           END-IF.
           ADD 1 TO CNT-LOTES-DONO.
           MOVE PRS-LOTE      TO DET-LOTE.
           MOVE PRS-DESCRICAO TO DET-DESCRICAO.
           WRITE REL-LINHA FROM REL-DETALHE.
       3100-LINHA-LOTE-EXIT.
           EXIT.
      *QUANTIDADE DE LOTES DO PROPRIETARIO QUE ACABOU
       3200-TOTAL-DONO SECTION.
           MOVE CNT-LOTES-DONO TO TDN-LOTES.
           WRITE REL-LINHA FROM REL-TOTAL-DONO.
           MOVE ZEROS TO CNT-LOTES-DONO.
       3200-TOTAL-DONO-EXIT.
           EXIT.
       END PROGRAM RELPROP.

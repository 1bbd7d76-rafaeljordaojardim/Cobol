      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: SERVICO CHAMAVEL DE LOTACAO NA DATA - DEVOLVE O
      *          DEPARTAMENTO EM QUE O FUNCIONARIO ESTAVA NA DATA
      *          PEDIDA, PELO HISTORICO DE LOTACAO HISTLOT GRAVADO
      *          PELO EMPMAINT; SEM PERIODO NO HISTORICO PARA A DATA,
      *          CAI NA LOTACAO ATUAL DO EMPMSTR. VEJA O COPYBOOK
      *          LTDCOM PARA AS FUNCOES E RETORNOS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. OS ARQUIVOS SAO ABERTOS NA
      *                PRIMEIRA CHAMADA DA RODADA E FICAM ABERTOS ATE A
      *                FUNCAO 'F' - O RELATORIO CHAMA UMA VEZ POR
      *                MEDICAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTDATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTLOT ASSIGN TO "HISTLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLT-CHAVE
               FILE STATUS IS WS-HISTLOT-STATUS.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTLOT.
       COPY HLTREC.
       FD  EMPMSTR.
       COPY EMPREC.
       WORKING-STORAGE SECTION.
       01 AREA-CONTROLE.
           05 WS-HISTLOT-STATUS PIC X(002) VALUE '00'.
           05 WS-EMPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-HISTLOT-NO-AR  PIC X(001) VALUE 'N'.
               88 HISTLOT-NO-AR      VALUE 'S'.
           05 WS-EMPMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 EMPMSTR-NO-AR      VALUE 'S'.
           05 WS-PRIMEIRA       PIC X(001) VALUE 'S'.
               88 PRIMEIRA-CHAMADA   VALUE 'S'.
           05 WS-FIM-HISTLOT    PIC X(001) VALUE 'N'.
               88 FIM-HISTLOT        VALUE 'S'.
       LINKAGE SECTION.
       COPY LTDCOM.
       PROCEDURE DIVISION USING AREA-LOTDATA.
       0000-MAINLINE.
           MOVE '08' TO LTD-RETORNO.
           MOVE ZEROS TO LTD-DEPTO.
           IF PRIMEIRA-CHAMADA
               MOVE 'N' TO WS-PRIMEIRA
               PERFORM 1000-ABRE-ARQUIVOS
           END-IF.
           EVALUATE LTD-FUNCAO
               WHEN 'C'
                   PERFORM 2100-CONSULTA-HISTORICO
                   IF NOT LTD-PELO-HISTORICO
                       PERFORM 2200-LOTACAO-ATUAL
                   END-IF
               WHEN 'F'
                   PERFORM 3000-FECHA-ARQUIVOS
                   MOVE '00' TO LTD-RETORNO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE LTD-RC TO RETURN-CODE.
           GOBACK.
      *ABRE O HISTORICO E O CADASTRO PARA A RODADA INTEIRA
       1000-ABRE-ARQUIVOS SECTION.
           OPEN INPUT HISTLOT.
           IF WS-HISTLOT-STATUS = '00'
               SET HISTLOT-NO-AR TO TRUE
           END-IF.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS = '00'
               SET EMPMSTR-NO-AR TO TRUE
           END-IF.
       1000-ABRE-ARQUIVOS-EXIT.
           EXIT.
      *PROCURA O PERIODO DE LOTACAO QUE CONTEM LTD-DATA - O ULTIMO
      *INICIO ATE A DATA, DESDE QUE O FIM NAO SEJA ANTERIOR A ELA
       2100-CONSULTA-HISTORICO SECTION.
           IF NOT HISTLOT-NO-AR
               GO TO 2100-CONSULTA-HISTORICO-EXIT
           END-IF.
           MOVE LTD-ID TO HLT-ID.
           MOVE ZEROS  TO HLT-DATA-INI.
           MOVE 'N' TO WS-FIM-HISTLOT.
           START HISTLOT KEY >= HLT-CHAVE
               INVALID KEY
                   SET FIM-HISTLOT TO TRUE
           END-START.
           PERFORM UNTIL FIM-HISTLOT
               READ HISTLOT NEXT
                   AT END
                       SET FIM-HISTLOT TO TRUE
                   NOT AT END
                       IF HLT-ID NOT = LTD-ID
                          OR HLT-DATA-INI > LTD-DATA
                           SET FIM-HISTLOT TO TRUE
                       ELSE
                           IF HLT-DATA-FIM >= LTD-DATA
                               MOVE HLT-DEPTO TO LTD-DEPTO
                               MOVE '00' TO LTD-RETORNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2100-CONSULTA-HISTORICO-EXIT.
           EXIT.
      *SEM PERIODO NO HISTORICO: LOTACAO ATUAL DO CADASTRO
       2200-LOTACAO-ATUAL SECTION.
           IF NOT EMPMSTR-NO-AR
               GO TO 2200-LOTACAO-ATUAL-EXIT
           END-IF.
           MOVE LTD-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMPMSTR-STATUS = '00'
               MOVE EMP-DEPTO TO LTD-DEPTO
               MOVE '04' TO LTD-RETORNO
           END-IF.
       2200-LOTACAO-ATUAL-EXIT.
           EXIT.
      *FECHA OS ARQUIVOS - A PROXIMA CHAMADA REABRE
       3000-FECHA-ARQUIVOS SECTION.
           IF HISTLOT-NO-AR
               CLOSE HISTLOT
           END-IF.
           IF EMPMSTR-NO-AR
               CLOSE EMPMSTR
           END-IF.
           MOVE 'N' TO WS-HISTLOT-NO-AR.
           MOVE 'N' TO WS-EMPMSTR-NO-AR.
           MOVE 'S' TO WS-PRIMEIRA.
       3000-FECHA-ARQUIVOS-EXIT.
           EXIT.
       END PROGRAM LOTDATA.

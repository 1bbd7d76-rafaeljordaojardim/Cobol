      * 01/09/2026 RJJ FIRST VERSION. FUNCIONARIO SEM LOTACAO (EMP-
      *                DEPTO ZEROS) OU SEM CADASTRO SAI NA LINHA 000
      *                SEM LOTACAO.
      * 15/10/2026 RJJ A MEDICAO E ATRIBUIDA AO DEPARTAMENTO EM QUE O
      *                FUNCIONARIO ESTAVA NA HIST-DATA DELA (SERVICO
      *                LOTDATA SOBRE O HISTORICO DE LOTACAO HISTLOT) E
      *                NAO MAIS AO EMP-DEPTO DE HOJE - TRANSFERENCIA
      *                DEIXA DE MUDAR A PREVALENCIA DOS MESES PASSADOS.
      *                SEM PERIODO NO HISTORICO VALE A LOTACAO ATUAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDEPT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTIMC-STATUS.
           SELECT DEPMSTR ASSIGN TO "DEPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  HISTIMC.
       COPY HISTREC.
       FD  DEPMSTR.
       COPY DEPREC.
       FD  RELDEPT.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY LTDCOM.
       01 AREA-CONTROLE.
           05 WS-HISTIMC-STATUS PIC X(002) VALUE '00'.
           05 WS-DEPMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-DEPMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 DEPMSTR-NO-AR      VALUE 'S'.
       01 AREA-QUEBRA.
           05 WRK-ID-ATUAL      PIC 9(006) VALUE ZEROS.
           05 WRK-RES-ULT       PIC 9(02)V99 VALUE ZEROS.
           05 WRK-DATA-ULT      PIC 9(008) VALUE ZEROS.
       01 AREA-CLASSIFICACAO.
           05 WRK-BANDA         PIC 9(001) VALUE ZEROS.
       01 AREA-DEPTOS.
                   WS-HISTIMC-STATUS
               SET FIM-HISTIMC TO TRUE
           END-IF.
           OPEN INPUT DEPMSTR.
           IF WS-DEPMSTR-STATUS = '00'
               SET DEPMSTR-NO-AR TO TRUE
                       MOVE HIST-ID TO WRK-ID-ATUAL
                   END-IF
                   MOVE HIST-RES TO WRK-RES-ULT
                   MOVE HIST-DATA TO WRK-DATA-ULT
           END-READ.
       2000-PROCESSA-EXIT.
           EXIT.
      *FECHOU UM FUNCIONARIO: CLASSIFICA A ULTIMA MEDICAO E ACUMULA
      *NO DEPARTAMENTO DELE NA DATA DA MEDICAO
       2900-FECHA-FUNCIONARIO SECTION.
           ADD 1 TO CNT-FUNCIONARIOS.
           EVALUATE TRUE
               WHEN OTHER
                   MOVE 6 TO WRK-BANDA
           END-EVALUATE.
           MOVE 'C'          TO LTD-FUNCAO.
           MOVE WRK-ID-ATUAL TO LTD-ID.
           MOVE WRK-DATA-ULT TO LTD-DATA.
           MOVE RETURN-CODE  TO LTD-RC.
           CALL 'LOTDATA' USING AREA-LOTDATA.
           MOVE LTD-DEPTO TO WRK-DEPTO.
           PERFORM 2950-ACUMULA-DEPTO.
       2900-FECHA-FUNCIONARIO-EXIT.
           EXIT.
              AND WS-HISTIMC-STATUS NOT = '91'
               CLOSE HISTIMC
           END-IF.
           MOVE 'F'         TO LTD-FUNCAO.
           MOVE RETURN-CODE TO LTD-RC.
           CALL 'LOTDATA' USING AREA-LOTDATA.
           IF DEPMSTR-NO-AR
               CLOSE DEPMSTR
           END-IF.

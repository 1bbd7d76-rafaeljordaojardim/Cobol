      *                ESPERA DE ARQUIVO OCUPADO (ESPERARQ), COMO NOS
      *                DEMAIS LOTES QUE DIVIDEM O CADASTRO COM O
      *                QUIOSQUE.
      * 15/10/2026 RJJ NOVA COLUNA DEPTO E QUADRO FINAL POR
      *                DEPARTAMENTO (EM DIA, VENCIDOS, NUNCA MEDIDOS):
      *                A ULTIMA MEDICAO CONTA NO DEPARTAMENTO EM QUE O
      *                FUNCIONARIO ESTAVA NA DATA DELA (SERVICO LOTDATA
      *                SOBRE O HISTLOT); QUEM NUNCA FOI MEDIDO CONTA NA
      *                LOTACAO ATUAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCOMP.
       COPY RETCOPY.
       COPY REPHDR.
       COPY ESPCOM.
       COPY LTDCOM.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-AGENDIMC-STATUS PIC X(002) VALUE '00'.
           05 CNT-EM-DIA         PIC 9(005) VALUE ZEROS.
           05 CNT-VENCIDOS       PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-AGENDA     PIC 9(005) VALUE ZEROS.
      *QUADRO POR DEPARTAMENTO
       01 AREA-DEPTOS.
           05 DEP-QTDE          PIC 9(002) VALUE ZEROS.
           05 DEP-ENTRADA OCCURS 50 TIMES.
               10 TAB-DEP-COD       PIC 9(003).
               10 TAB-DEP-EM-DIA    PIC 9(005).
               10 TAB-DEP-VENCIDOS  PIC 9(005).
               10 TAB-DEP-SEM-AGD   PIC 9(005).
           05 IX-DEP            PIC 9(002) VALUE ZEROS.
           05 WRK-DEPTO         PIC 9(003) VALUE ZEROS.
           05 WS-DEPTO-ACHADO   PIC X(001) VALUE 'N'.
               88 DEPTO-ACHADO       VALUE 'S'.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(047) VALUE
               'CONFORMIDADE DA TRIAGEM TRIMESTRAL DE BEM-ESTAR'.
           05 FILLER   PIC X(010) VALUE 'DEVIDA'.
           05 FILLER   PIC X(006) VALUE 'ATRASO'.
           05 FILLER   PIC X(014) VALUE ' SITUACAO'.
           05 FILLER   PIC X(005) VALUE 'DEPTO'.
       01 REL-DETALHE.
           05 DET-ID        PIC 9(006).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-ATRASO    PIC ZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-SITUACAO  PIC X(014).
           05 DET-DEPTO     PIC 9(003).
       01 REL-CABECALHO-3.
           05 FILLER   PIC X(040) VALUE
               'DEPTO   EM DIA VENCIDOS NUNCA MEDIDOS'.
       01 REL-DEPTO.
           05 RDP-DEPTO     PIC 9(003).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 RDP-EM-DIA    PIC ZZZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 RDP-VENCIDOS  PIC ZZZZZ9.
           05 FILLER        PIC X(008) VALUE SPACES.
           05 RDP-SEM-AGD   PIC ZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           END-IF.
           IF NOT AGENDIMC-NO-AR OR WS-AGENDIMC-STATUS NOT = '00'
               ADD 1 TO CNT-SEM-AGENDA
               MOVE EMP-DEPTO TO WRK-DEPTO
               MOVE WRK-DEPTO TO DET-DEPTO
               PERFORM 2900-LOCALIZA-DEPTO
               IF DEPTO-ACHADO
                   ADD 1 TO TAB-DEP-SEM-AGD(IX-DEP)
               END-IF
               MOVE 'NUNCA MEDIDO' TO DET-SITUACAO
               WRITE REL-LINHA FROM REL-DETALHE
           ELSE
               MOVE AGD-ULT-MEDICAO TO DET-ULT
               MOVE AGD-PROX-DATA   TO DET-DEVIDA
               MOVE 'C'             TO LTD-FUNCAO
               MOVE EMP-ID          TO LTD-ID
               MOVE AGD-ULT-MEDICAO TO LTD-DATA
               MOVE RETURN-CODE     TO LTD-RC
               CALL 'LOTDATA' USING AREA-LOTDATA
               MOVE LTD-DEPTO TO WRK-DEPTO
               MOVE WRK-DEPTO TO DET-DEPTO
               PERFORM 2900-LOCALIZA-DEPTO
               IF AGD-PROX-DATA < WRK-DATA-HOJE
                   ADD 1 TO CNT-VENCIDOS
                   IF DEPTO-ACHADO
                       ADD 1 TO TAB-DEP-VENCIDOS(IX-DEP)
                   END-IF
                   COMPUTE WRK-JULIANO-DEV =
                       FUNCTION INTEGER-OF-DATE(AGD-PROX-DATA)
                   COMPUTE WRK-DIAS-ATRASO =
                   WRITE REL-LINHA FROM REL-DETALHE
               ELSE
                   ADD 1 TO CNT-EM-DIA
                   IF DEPTO-ACHADO
                       ADD 1 TO TAB-DEP-EM-DIA(IX-DEP)
                   END-IF
               END-IF
           END-IF.
       2100-CONFERE-AGENDA-EXIT.
           EXIT.
      *POSICIONA IX-DEP NO DEPARTAMENTO WRK-DEPTO, ABRINDO A LINHA NA
      *PRIMEIRA VEZ
       2900-LOCALIZA-DEPTO SECTION.
           MOVE 'N' TO WS-DEPTO-ACHADO.
           PERFORM VARYING IX-DEP FROM 1 BY 1
                   UNTIL IX-DEP > DEP-QTDE OR DEPTO-ACHADO
               IF TAB-DEP-COD(IX-DEP) = WRK-DEPTO
                   SET DEPTO-ACHADO TO TRUE
                   SUBTRACT 1 FROM IX-DEP
               END-IF
           END-PERFORM.
           IF NOT DEPTO-ACHADO
               IF DEP-QTDE >= 50
                   GO TO 2900-LOCALIZA-DEPTO-EXIT
               END-IF
               ADD 1 TO DEP-QTDE
               MOVE DEP-QTDE TO IX-DEP
               MOVE WRK-DEPTO TO TAB-DEP-COD(IX-DEP)
               MOVE ZEROS TO TAB-DEP-EM-DIA(IX-DEP)
               MOVE ZEROS TO TAB-DEP-VENCIDOS(IX-DEP)
               MOVE ZEROS TO TAB-DEP-SEM-AGD(IX-DEP)
               SET DEPTO-ACHADO TO TRUE
           END-IF.
       2900-LOCALIZA-DEPTO-EXIT.
           EXIT.
      *QUADRO POR DEPARTAMENTO, TOTAIS E RETORNO AO STEP
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-3.
           PERFORM VARYING IX-DEP FROM 1 BY 1
                   UNTIL IX-DEP > DEP-QTDE
               MOVE TAB-DEP-COD(IX-DEP)      TO RDP-DEPTO
               MOVE TAB-DEP-EM-DIA(IX-DEP)   TO RDP-EM-DIA
               MOVE TAB-DEP-VENCIDOS(IX-DEP) TO RDP-VENCIDOS
               MOVE TAB-DEP-SEM-AGD(IX-DEP)  TO RDP-SEM-AGD
               WRITE REL-LINHA FROM REL-DEPTO
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF AGENDIMC-NO-AR
               CLOSE AGENDIMC
           END-IF.
           MOVE 'F'         TO LTD-FUNCAO.
           MOVE RETURN-CODE TO LTD-RC.
           CALL 'LOTDATA' USING AREA-LOTDATA.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE
               IF CNT-VENCIDOS > ZEROS OR CNT-SEM-AGENDA > ZEROS
                   MOVE RC-AVISO TO RETURN-CODE

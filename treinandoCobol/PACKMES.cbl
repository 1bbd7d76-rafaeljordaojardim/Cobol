      *                ES-HORA-FIM DE CADA DIA DO PERIODO (MESMA
      *                CONVERSAO PARA SEGUNDOS DO CONSBAT), EM MEDIA
      *                DE MINUTOS POR DIA.
      * 15/10/2026 RJJ A SECAO DE BEM-ESTAR GANHOU A PREVALENCIA POR
      *                DEPARTAMENTO: CADA MEDICAO DO PERIODO CONTA NA
      *                FAIXA DA OMS DO DEPARTAMENTO EM QUE O
      *                FUNCIONARIO ESTAVA NA HIST-DATA (SERVICO LOTDATA
      *                SOBRE O HISTLOT), NAO NO DE HOJE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACKMES.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY LTDCOM.
       01 AREA-PERIODO.
           05 WRK-AAAAMM-CORRENTE PIC 9(006) VALUE ZEROS.
           05 WRK-AAAAMM-PERIODO  PIC 9(006) VALUE ZEROS.
           05 BEM-MEDICOES       PIC 9(007) VALUE ZEROS.
           05 BEM-FAIXA          PIC 9(005) OCCURS 6 TIMES.
           05 IX-FAIXA           PIC 9(001) VALUE ZEROS.
      *PREVALENCIA DO PERIODO POR DEPARTAMENTO NA DATA DA MEDICAO
       01 AREA-BEM-DEPTOS.
           05 BDP-QTDE           PIC 9(002) VALUE ZEROS.
           05 BDP-ENTRADA OCCURS 50 TIMES.
               10 BDP-DEPTO      PIC 9(003).
               10 BDP-FAIXA      PIC 9(005) OCCURS 6 TIMES.
               10 BDP-TOTAL      PIC 9(005).
           05 IX-BDP             PIC 9(002) VALUE ZEROS.
           05 WS-BDP-ACHADO      PIC X(001) VALUE 'N'.
               88 BDP-ACHADO          VALUE 'S'.
       01 AREA-MEDICAO.
           05 MED-LEVANTADOS     PIC 9(005) VALUE ZEROS.
           05 MED-SEM-MEDICAO    PIC 9(005) VALUE ZEROS.
           05 SEC-NOME   PIC X(040).
           05 FILLER     PIC X(010) VALUE ' PERIODO '.
           05 SEC-PERIODO PIC 9(006).
       01 REL-BEM-DEPTO.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 BDT-DEPTO     PIC 9(003).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 BDT-FAIXA     PIC ZZZZZ9 OCCURS 6 TIMES.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 BDT-TOTAL     PIC ZZZZZ9.
       01 REL-JAN-DET.
           05 JDT-PROGRAMA  PIC X(008).
           05 FILLER        PIC X(001) VALUE SPACE.
                       ADD 1 TO BEM-MEDICOES
                       EVALUATE TRUE
                           WHEN HIST-RES < 18.50
                               MOVE 1 TO IX-FAIXA
                           WHEN HIST-RES < 25.00
                               MOVE 2 TO IX-FAIXA
                           WHEN HIST-RES < 30.00
                               MOVE 3 TO IX-FAIXA
                           WHEN HIST-RES < 35.00
                               MOVE 4 TO IX-FAIXA
                           WHEN HIST-RES < 40.00
                               MOVE 5 TO IX-FAIXA
                           WHEN OTHER
                               MOVE 6 TO IX-FAIXA
                       END-EVALUATE
                       ADD 1 TO BEM-FAIXA(IX-FAIXA)
                       PERFORM 2350-ACUMULA-BEM-DEPTO
                   END-IF
           END-READ.
       2300-SOMA-HISTIMC-EXIT.
           EXIT.
      *ACUMULA A FAIXA IX-FAIXA DA MEDICAO NO DEPARTAMENTO EM QUE O
      *FUNCIONARIO ESTAVA NA HIST-DATA
       2350-ACUMULA-BEM-DEPTO SECTION.
           MOVE 'C'         TO LTD-FUNCAO.
           MOVE HIST-ID     TO LTD-ID.
           MOVE HIST-DATA   TO LTD-DATA.
           MOVE RETURN-CODE TO LTD-RC.
           CALL 'LOTDATA' USING AREA-LOTDATA.
           MOVE 'N' TO WS-BDP-ACHADO.
           PERFORM VARYING IX-BDP FROM 1 BY 1
                   UNTIL IX-BDP > BDP-QTDE OR BDP-ACHADO
               IF BDP-DEPTO(IX-BDP) = LTD-DEPTO
                   SET BDP-ACHADO TO TRUE
                   SUBTRACT 1 FROM IX-BDP
               END-IF
           END-PERFORM.
           IF NOT BDP-ACHADO
               IF BDP-QTDE >= 50
                   GO TO 2350-ACUMULA-BEM-DEPTO-EXIT
               END-IF
               ADD 1 TO BDP-QTDE
               MOVE BDP-QTDE TO IX-BDP
               MOVE LTD-DEPTO TO BDP-DEPTO(IX-BDP)
               MOVE ZEROS TO BDP-FAIXA(IX-BDP 1) BDP-FAIXA(IX-BDP 2)
                   BDP-FAIXA(IX-BDP 3) BDP-FAIXA(IX-BDP 4)
                   BDP-FAIXA(IX-BDP 5) BDP-FAIXA(IX-BDP 6)
                   BDP-TOTAL(IX-BDP)
           END-IF.
           ADD 1 TO BDP-FAIXA(IX-BDP IX-FAIXA).
           ADD 1 TO BDP-TOTAL(IX-BDP).
       2350-ACUMULA-BEM-DEPTO-EXIT.
           EXIT.
      *FILA DE LOTES LEVANTADOS AINDA SEM MEDICAO (BACKLOG)
       2400-CONTA-BACKLOG SECTION.
           READ LEVANT NEXT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  DEPTO NA DATA DA MEDICAO - FAIXAS OMS 1 A 6, TOTAL'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IX-BDP FROM 1 BY 1
                   UNTIL IX-BDP > BDP-QTDE
               MOVE BDP-DEPTO(IX-BDP) TO BDT-DEPTO
               PERFORM VARYING IX-FAIXA FROM 1 BY 1
                       UNTIL IX-FAIXA > 6
                   MOVE BDP-FAIXA(IX-BDP IX-FAIXA)
                       TO BDT-FAIXA(IX-FAIXA)
               END-PERFORM
               MOVE BDP-TOTAL(IX-BDP) TO BDT-TOTAL
               WRITE REL-LINHA FROM REL-BEM-DEPTO
           END-PERFORM.
      *SECAO DE MEDICAO DE LOTES
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO CAB-REL-PAGINA.
              AND WS-GEOMSTR-STATUS NOT = '91'
               CLOSE GEOMSTR
           END-IF.
           MOVE 'F'         TO LTD-FUNCAO.
           MOVE RETURN-CODE TO LTD-RC.
           CALL 'LOTDATA' USING AREA-LOTDATA.
           DISPLAY 'PACOTE EXECUTIVO GRAVADO NO RELPACK'.
           MOVE RC-SUCESSO TO RETURN-CODE.
       3000-MONTA-O-PACOTE-EXIT.

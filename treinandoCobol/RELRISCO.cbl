      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: PERFIL DE RISCO CARDIOVASCULAR - PARA CADA FUNCIONARIO
      *          ATIVO DO EMPMSTR PEGA O IMC MAIS RECENTE DO HISTIMC E A
      *          CINTURA ('CA') E A PRESSAO ('PA') MAIS RECENTES DO
      *          SAUDMED, CLASSIFICA CADA UMA NA FAIXA DE REFERENCIA DO
      *          PROGNOME E ATRIBUI O NIVEL DE RISCO COMPOSTO PELA
      *          TABELA DE REGRAS RISCOREG (MANTIDA PELA CLINICA NO
      *          RISMAINT) - VALE O MAIOR NIVEL ENTRE AS REGRAS QUE
      *          CASAM, NENHUMA CASANDO = BAIXO. O RELRISCO LISTA OS
      *          FUNCIONARIOS DE RISCO ALTO E MUITO ALTO PARA
      *          ACOMPANHAMENTO E CONTA CADA NIVEL POR DEPARTAMENTO; OS
      *          MESMOS ALTO/MUITO ALTO SAEM NO EXTRATO DE LAYOUT FIXO
      *          RISCOHR, COM HEADER E TRAILER NO MOLDE DA INTERFACE
      *          ALERTHR, PARA A ENTRADA DO RH.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. FUNCIONARIO SEM NENHUMA MEDIDA
      *                SO ENTRA NA CONTAGEM DE SEM MEDICAO. RC-AVISO
      *                QUANDO HA ALGUEM PARA ACOMPANHAMENTO; SEM
      *                RISCOREG O PASSO FALHA COM RC-ERRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRISCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMSTR-STATUS.
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
           SELECT DEPMSTR ASSIGN TO "DEPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPMSTR-STATUS.
           SELECT RISCOREG ASSIGN TO "RISCOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISCOREG-STATUS.
           SELECT RELRISCO ASSIGN TO "RELRISCO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RISCOHR ASSIGN TO "RISCOHR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  HISTIMC.
       COPY HISTREC.
       FD  SAUDMED.
       COPY SAUDREC.
       FD  DEPMSTR.
       COPY DEPREC.
       FD  RISCOREG.
       COPY RISREC.
       FD  RELRISCO.
       01  REL-LINHA PIC X(090).
       FD  RISCOHR.
       01  RXH-LINHA PIC X(080).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-HISTIMC-STATUS  PIC X(002) VALUE '00'.
           05 WS-SAUDMED-STATUS  PIC X(002) VALUE '00'.
           05 WS-DEPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-RISCOREG-STATUS PIC X(002) VALUE '00'.
           05 WS-HISTIMC-NO-AR   PIC X(001) VALUE 'N'.
               88 HISTIMC-NO-AR       VALUE 'S'.
           05 WS-SAUDMED-NO-AR   PIC X(001) VALUE 'N'.
               88 SAUDMED-NO-AR       VALUE 'S'.
           05 WS-DEPMSTR-NO-AR   PIC X(001) VALUE 'N'.
               88 DEPMSTR-NO-AR       VALUE 'S'.
           05 WS-FIM-EMPMSTR     PIC X(001) VALUE 'N'.
               88 FIM-EMPMSTR         VALUE 'S'.
           05 WS-FIM-LEITURA     PIC X(001) VALUE 'N'.
               88 FIM-LEITURA         VALUE 'S'.
           05 WS-DEPTO-ACHADO    PIC X(001) VALUE 'N'.
               88 DEPTO-ACHADO        VALUE 'S'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA     VALUE 'S'.
       01 AREA-MEDIDAS.
           05 WRK-RES-ULT       PIC 9(02)V99 VALUE ZEROS.
           05 WRK-CINTURA-ULT   PIC 9(03)V99 VALUE ZEROS.
           05 WRK-SISTOLICA-ULT PIC 9(03)V99 VALUE ZEROS.
           05 WRK-DIASTOL-ULT   PIC 9(03) VALUE ZEROS.
           05 WRK-DATA-ULT      PIC 9(008) VALUE ZEROS.
       01 AREA-CLASSIFICACAO.
           05 WRK-FAIXAS.
               10 WRK-FAIXA-IMC  PIC X(001).
               10 WRK-FAIXA-CINT PIC X(001).
               10 WRK-FAIXA-PA   PIC X(001).
           05 WRK-NIVEL         PIC 9(001) VALUE ZEROS.
           05 WRK-NOME-NIVEL    PIC X(010) VALUE SPACES.
           05 WRK-DEPTO         PIC 9(003) VALUE ZEROS.
       01 AREA-REGRAS.
           05 REG-QTDE          PIC 9(003) VALUE ZEROS.
           05 REG-ENTRADA OCCURS 200 TIMES.
               10 TAB-REG-IMC   PIC X(001).
               10 TAB-REG-CINT  PIC X(001).
               10 TAB-REG-PA    PIC X(001).
               10 TAB-REG-NIVEL PIC 9(001).
           05 IX-REG            PIC 9(003) VALUE ZEROS.
       01 AREA-DEPTOS.
           05 DEP-QTDE          PIC 9(002) VALUE ZEROS.
           05 DEP-ENTRADA OCCURS 50 TIMES.
               10 TAB-DEP-COD   PIC 9(003).
               10 TAB-DEP-NIVEL PIC 9(005) OCCURS 4 TIMES.
               10 TAB-DEP-TOTAL PIC 9(005).
           05 IX-DEP            PIC 9(002) VALUE ZEROS.
           05 IX-NIVEL          PIC 9(001) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-LIDOS         PIC 9(005) VALUE ZEROS.
           05 CNT-AVALIADOS     PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-MEDICAO   PIC 9(005) VALUE ZEROS.
           05 CNT-ACOMPANHA     PIC 9(005) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(048) VALUE
               'PERFIL DE RISCO CARDIOVASCULAR (IMC/CINTURA/PA)'.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(054) VALUE
               'FUNCIONARIOS PARA ACOMPANHAMENTO - RISCO ALTO E MUITO'.
           05 FILLER   PIC X(005) VALUE ' ALTO'.
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(033) VALUE
               'ID     NOME                 DEP'.
           05 FILLER   PIC X(040) VALUE
               '  IMC CINTURA PA      NIVEL       ULTIMA'.
       01 REL-ACOMPANHA.
           05 ACP-ID        PIC 9(006).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 ACP-NOME      PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 ACP-DEPTO     PIC 9(003).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 ACP-IMC       PIC Z9.99 BLANK WHEN ZERO.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 ACP-CINTURA   PIC ZZ9.99 BLANK WHEN ZERO.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 ACP-SISTOLICA PIC ZZ9 BLANK WHEN ZERO.
           05 ACP-BARRA     PIC X(001).
           05 ACP-DIASTOL   PIC ZZ9 BLANK WHEN ZERO.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 ACP-NIVEL     PIC X(010).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 ACP-DATA      PIC 9(008).
       01 REL-CABECALHO-3.
           05 FILLER   PIC X(025) VALUE 'DEPTO NOME'.
           05 FILLER   PIC X(028) VALUE
               '  BAIXO  MODER   ALTO M.ALTO'.
           05 FILLER   PIC X(007) VALUE '  TOTAL'.
       01 REL-DETALHE.
           05 DET-DEPTO     PIC 9(003).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-NOME      PIC X(020).
           05 DET-NIVEL     PIC ZZZZZZ9 OCCURS 4 TIMES.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-TOTAL     PIC ZZZZZ9.
      *LAYOUT FIXO DO EXTRATO PARA O RH (MOLDE DO ALERTHR)
       01 RXH-CABECALHO.
           05 FILLER        PIC X(001) VALUE 'H'.
           05 RXC-DATA      PIC 9(008).
           05 FILLER        PIC X(008) VALUE 'RISCOHR '.
       01 RXH-DETALHE.
           05 FILLER        PIC X(001) VALUE 'D'.
           05 RXD-ID        PIC 9(006).
           05 RXD-NOME      PIC X(020).
           05 RXD-DEPTO     PIC 9(003).
           05 RXD-NIVEL     PIC 9(001).
           05 RXD-NOME-NIVEL PIC X(010).
           05 RXD-FAIXAS    PIC X(003).
           05 RXD-IMC       PIC 9(02)V99.
           05 RXD-CINTURA   PIC 9(03)V99.
           05 RXD-SISTOLICA PIC 9(003).
           05 RXD-DIASTOL   PIC 9(003).
           05 RXD-DATA      PIC 9(008).
       01 RXH-TRAILER.
           05 FILLER        PIC X(001) VALUE 'T'.
           05 RXT-DATA      PIC 9(008).
           05 RXT-QTDE      PIC 9(005).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-EMPMSTR
           PERFORM 3000-FINALIZA
           GOBACK.
      *CARREGA AS REGRAS, ABRE OS CADASTROS, O RELATORIO E O EXTRATO
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT RISCOREG.
           IF WS-RISCOREG-STATUS NOT = '00'
               DISPLAY 'RISCOREG INDISPONIVEL - STATUS '
                   WS-RISCOREG-STATUS ' - CADASTRE AS REGRAS NO '
                   'RISMAINT'
               SET RODADA-ABORTADA TO TRUE
               SET FIM-EMPMSTR TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM UNTIL FIM-LEITURA OR REG-QTDE >= 200
               READ RISCOREG
                   AT END
                       SET FIM-LEITURA TO TRUE
                   NOT AT END
                       ADD 1 TO REG-QTDE
                       MOVE RG-FAIXA-IMC  TO TAB-REG-IMC(REG-QTDE)
                       MOVE RG-FAIXA-CINT TO TAB-REG-CINT(REG-QTDE)
                       MOVE RG-FAIXA-PA   TO TAB-REG-PA(REG-QTDE)
                       MOVE RG-NIVEL      TO TAB-REG-NIVEL(REG-QTDE)
               END-READ
           END-PERFORM.
           CLOSE RISCOREG.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
               SET RODADA-ABORTADA TO TRUE
               SET FIM-EMPMSTR TO TRUE
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
           OPEN INPUT DEPMSTR.
           IF WS-DEPMSTR-STATUS = '00'
               SET DEPMSTR-NO-AR TO TRUE
           END-IF.
           OPEN OUTPUT RELRISCO.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           OPEN OUTPUT RISCOHR.
           MOVE WRK-DATA-HOJE TO RXC-DATA.
           WRITE RXH-LINHA FROM RXH-CABECALHO.
       1000-INICIALIZA-EXIT.
           EXIT.
      *UM FUNCIONARIO ATIVO POR VEZ: MEDIDAS MAIS RECENTES, FAIXAS,
      *NIVEL E ACUMULO NO DEPARTAMENTO
       2000-PROCESSA SECTION.
           READ EMPMSTR NEXT
               AT END
                   SET FIM-EMPMSTR TO TRUE
                   GO TO 2000-PROCESSA-EXIT
           END-READ.
           IF NOT EMP-ATIVO
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           ADD 1 TO CNT-LIDOS.
           PERFORM 2100-ULTIMO-IMC.
           PERFORM 2200-ULTIMAS-MEDIDAS.
           IF WRK-RES-ULT = ZEROS
              AND WRK-CINTURA-ULT = ZEROS
              AND WRK-SISTOLICA-ULT = ZEROS
               ADD 1 TO CNT-SEM-MEDICAO
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           ADD 1 TO CNT-AVALIADOS.
           PERFORM 2300-CLASSIFICA-FAIXAS.
           PERFORM 2400-APLICA-REGRAS.
           PERFORM 9100-NOME-NIVEL.
           MOVE EMP-DEPTO TO WRK-DEPTO.
           PERFORM 2500-ACUMULA-DEPTO.
           IF WRK-NIVEL >= 3
               PERFORM 2600-GRAVA-ACOMPANHAMENTO
           END-IF.
       2000-PROCESSA-EXIT.
           EXIT.
      *IMC DA MEDICAO MAIS RECENTE DO FUNCIONARIO NO HISTIMC (A CHAVE
      *ID + DATA DEIXA A ULTIMA LIDA COMO A MAIS RECENTE)
       2100-ULTIMO-IMC SECTION.
           MOVE ZEROS TO WRK-RES-ULT.
           MOVE ZEROS TO WRK-DATA-ULT.
           IF NOT HISTIMC-NO-AR
               GO TO 2100-ULTIMO-IMC-EXIT
           END-IF.
           MOVE EMP-ID TO HIST-ID.
           MOVE ZEROS  TO HIST-DATA.
           MOVE 'N' TO WS-FIM-LEITURA.
           START HISTIMC KEY >= HIST-CHAVE
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START.
           PERFORM UNTIL FIM-LEITURA
               READ HISTIMC NEXT
                   AT END
                       SET FIM-LEITURA TO TRUE
                   NOT AT END
                       IF HIST-ID NOT = EMP-ID
                           SET FIM-LEITURA TO TRUE
                       ELSE
                           MOVE HIST-RES  TO WRK-RES-ULT
                           MOVE HIST-DATA TO WRK-DATA-ULT
                       END-IF
               END-READ
           END-PERFORM.
       2100-ULTIMO-IMC-EXIT.
           EXIT.
      *CINTURA ('CA') E PRESSAO ('PA') MAIS RECENTES NO SAUDMED
       2200-ULTIMAS-MEDIDAS SECTION.
           MOVE ZEROS TO WRK-CINTURA-ULT.
           MOVE ZEROS TO WRK-SISTOLICA-ULT.
           MOVE ZEROS TO WRK-DIASTOL-ULT.
           IF NOT SAUDMED-NO-AR
               GO TO 2200-ULTIMAS-MEDIDAS-EXIT
           END-IF.
           MOVE EMP-ID TO MED-ID.
           MOVE ZEROS  TO MED-DATA.
           MOVE SPACES TO MED-TIPO.
           MOVE 'N' TO WS-FIM-LEITURA.
           START SAUDMED KEY >= MED-CHAVE
               INVALID KEY
                   SET FIM-LEITURA TO TRUE
           END-START.
           PERFORM UNTIL FIM-LEITURA
               READ SAUDMED NEXT
                   AT END
                       SET FIM-LEITURA TO TRUE
                   NOT AT END
                       IF MED-ID NOT = EMP-ID
                           SET FIM-LEITURA TO TRUE
                       ELSE
                           EVALUATE MED-TIPO
                               WHEN 'CA'
                                   MOVE MED-VALOR TO WRK-CINTURA-ULT
                               WHEN 'PA'
                                   MOVE MED-VALOR TO WRK-SISTOLICA-ULT
                                   MOVE MED-VALOR2 TO WRK-DIASTOL-ULT
                           END-EVALUATE
                           IF MED-DATA > WRK-DATA-ULT
                               MOVE MED-DATA TO WRK-DATA-ULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2200-ULTIMAS-MEDIDAS-EXIT.
           EXIT.
      *FAIXAS DE REFERENCIA DO PROGNOME ('0' = SEM MEDIDA)
       2300-CLASSIFICA-FAIXAS SECTION.
           EVALUATE TRUE
               WHEN WRK-RES-ULT = ZEROS
                   MOVE '0' TO WRK-FAIXA-IMC
               WHEN WRK-RES-ULT < 18.50
                   MOVE '1' TO WRK-FAIXA-IMC
               WHEN WRK-RES-ULT < 25.00
                   MOVE '2' TO WRK-FAIXA-IMC
               WHEN WRK-RES-ULT < 30.00
                   MOVE '3' TO WRK-FAIXA-IMC
               WHEN WRK-RES-ULT < 35.00
                   MOVE '4' TO WRK-FAIXA-IMC
               WHEN WRK-RES-ULT < 40.00
                   MOVE '5' TO WRK-FAIXA-IMC
               WHEN OTHER
                   MOVE '6' TO WRK-FAIXA-IMC
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-CINTURA-ULT = ZEROS
                   MOVE '0' TO WRK-FAIXA-CINT
               WHEN WRK-CINTURA-ULT < 94.00
                   MOVE '1' TO WRK-FAIXA-CINT
               WHEN WRK-CINTURA-ULT < 102.00
                   MOVE '2' TO WRK-FAIXA-CINT
               WHEN OTHER
                   MOVE '3' TO WRK-FAIXA-CINT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-SISTOLICA-ULT = ZEROS
                   MOVE '0' TO WRK-FAIXA-PA
               WHEN WRK-SISTOLICA-ULT < 120
                AND WRK-DIASTOL-ULT < 80
                   MOVE '1' TO WRK-FAIXA-PA
               WHEN WRK-SISTOLICA-ULT < 140
                AND WRK-DIASTOL-ULT < 90
                   MOVE '2' TO WRK-FAIXA-PA
               WHEN OTHER
                   MOVE '3' TO WRK-FAIXA-PA
           END-EVALUATE.
       2300-CLASSIFICA-FAIXAS-EXIT.
           EXIT.
      *NIVEL = MAIOR NIVEL ENTRE AS REGRAS QUE CASAM ('*' CASA
      *QUALQUER FAIXA); NENHUMA CASANDO, BAIXO
       2400-APLICA-REGRAS SECTION.
           MOVE 1 TO WRK-NIVEL.
           PERFORM VARYING IX-REG FROM 1 BY 1
                   UNTIL IX-REG > REG-QTDE
               IF (TAB-REG-IMC(IX-REG) = '*'
                   OR TAB-REG-IMC(IX-REG) = WRK-FAIXA-IMC)
                  AND (TAB-REG-CINT(IX-REG) = '*'
                   OR TAB-REG-CINT(IX-REG) = WRK-FAIXA-CINT)
                  AND (TAB-REG-PA(IX-REG) = '*'
                   OR TAB-REG-PA(IX-REG) = WRK-FAIXA-PA)
                  AND TAB-REG-NIVEL(IX-REG) > WRK-NIVEL
                   MOVE TAB-REG-NIVEL(IX-REG) TO WRK-NIVEL
               END-IF
           END-PERFORM.
           IF WRK-NIVEL > 4
               MOVE 4 TO WRK-NIVEL
           END-IF.
       2400-APLICA-REGRAS-EXIT.
           EXIT.
      *CONTA O NIVEL NO DEPARTAMENTO DO FUNCIONARIO
       2500-ACUMULA-DEPTO SECTION.
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
                   GO TO 2500-ACUMULA-DEPTO-EXIT
               END-IF
               ADD 1 TO DEP-QTDE
               MOVE DEP-QTDE TO IX-DEP
               MOVE WRK-DEPTO TO TAB-DEP-COD(IX-DEP)
               MOVE ZEROS TO TAB-DEP-TOTAL(IX-DEP)
               PERFORM VARYING IX-NIVEL FROM 1 BY 1
                       UNTIL IX-NIVEL > 4
                   MOVE ZEROS TO TAB-DEP-NIVEL(IX-DEP IX-NIVEL)
               END-PERFORM
           END-IF.
           ADD 1 TO TAB-DEP-NIVEL(IX-DEP WRK-NIVEL).
           ADD 1 TO TAB-DEP-TOTAL(IX-DEP).
       2500-ACUMULA-DEPTO-EXIT.
           EXIT.
      *LINHA DE ACOMPANHAMENTO NO RELATORIO E REGISTRO NO EXTRATO
       2600-GRAVA-ACOMPANHAMENTO SECTION.
           ADD 1 TO CNT-ACOMPANHA.
           MOVE EMP-ID            TO ACP-ID.
           MOVE EMP-NOME          TO ACP-NOME.
           MOVE EMP-DEPTO         TO ACP-DEPTO.
           MOVE WRK-RES-ULT       TO ACP-IMC.
           MOVE WRK-CINTURA-ULT   TO ACP-CINTURA.
           MOVE WRK-SISTOLICA-ULT TO ACP-SISTOLICA.
           MOVE WRK-DIASTOL-ULT   TO ACP-DIASTOL.
           MOVE SPACE TO ACP-BARRA.
           IF WRK-SISTOLICA-ULT NOT = ZEROS
               MOVE '/' TO ACP-BARRA
           END-IF.
           MOVE WRK-NOME-NIVEL    TO ACP-NIVEL.
           MOVE WRK-DATA-ULT      TO ACP-DATA.
           WRITE REL-LINHA FROM REL-ACOMPANHA.
           MOVE EMP-ID            TO RXD-ID.
           MOVE EMP-NOME          TO RXD-NOME.
           MOVE EMP-DEPTO         TO RXD-DEPTO.
           MOVE WRK-NIVEL         TO RXD-NIVEL.
           MOVE WRK-NOME-NIVEL    TO RXD-NOME-NIVEL.
           MOVE WRK-FAIXAS        TO RXD-FAIXAS.
           MOVE WRK-RES-ULT       TO RXD-IMC.
           MOVE WRK-CINTURA-ULT   TO RXD-CINTURA.
           MOVE WRK-SISTOLICA-ULT TO RXD-SISTOLICA.
           MOVE WRK-DIASTOL-ULT   TO RXD-DIASTOL.
           MOVE WRK-DATA-ULT      TO RXD-DATA.
           WRITE RXH-LINHA FROM RXH-DETALHE.
       2600-GRAVA-ACOMPANHAMENTO-EXIT.
           EXIT.
      *QUADRO DE NIVEIS POR DEPARTAMENTO, TRAILER DO EXTRATO E FECHA
       3000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 3000-FINALIZA-EXIT
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-CABECALHO-3.
           PERFORM VARYING IX-DEP FROM 1 BY 1
                   UNTIL IX-DEP > DEP-QTDE
               MOVE TAB-DEP-COD(IX-DEP) TO DET-DEPTO
               MOVE SPACES TO DET-NOME
               IF TAB-DEP-COD(IX-DEP) = ZEROS
                   MOVE 'SEM LOTACAO' TO DET-NOME
               ELSE
                   IF DEPMSTR-NO-AR
                       MOVE TAB-DEP-COD(IX-DEP) TO DEP-CODIGO
                       READ DEPMSTR
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF WS-DEPMSTR-STATUS = '00'
                           MOVE DEP-NOME TO DET-NOME
                       ELSE
                           MOVE '*** SEM CADASTRO ***' TO DET-NOME
                       END-IF
                   END-IF
               END-IF
               PERFORM VARYING IX-NIVEL FROM 1 BY 1
                       UNTIL IX-NIVEL > 4
                   MOVE TAB-DEP-NIVEL(IX-DEP IX-NIVEL)
                       TO DET-NIVEL(IX-NIVEL)
               END-PERFORM
               MOVE TAB-DEP-TOTAL(IX-DEP) TO DET-TOTAL
               WRITE REL-LINHA FROM REL-DETALHE
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FUNCIONARIOS ATIVOS.........: ' CNT-LIDOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'AVALIADOS...................: ' CNT-AVALIADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM MEDICAO.................: ' CNT-SEM-MEDICAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PARA ACOMPANHAMENTO.........: ' CNT-ACOMPANHA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELRISCO.
           MOVE WRK-DATA-HOJE TO RXT-DATA.
           MOVE CNT-ACOMPANHA TO RXT-QTDE.
           WRITE RXH-LINHA FROM RXH-TRAILER.
           CLOSE RISCOHR.
           CLOSE EMPMSTR.
           IF HISTIMC-NO-AR
               CLOSE HISTIMC
           END-IF.
           IF SAUDMED-NO-AR
               CLOSE SAUDMED
           END-IF.
           IF DEPMSTR-NO-AR
               CLOSE DEPMSTR
           END-IF.
           DISPLAY 'FUNCIONARIOS AVALIADOS: ' CNT-AVALIADOS.
           DISPLAY 'PARA ACOMPANHAMENTO...: ' CNT-ACOMPANHA.
           IF CNT-ACOMPANHA > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *NOME DO NIVEL WRK-NIVEL (MESMOS NOMES DO RISMAINT)
       9100-NOME-NIVEL SECTION.
           EVALUATE WRK-NIVEL
               WHEN 1
                   MOVE 'BAIXO'      TO WRK-NOME-NIVEL
               WHEN 2
                   MOVE 'MODERADO'   TO WRK-NOME-NIVEL
               WHEN 3
                   MOVE 'ALTO'       TO WRK-NOME-NIVEL
               WHEN OTHER
                   MOVE 'MUITO ALTO' TO WRK-NOME-NIVEL
           END-EVALUATE.
       9100-NOME-NIVEL-EXIT.
           EXIT.
       END PROGRAM RELRISCO.

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: FOLHA DE ROTA DIARIA DO TRABALHO DE CAMPO - PARA CADA
      *          OPERADOR COM ORDENS DE REMEDICAO ABERTAS NO ORDSERV
      *          (ATRIBUIDAS NO ORDMAINT), IMPRIME NO RELROTA UMA FOLHA
      *          COM AS ORDENS DELE AGRUPADAS POR SETOR (OS TRES
      *          PRIMEIROS DIGITOS DO NUMERO DO LOTE) E, DENTRO DO
      *          SETOR, PELA PRIORIDADE (1 = MAIS URGENTE). AS ORDENS
      *          ABERTAS HA MAIS DE RUNPARM-DIAS-ORDEM DIAS SAEM NA
      *          FRENTE, NUM BLOCO DE ATRASADAS. CADA ORDEM TRAZ A
      *          DESCRICAO DO LOTE (LOTMSTR), O MOTIVO (DIV/NMD), A
      *          ULTIMA AREA MEDIDA (GEOMSTR) E A AREA DO LEVANTAMENTO
      *          (LEVANT), COM LINHAS EM BRANCO PARA AS LEITURAS NOVAS.
      *          NO ROTAVIST SAI A VIA DE RETORNO DE CADA FOLHA, UMA
      *          LINHA POR ORDEM, PARA O OPERADOR MARCAR O RESULTADO E
      *          DEVOLVER ASSINADA AO SUPERVISOR. ORDEM ABERTA SEM
      *          OPERADOR NAO ENTRA EM FOLHA NENHUMA - E SO CONTADA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELROTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ORDSERV ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WS-ORDSERV-STATUS.
           SELECT LOTMSTR ASSIGN TO "LOTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           SELECT RELROTA ASSIGN TO "RELROTA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROTAVIST ASSIGN TO "ROTAVIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROTASORT ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
       COPY RUNPARM.
       FD  ORDSERV.
       COPY ORDREC.
       FD  LOTMSTR.
       COPY LOTREC.
       FD  GEOMSTR.
       COPY GEOREC.
       FD  LEVANT.
       COPY LEVREC.
       FD  RELROTA.
       01  REL-LINHA PIC X(100).
       FD  ROTAVIST.
       01  VIS-LINHA PIC X(100).
       SD  ROTASORT.
       01  RTS-REC.
           05 RTS-OPERADOR       PIC X(006).
           05 RTS-ATRASO         PIC 9(001).
               88 RTS-ATRASADA        VALUE 0.
           05 RTS-SETOR          PIC 9(003).
           05 RTS-PRIORIDADE     PIC 9(001).
           05 RTS-NUMERO         PIC 9(005).
           05 RTS-LOTE           PIC 9(006).
           05 RTS-MOTIVO         PIC X(003).
           05 RTS-DATA-GERACAO   PIC 9(008).
           05 RTS-DIAS-ABERTA    PIC 9(005).
           05 RTS-DESCRICAO      PIC X(030).
           05 RTS-AREA-MEDIDA    PIC 9(006)V99.
           05 RTS-DATA-MEDICAO   PIC 9(008).
           05 RTS-AREA-LEVANT    PIC 9(006)V99.
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-RUNCTL-STATUS   PIC X(002) VALUE '00'.
           05 WS-ORDSERV-STATUS  PIC X(002) VALUE '00'.
           05 WS-LOTMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-GEOMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-LEVANT-STATUS   PIC X(002) VALUE '00'.
           05 WS-FIM-ORDSERV     PIC X(001) VALUE 'N'.
               88 FIM-ORDSERV         VALUE 'S'.
           05 WS-FIM-GEOMSTR     PIC X(001) VALUE 'N'.
               88 FIM-GEOMSTR         VALUE 'S'.
           05 WS-FIM-SORT        PIC X(001) VALUE 'N'.
               88 FIM-SORT            VALUE 'S'.
           05 WS-ORDSERV-ABERTO  PIC X(001) VALUE 'N'.
               88 ORDSERV-NO-AR       VALUE 'S'.
           05 WS-LOTMSTR-ABERTO  PIC X(001) VALUE 'N'.
               88 LOTMSTR-NO-AR       VALUE 'S'.
           05 WS-GEOMSTR-ABERTO  PIC X(001) VALUE 'N'.
               88 GEOMSTR-NO-AR       VALUE 'S'.
           05 WS-LEVANT-ABERTO   PIC X(001) VALUE 'N'.
               88 LEVANT-NO-AR        VALUE 'S'.
       01 AREA-PARAMETRO.
           05 WRK-DIAS-ORDEM     PIC 9(003) VALUE 15.
           05 WRK-JULIANO-HOJE   PIC 9(007) VALUE ZEROS.
           05 WRK-JULIANO-GER    PIC 9(007) VALUE ZEROS.
       01 WRK-LOTE-SETOR         PIC 9(006) VALUE ZEROS.
       01 FILLER REDEFINES WRK-LOTE-SETOR.
           05 WRK-SETOR          PIC 9(003).
           05 FILLER             PIC 9(003).
       01 WRK-DATA-QUEBRA        PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-QUEBRA.
           05 WRK-QD-ANO         PIC 9(004).
           05 WRK-QD-MES         PIC 9(002).
           05 WRK-QD-DIA         PIC 9(002).
       01 WRK-DATA-EDT.
           05 WRK-DE-DIA         PIC 9(002).
           05 FILLER             PIC X(001) VALUE '/'.
           05 WRK-DE-MES         PIC 9(002).
           05 FILLER             PIC X(001) VALUE '/'.
           05 WRK-DE-ANO         PIC 9(004).
       01 AREA-QUEBRA.
           05 QBR-OPERADOR       PIC X(006) VALUE SPACES.
           05 QBR-ATRASO         PIC 9(001) VALUE ZEROS.
           05 QBR-SETOR          PIC 9(003) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-LIDAS          PIC 9(007) VALUE ZEROS.
           05 CNT-ABERTAS        PIC 9(007) VALUE ZEROS.
           05 CNT-SEM-OPERADOR   PIC 9(007) VALUE ZEROS.
           05 CNT-NA-ROTA        PIC 9(007) VALUE ZEROS.
           05 CNT-ATRASADAS      PIC 9(007) VALUE ZEROS.
           05 CNT-FOLHAS         PIC 9(005) VALUE ZEROS.
           05 CNT-ORDENS-FOLHA   PIC 9(005) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER        PIC X(023) VALUE
               'FOLHA DE ROTA DE CAMPO'.
           05 FILLER        PIC X(010) VALUE 'OPERADOR: '.
           05 CAB0-OPERADOR PIC X(006).
       01 REL-BLOCO.
           05 BLC-TITULO    PIC X(017).
           05 FILLER        PIC X(001) VALUE '('.
           05 BLC-COMPARA   PIC X(008).
           05 BLC-DIAS      PIC ZZ9.
           05 FILLER        PIC X(006) VALUE ' DIAS)'.
       01 REL-SETOR.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 FILLER        PIC X(006) VALUE 'SETOR '.
           05 SET-SETOR     PIC 9(003).
       01 REL-ORDEM-1.
           05 FILLER        PIC X(004) VALUE SPACES.
           05 FILLER        PIC X(003) VALUE 'OS '.
           05 ORD-NUMERO    PIC 9(005).
           05 FILLER        PIC X(007) VALUE '  LOTE '.
           05 ORD-LOTE      PIC 9(006).
           05 FILLER        PIC X(007) VALUE '  PRIO '.
           05 ORD-PRIORIDADE PIC 9(001).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 ORD-MOTIVO    PIC X(003).
           05 FILLER        PIC X(010) VALUE '  ABERTA '.
           05 ORD-DATA      PIC X(010).
           05 FILLER        PIC X(002) VALUE ' ('.
           05 ORD-DIAS      PIC ZZZZ9.
           05 FILLER        PIC X(006) VALUE ' DIAS)'.
       01 REL-ORDEM-2.
           05 FILLER        PIC X(010) VALUE SPACES.
           05 ORD-DESCRICAO PIC X(030).
       01 REL-ORDEM-3.
           05 FILLER        PIC X(010) VALUE SPACES.
           05 FILLER        PIC X(014) VALUE 'AREA MEDIDA: '.
           05 ORD-AREA-MED  PIC X(010).
           05 FILLER        PIC X(004) VALUE ' EM '.
           05 ORD-DATA-MED  PIC X(010).
           05 FILLER        PIC X(018) VALUE '  AREA LEVANTADA: '.
           05 ORD-AREA-LEV  PIC X(010).
       01 REL-ORDEM-4.
           05 FILLER        PIC X(010) VALUE SPACES.
           05 FILLER        PIC X(047) VALUE
               'NOVA AREA: ____________  PERIMETRO: ___________'.
           05 FILLER        PIC X(022) VALUE
               '  DATA: ___/___/_____'.
       01 REL-ORDEM-5.
           05 FILLER        PIC X(010) VALUE SPACES.
           05 FILLER        PIC X(060) VALUE
               'OBSERVACAO: ________________________________________'.
       01 WRK-AREA-EDT          PIC ZZZZZ9.99.
       01 VIS-CABECALHO-0.
           05 FILLER        PIC X(034) VALUE
               'VIA DE RETORNO DA FOLHA DE ROTA - '.
           05 FILLER        PIC X(010) VALUE 'OPERADOR: '.
           05 VCB-OPERADOR  PIC X(006).
       01 VIS-DETALHE.
           05 FILLER        PIC X(003) VALUE 'OS '.
           05 VDT-NUMERO    PIC 9(005).
           05 FILLER        PIC X(007) VALUE '  LOTE '.
           05 VDT-LOTE      PIC 9(006).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 VDT-MOTIVO    PIC X(003).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 VDT-ATRASO    PIC X(008).
           05 FILLER        PIC X(043) VALUE
               '  [ ] MEDIDO  [ ] NAO MEDIDO  MOTIVO: _____'.
       01 VIS-TOTAL.
           05 FILLER        PIC X(017) VALUE 'ORDENS NA FOLHA: '.
           05 VTT-ORDENS    PIC ZZZZ9.
           05 FILLER        PIC X(038) VALUE
               '   MEDIDAS: _____   NAO MEDIDAS: _____'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE < RC-ERRO
               SORT ROTASORT
                   ON ASCENDING KEY RTS-OPERADOR RTS-ATRASO
                                    RTS-SETOR RTS-PRIORIDADE
                                    RTS-NUMERO
                   INPUT PROCEDURE IS 2000-SELECIONA-ORDENS
                   OUTPUT PROCEDURE IS 3000-IMPRIME
           END-IF
           PERFORM 9000-FINALIZA
           GOBACK.
      *LE O PRAZO DO RUNCTL E ABRE OS CADASTROS
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNPARM-DIAS-ORDEM NUMERIC
                          AND RUNPARM-DIAS-ORDEM > ZEROS
                           MOVE RUNPARM-DIAS-ORDEM TO WRK-DIAS-ORDEM
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           COMPUTE WRK-JULIANO-HOJE =
               FUNCTION INTEGER-OF-DATE(AS-DATA-LONGA).
           OPEN INPUT ORDSERV.
           IF WS-ORDSERV-STATUS NOT = '00'
               DISPLAY 'ORDSERV INDISPONIVEL - STATUS '
                   WS-ORDSERV-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           SET ORDSERV-NO-AR TO TRUE.
           OPEN INPUT LOTMSTR.
           IF WS-LOTMSTR-STATUS = '00'
               SET LOTMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: LOTMSTR INDISPONIVEL - STATUS '
                   WS-LOTMSTR-STATUS ' - FOLHAS SEM DESCRICAO'
           END-IF.
           OPEN INPUT GEOMSTR.
           IF WS-GEOMSTR-STATUS = '00'
               SET GEOMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: GEOMSTR INDISPONIVEL - STATUS '
                   WS-GEOMSTR-STATUS ' - FOLHAS SEM AREA MEDIDA'
           END-IF.
           OPEN INPUT LEVANT.
           IF WS-LEVANT-STATUS = '00'
               SET LEVANT-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: LEVANT INDISPONIVEL - STATUS '
                   WS-LEVANT-STATUS ' - FOLHAS SEM AREA LEVANTADA'
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *ORDENS ABERTAS COM OPERADOR VAO PARA O SORT
       2000-SELECIONA-ORDENS SECTION.
           PERFORM UNTIL FIM-ORDSERV
               READ ORDSERV NEXT
                   AT END
                       SET FIM-ORDSERV TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-LIDAS
                       IF OS-ABERTA
                           ADD 1 TO CNT-ABERTAS
                           IF OS-OPERADOR = SPACES
                               ADD 1 TO CNT-SEM-OPERADOR
                           ELSE
                               PERFORM 2100-MONTA-ORDEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2000-SELECIONA-ORDENS-EXIT.
           EXIT.
      *SETOR, ATRASO, DESCRICAO E AREAS DE UMA ORDEM
       2100-MONTA-ORDEM SECTION.
           MOVE OS-OPERADOR     TO RTS-OPERADOR.
           MOVE OS-LOTE         TO WRK-LOTE-SETOR.
           MOVE WRK-SETOR       TO RTS-SETOR.
           MOVE OS-PRIORIDADE   TO RTS-PRIORIDADE.
           MOVE OS-NUMERO       TO RTS-NUMERO.
           MOVE OS-LOTE         TO RTS-LOTE.
           MOVE OS-MOTIVO       TO RTS-MOTIVO.
           MOVE OS-DATA-GERACAO TO RTS-DATA-GERACAO.
           MOVE ZEROS           TO RTS-DIAS-ABERTA.
           IF OS-DATA-GERACAO > 16010101
              AND OS-DATA-GERACAO NOT > AS-DATA-LONGA
               COMPUTE WRK-JULIANO-GER =
                   FUNCTION INTEGER-OF-DATE(OS-DATA-GERACAO)
               COMPUTE RTS-DIAS-ABERTA =
                   WRK-JULIANO-HOJE - WRK-JULIANO-GER
           END-IF.
           IF RTS-DIAS-ABERTA > WRK-DIAS-ORDEM
               MOVE 0 TO RTS-ATRASO
           ELSE
               MOVE 1 TO RTS-ATRASO
           END-IF.
           MOVE SPACES TO RTS-DESCRICAO.
           IF LOTMSTR-NO-AR
               MOVE OS-LOTE TO LT-LOTE
               READ LOTMSTR
                   INVALID KEY
                       MOVE 'LOTE FORA DO CADASTRO' TO RTS-DESCRICAO
                   NOT INVALID KEY
                       MOVE LT-DESCRICAO TO RTS-DESCRICAO
               END-READ
           END-IF.
           MOVE ZEROS TO RTS-AREA-MEDIDA RTS-DATA-MEDICAO.
           IF GEOMSTR-NO-AR
               MOVE 'N' TO WS-FIM-GEOMSTR
               MOVE OS-LOTE TO GM-LOTE
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
                           IF GM-LOTE NOT = OS-LOTE
                               SET FIM-GEOMSTR TO TRUE
                           ELSE
                               MOVE GM-AREA TO RTS-AREA-MEDIDA
                               MOVE GM-DATA TO RTS-DATA-MEDICAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO RTS-AREA-LEVANT.
           IF LEVANT-NO-AR
               MOVE OS-LOTE TO LV-LOTE
               READ LEVANT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LV-AREA TO RTS-AREA-LEVANT
               END-READ
           END-IF.
           RELEASE RTS-REC.
       2100-MONTA-ORDEM-EXIT.
           EXIT.
      *UMA FOLHA POR OPERADOR NO RELROTA E A VIA DE RETORNO NO ROTAVIST
       3000-IMPRIME SECTION.
           OPEN OUTPUT RELROTA.
           OPEN OUTPUT ROTAVIST.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           PERFORM UNTIL FIM-SORT
               RETURN ROTASORT
                   AT END
                       SET FIM-SORT TO TRUE
                   NOT AT END
                       PERFORM 3100-LINHA-ORDEM
               END-RETURN
           END-PERFORM.
           IF CNT-NA-ROTA > ZEROS
               PERFORM 3400-FECHA-FOLHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ORDENS LIDAS...............: ' CNT-LIDAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ORDENS ABERTAS.............: ' CNT-ABERTAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'NAS FOLHAS DE ROTA.........: ' CNT-NA-ROTA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ATRASADAS..................: ' CNT-ATRASADAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FOLHAS (OPERADORES)........: ' CNT-FOLHAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM OPERADOR (VER ORDMAINT): ' CNT-SEM-OPERADOR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELROTA.
           CLOSE ROTAVIST.
           IF CNT-ATRASADAS > ZEROS OR CNT-SEM-OPERADOR > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           END-IF.
       3000-IMPRIME-EXIT.
           EXIT.
      *UMA ORDEM DO SORT: QUEBRAS DE OPERADOR, BLOCO E SETOR
       3100-LINHA-ORDEM SECTION.
           IF CNT-NA-ROTA = ZEROS
              OR RTS-OPERADOR NOT = QBR-OPERADOR
               IF CNT-NA-ROTA > ZEROS
                   PERFORM 3400-FECHA-FOLHA
               END-IF
               PERFORM 3200-ABRE-FOLHA
               MOVE RTS-OPERADOR TO QBR-OPERADOR
               MOVE 9 TO QBR-ATRASO
           END-IF.
           IF RTS-ATRASO NOT = QBR-ATRASO
               MOVE RTS-ATRASO TO QBR-ATRASO
               MOVE WRK-DIAS-ORDEM TO BLC-DIAS
               IF RTS-ATRASADA
                   MOVE 'ORDENS ATRASADAS' TO BLC-TITULO
                   MOVE 'MAIS DE' TO BLC-COMPARA
               ELSE
                   MOVE 'ORDENS NO PRAZO' TO BLC-TITULO
                   MOVE 'ATE' TO BLC-COMPARA
               END-IF
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM REL-BLOCO
               MOVE 999 TO QBR-SETOR
           END-IF.
           IF RTS-SETOR NOT = QBR-SETOR
               MOVE RTS-SETOR TO QBR-SETOR
               MOVE RTS-SETOR TO SET-SETOR
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM REL-SETOR
           END-IF.
           ADD 1 TO CNT-NA-ROTA CNT-ORDENS-FOLHA.
           IF RTS-ATRASADA
               ADD 1 TO CNT-ATRASADAS
           END-IF.
           PERFORM 3300-IMPRIME-ORDEM.
       3100-LINHA-ORDEM-EXIT.
           EXIT.
      *CABECALHO DA FOLHA DO OPERADOR E DA VIA DE RETORNO
       3200-ABRE-FOLHA SECTION.
           ADD 1 TO CNT-FOLHAS.
           MOVE CNT-FOLHAS TO CAB-REL-PAGINA.
           MOVE ZEROS TO CNT-ORDENS-FOLHA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE RTS-OPERADOR TO CAB0-OPERADOR.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE VIS-LINHA FROM AREA-CABECALHO-RELATORIO.
           MOVE RTS-OPERADOR TO VCB-OPERADOR.
           WRITE VIS-LINHA FROM VIS-CABECALHO-0.
           MOVE SPACES TO VIS-LINHA.
           WRITE VIS-LINHA.
       3200-ABRE-FOLHA-EXIT.
           EXIT.
      *AS LINHAS DA ORDEM NA FOLHA E NA VIA DE RETORNO
       3300-IMPRIME-ORDEM SECTION.
           MOVE RTS-NUMERO       TO ORD-NUMERO.
           MOVE RTS-LOTE         TO ORD-LOTE.
           MOVE RTS-PRIORIDADE   TO ORD-PRIORIDADE.
           MOVE RTS-MOTIVO       TO ORD-MOTIVO.
           MOVE RTS-DATA-GERACAO TO WRK-DATA-QUEBRA.
           PERFORM 3310-EDITA-DATA.
           MOVE WRK-DATA-EDT     TO ORD-DATA.
           MOVE RTS-DIAS-ABERTA  TO ORD-DIAS.
           WRITE REL-LINHA FROM REL-ORDEM-1.
           MOVE RTS-DESCRICAO    TO ORD-DESCRICAO.
           WRITE REL-LINHA FROM REL-ORDEM-2.
           IF RTS-DATA-MEDICAO = ZEROS
               MOVE 'NUNCA'  TO ORD-AREA-MED
               MOVE SPACES   TO ORD-DATA-MED
           ELSE
               MOVE RTS-AREA-MEDIDA TO WRK-AREA-EDT
               MOVE WRK-AREA-EDT    TO ORD-AREA-MED
               MOVE RTS-DATA-MEDICAO TO WRK-DATA-QUEBRA
               PERFORM 3310-EDITA-DATA
               MOVE WRK-DATA-EDT    TO ORD-DATA-MED
           END-IF.
           IF RTS-AREA-LEVANT = ZEROS
               MOVE 'SEM LEVANT' TO ORD-AREA-LEV
           ELSE
               MOVE RTS-AREA-LEVANT TO WRK-AREA-EDT
               MOVE WRK-AREA-EDT    TO ORD-AREA-LEV
           END-IF.
           WRITE REL-LINHA FROM REL-ORDEM-3.
           WRITE REL-LINHA FROM REL-ORDEM-4.
           WRITE REL-LINHA FROM REL-ORDEM-5.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE RTS-NUMERO TO VDT-NUMERO.
           MOVE RTS-LOTE   TO VDT-LOTE.
           MOVE RTS-MOTIVO TO VDT-MOTIVO.
           IF RTS-ATRASADA
               MOVE 'ATRASADA' TO VDT-ATRASO
           ELSE
               MOVE SPACES TO VDT-ATRASO
           END-IF.
           WRITE VIS-LINHA FROM VIS-DETALHE.
       3300-IMPRIME-ORDEM-EXIT.
           EXIT.
      *AAAAMMDD PARA DD/MM/AAAA
       3310-EDITA-DATA SECTION.
           MOVE WRK-QD-DIA TO WRK-DE-DIA.
           MOVE WRK-QD-MES TO WRK-DE-MES.
           MOVE WRK-QD-ANO TO WRK-DE-ANO.
       3310-EDITA-DATA-EXIT.
           EXIT.
      *FECHA A FOLHA DO OPERADOR: TOTAL E CAMPOS DE ASSINATURA
       3400-FECHA-FOLHA SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING 'ORDENS NA FOLHA: ' CNT-ORDENS-FOLHA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'A VIA DE RETORNO VOLTA ASSINADA PARA O SUPERVISOR.'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO VIS-LINHA.
           WRITE VIS-LINHA.
           MOVE CNT-ORDENS-FOLHA TO VTT-ORDENS.
           WRITE VIS-LINHA FROM VIS-TOTAL.
           MOVE SPACES TO VIS-LINHA.
           WRITE VIS-LINHA.
           MOVE 'OPERADOR: ____________________  DATA: ___/___/_____'
               TO VIS-LINHA.
           WRITE VIS-LINHA.
           MOVE SPACES TO VIS-LINHA.
           WRITE VIS-LINHA.
           MOVE 'SUPERVISOR: __________________  DATA: ___/___/_____'
               TO VIS-LINHA.
           WRITE VIS-LINHA.
           MOVE ALL '-' TO VIS-LINHA.
           WRITE VIS-LINHA.
       3400-FECHA-FOLHA-EXIT.
           EXIT.
      *FECHA OS CADASTROS
       9000-FINALIZA SECTION.
           IF ORDSERV-NO-AR
               CLOSE ORDSERV
           END-IF.
           IF LOTMSTR-NO-AR
               CLOSE LOTMSTR
           END-IF.
           IF GEOMSTR-NO-AR
               CLOSE GEOMSTR
           END-IF.
           IF LEVANT-NO-AR
               CLOSE LEVANT
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM RELROTA.

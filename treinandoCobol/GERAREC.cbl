      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: GERADOR DO CALENDARIO DA CASA NO CADASTRO DATADO
      *          MASTRWRK - LE AS REGRAS DE EVENTOS RECORRENTES DO
      *          ARQUIVO TEXTO RECORREN (VEJA RCRREC: ENESIMO DIA
      *          UTIL, ULTIMO DIA UTIL, DIA FIXO EMPURRADO PARA O
      *          PROXIMO UTIL E DIA DA SEMANA), RECEBE UMA DATA
      *          INICIAL E UMA FINAL (AAAAMMDD) E EXPANDE CADA REGRA
      *          MES A MES NO INTERVALO, RESOLVENDO O DIA UTIL PELO
      *          SERVICO DIAUTIL. A DATA JA CADASTRADA NO MASTRWRK
      *          (DIGITADA NO WRKMAINT OU GERADA ANTES) E MANTIDA
      *          COMO ESTA - O GERADOR SO INCLUI; DUAS REGRAS NO
      *          MESMO DIA FICAM COM A PRIMEIRA DO ARQUIVO. RODAR DE
      *          NOVO O MESMO INTERVALO NAO DUPLICA NADA. CADA
      *          INCLUSAO VAI PARA O DIARIO JRNMSTR (CALL 'GRVJRNL')
      *          COMO NAS CARGAS EM LOTE. COM O ANO INTEIRO GERADO O
      *          RELATORIO DO SECTIONWRK (DATADRV DO GERADRV) SAI COM
      *          O CALENDARIO COMPLETO DA CASA.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. RC-AVISO QUANDO ALGUMA REGRA FOI
      *                IGNORADA OU ALGUMA DATA GERADA COLIDIU COM UMA
      *                DESCRICAO DIFERENTE JA CADASTRADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORREN ASSIGN TO "RECORREN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORREN-STATUS.
           SELECT MASTRWRK ASSIGN TO "MASTRWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-CHAVE
               FILE STATUS IS WS-MASTRWRK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECORREN.
       COPY RCRREC.
       FD  MASTRWRK.
       COPY WRKREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY VALDCOM.
       COPY DIACOM.
       COPY ESPCOM.
       COPY JRNCOM.
       01 WRK-DATA-INICIAL  PIC 9(008) VALUE ZEROS.
       01 WRK-DATA-FINAL    PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-RECORREN-STATUS PIC X(002) VALUE '00'.
           05 WS-MASTRWRK-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-RECORREN    PIC X(001) VALUE 'N'.
               88 FIM-RECORREN       VALUE 'S'.
           05 WS-ERRO-GRAVE      PIC X(001) VALUE 'N'.
               88 HOUVE-ERRO-GRAVE   VALUE 'S'.
           05 WS-MESES-OK        PIC X(001) VALUE 'S'.
               88 MESES-VALIDOS      VALUE 'S'.
      *MES CORRENTE DA EXPANSAO E SEUS LIMITES
       01 AREA-MES-CORRENTE.
           05 WRK-ANOMES         PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-ANOMES.
               10 WRK-AM-AAAA    PIC 9(004).
               10 WRK-AM-MM      PIC 9(002).
           05 WRK-ANOMES-FIM     PIC 9(006) VALUE ZEROS.
           05 WRK-PRIMEIRO-DIA   PIC 9(008) VALUE ZEROS.
           05 WRK-ULTIMO-DIA     PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-ULTIMO-DIA.
               10 FILLER         PIC 9(006).
               10 WRK-ULT-DD     PIC 9(002).
           05 WRK-JUL-PRIMEIRO   PIC S9(007) VALUE ZEROS.
           05 WRK-JUL-ULTIMO     PIC S9(007) VALUE ZEROS.
           05 WRK-JULIANO        PIC S9(007) VALUE ZEROS.
           05 WRK-DIA-SEMANA     PIC 9(001) VALUE ZEROS.
           05 WRK-DESLOCA        PIC 9(001) VALUE ZEROS.
           05 WRK-CONTA-UTIL     PIC 9(002) VALUE ZEROS.
           05 WRK-PROX-ANOMES    PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-PROX-ANOMES.
               10 WRK-PROX-AAAA  PIC 9(004).
               10 WRK-PROX-MM    PIC 9(002).
           05 WRK-DATA-EVENTO    PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-DATA-EVENTO.
               10 WRK-EV-AAAA    PIC 9(004).
               10 WRK-EV-MM      PIC 9(002).
               10 WRK-EV-DD      PIC 9(002).
      *REGRAS VALIDAS DO RECORREN, NA ORDEM DO ARQUIVO
       01 AREA-REGRAS.
           05 REG-QTDE           PIC 9(003) VALUE ZEROS.
           05 REG-ENTRADA OCCURS 200 TIMES.
               10 TAB-REG-TIPO      PIC X(001).
               10 TAB-REG-PARAM     PIC 9(002).
               10 TAB-REG-MESES     PIC X(012).
               10 FILLER REDEFINES TAB-REG-MESES.
                   15 TAB-REG-MES   PIC X(001) OCCURS 12 TIMES.
               10 TAB-REG-DESCRICAO PIC X(050).
           05 IX-REG             PIC 9(003) VALUE ZEROS.
           05 IX-MES             PIC 9(002) VALUE ZEROS.
       01 AREA-CONTADORES.
           05 CNT-LINHAS         PIC 9(005) VALUE ZEROS.
           05 CNT-IGNORADAS      PIC 9(005) VALUE ZEROS.
           05 CNT-INCLUIDAS      PIC 9(005) VALUE ZEROS.
           05 CNT-JA-GERADAS     PIC 9(005) VALUE ZEROS.
           05 CNT-MANTIDAS       PIC 9(005) VALUE ZEROS.
           05 CNT-FERIADOS       PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-DIA        PIC 9(005) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY 'GERADOR DO CALENDARIO DE EVENTOS RECORRENTES'.
           DISPLAY 'DATA INICIAL (AAAAMMDD)'.
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY 'DATA FINAL (AAAAMMDD)'.
           ACCEPT WRK-DATA-FINAL.
           MOVE WRK-DATA-INICIAL TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'DATA INICIAL INVALIDA: ' VDT-MOTIVO
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-DATA-FINAL TO VDT-DATA.
           MOVE RETURN-CODE TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'DATA FINAL INVALIDA: ' VDT-MOTIVO
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           IF WRK-DATA-INICIAL > WRK-DATA-FINAL
               DISPLAY 'DATA INICIAL DEPOIS DA FINAL'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-CARREGA-REGRAS.
           IF REG-QTDE = ZEROS
               DISPLAY 'NENHUMA REGRA VALIDA NO RECORREN'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1500-ABRE-MASTRWRK.
           IF HOUVE-ERRO-GRAVE
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-DATA-INICIAL(1:6) TO WRK-ANOMES.
           MOVE WRK-DATA-FINAL(1:6)   TO WRK-ANOMES-FIM.
           PERFORM 2000-EXPANDE-MES
               UNTIL WRK-ANOMES > WRK-ANOMES-FIM
                  OR HOUVE-ERRO-GRAVE.
           CLOSE MASTRWRK.
           DISPLAY 'REGRAS LIDAS.................: ' REG-QTDE.
           DISPLAY 'LINHAS DE REGRA IGNORADAS....: ' CNT-IGNORADAS.
           DISPLAY 'DATAS INCLUIDAS NO MASTRWRK..: ' CNT-INCLUIDAS.
           DISPLAY 'DATAS JA GERADAS ANTES.......: ' CNT-JA-GERADAS.
           DISPLAY 'DATAS CADASTRADAS MANTIDAS...: ' CNT-MANTIDAS.
           DISPLAY 'SEMANAIS PULADAS POR FERIADO.: ' CNT-FERIADOS.
           DISPLAY 'MESES SEM O ENESIMO DIA UTIL.: ' CNT-SEM-DIA.
           EVALUATE TRUE
               WHEN HOUVE-ERRO-GRAVE
                   MOVE RC-ERRO-GRAVE TO RETURN-CODE
               WHEN CNT-IGNORADAS > ZEROS
                 OR CNT-MANTIDAS > ZEROS
                   MOVE RC-AVISO TO RETURN-CODE
               WHEN OTHER
                   MOVE RC-SUCESSO TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *CARREGA AS REGRAS DO RECORREN EM TABELA, CRITICANDO CADA
      *LINHA (COMENTARIO E BRANCO SAO PULADOS)
       1000-CARREGA-REGRAS SECTION.
           OPEN INPUT RECORREN.
           IF WS-RECORREN-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE REGRAS RECORREN INDISPONIVEL - '
                   'STATUS ' WS-RECORREN-STATUS
               GO TO 1000-CARREGA-REGRAS-EXIT
           END-IF.
           PERFORM UNTIL FIM-RECORREN
               READ RECORREN
                   AT END
                       SET FIM-RECORREN TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-LINHAS
                       PERFORM 1100-CRITICA-REGRA
               END-READ
           END-PERFORM.
           CLOSE RECORREN.
       1000-CARREGA-REGRAS-EXIT.
           EXIT.
      *CRITICA UMA LINHA DO RECORREN E GUARDA A REGRA SE FOR VALIDA
       1100-CRITICA-REGRA SECTION.
           IF RECORREN-REC = SPACES OR RR-TIPO = '*'
               GO TO 1100-CRITICA-REGRA-EXIT
           END-IF.
           IF RR-ULTIMO-UTIL AND RR-PARAMETRO NOT NUMERIC
               MOVE ZEROS TO RR-PARAMETRO
           END-IF.
           IF (NOT RR-ENESIMO-UTIL AND NOT RR-ULTIMO-UTIL
               AND NOT RR-DIA-FIXO AND NOT RR-SEMANAL)
              OR RR-PARAMETRO NOT NUMERIC
              OR RR-DESCRICAO = SPACES
              OR (RR-ENESIMO-UTIL
                  AND (RR-PARAMETRO < 1 OR RR-PARAMETRO > 23))
              OR (RR-DIA-FIXO
                  AND (RR-PARAMETRO < 1 OR RR-PARAMETRO > 31))
              OR (RR-SEMANAL
                  AND (RR-PARAMETRO < 1 OR RR-PARAMETRO > 7))
               DISPLAY 'RECORREN LINHA ' CNT-LINHAS
                   ' MAL FORMADA - IGNORADA'
               ADD 1 TO CNT-IGNORADAS
               GO TO 1100-CRITICA-REGRA-EXIT
           END-IF.
           MOVE 'S' TO WS-MESES-OK.
           PERFORM VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12
               IF RR-MES(IX-MES) NOT = SPACE
                  AND RR-MES(IX-MES) NOT = '.'
                  AND RR-MES(IX-MES) NOT = 'X'
                   MOVE 'N' TO WS-MESES-OK
               END-IF
           END-PERFORM.
           IF NOT MESES-VALIDOS
               DISPLAY 'RECORREN LINHA ' CNT-LINHAS
                   ' COM MESES INVALIDOS - IGNORADA'
               ADD 1 TO CNT-IGNORADAS
               GO TO 1100-CRITICA-REGRA-EXIT
           END-IF.
           IF REG-QTDE >= 200
               DISPLAY 'RECORREN LINHA ' CNT-LINHAS
                   ' ALEM DO LIMITE DE 200 REGRAS - IGNORADA'
               ADD 1 TO CNT-IGNORADAS
               GO TO 1100-CRITICA-REGRA-EXIT
           END-IF.
           ADD 1 TO REG-QTDE.
           MOVE RR-TIPO      TO TAB-REG-TIPO(REG-QTDE).
           MOVE RR-PARAMETRO TO TAB-REG-PARAM(REG-QTDE).
           IF RR-MESES = SPACES
               MOVE ALL 'X' TO TAB-REG-MESES(REG-QTDE)
           ELSE
               MOVE RR-MESES TO TAB-REG-MESES(REG-QTDE)
           END-IF.
           MOVE RR-DESCRICAO TO TAB-REG-DESCRICAO(REG-QTDE).
       1100-CRITICA-REGRA-EXIT.
           EXIT.
      *ABRE O MASTRWRK (CRIANDO-O NA PRIMEIRA EXECUCAO), COM A
      *ESPERA DE ARQUIVO OCUPADO DO ESPERARQ
       1500-ABRE-MASTRWRK SECTION.
           OPEN I-O MASTRWRK.
           IF WS-MASTRWRK-STATUS = '35'
               OPEN OUTPUT MASTRWRK
               CLOSE MASTRWRK
               OPEN I-O MASTRWRK
           END-IF.
           MOVE ZEROS TO ESP-TENTATIVA.
           PERFORM UNTIL (WS-MASTRWRK-STATUS NOT = '93'
                   AND WS-MASTRWRK-STATUS NOT = '99')
                   OR ESP-DESISTE
               MOVE 'MASTRWRK' TO ESP-ARQUIVO
               MOVE WS-MASTRWRK-STATUS TO ESP-STATUS
               MOVE RETURN-CODE TO ESP-RC
               CALL 'ESPERARQ' USING AREA-ESPERARQ
               IF ESP-TENTA-DE-NOVO
                   OPEN I-O MASTRWRK
               END-IF
           END-PERFORM.
           IF WS-MASTRWRK-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O MASTRWRK - STATUS '
                   WS-MASTRWRK-STATUS
               SET HOUVE-ERRO-GRAVE TO TRUE
           END-IF.
       1500-ABRE-MASTRWRK-EXIT.
           EXIT.
      *MONTA O PRIMEIRO E O ULTIMO DIA DO MES CORRENTE, APLICA
      *TODAS AS REGRAS E AVANCA UM MES
       2000-EXPANDE-MES SECTION.
           COMPUTE WRK-PRIMEIRO-DIA = (WRK-ANOMES * 100) + 1.
           COMPUTE WRK-JUL-PRIMEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-PRIMEIRO-DIA).
           MOVE WRK-ANOMES TO WRK-PROX-ANOMES.
           IF WRK-PROX-MM = 12
               ADD 1 TO WRK-PROX-AAAA
               MOVE 1 TO WRK-PROX-MM
           ELSE
               ADD 1 TO WRK-PROX-MM
           END-IF.
           COMPUTE WRK-JUL-ULTIMO = FUNCTION INTEGER-OF-DATE(
               (WRK-PROX-ANOMES * 100) + 1) - 1.
           COMPUTE WRK-ULTIMO-DIA =
               FUNCTION DATE-OF-INTEGER(WRK-JUL-ULTIMO).
           PERFORM 2100-APLICA-REGRA
               VARYING IX-REG FROM 1 BY 1
               UNTIL IX-REG > REG-QTDE OR HOUVE-ERRO-GRAVE.
           MOVE WRK-PROX-ANOMES TO WRK-ANOMES.
       2000-EXPANDE-MES-EXIT.
           EXIT.
      *APLICA A REGRA IX-REG AO MES CORRENTE, SE ELA VALE NO MES
       2100-APLICA-REGRA SECTION.
           IF TAB-REG-MES(IX-REG WRK-AM-MM) NOT = 'X'
               GO TO 2100-APLICA-REGRA-EXIT
           END-IF.
           EVALUATE TAB-REG-TIPO(IX-REG)
               WHEN 'N'
                   PERFORM 2200-ENESIMO-UTIL
               WHEN 'U'
                   PERFORM 2300-ULTIMO-UTIL
               WHEN 'F'
                   PERFORM 2400-DIA-FIXO
               WHEN 'S'
                   PERFORM 2500-SEMANAL
           END-EVALUATE.
       2100-APLICA-REGRA-EXIT.
           EXIT.
      *ENESIMO DIA UTIL: O PRIMEIRO UTIL A PARTIR DO DIA 1 E DEPOIS
      *N-1 VEZES O PROXIMO UTIL; SE PASSAR DO MES, O MES NAO TEM
      *TANTOS DIAS UTEIS
       2200-ENESIMO-UTIL SECTION.
           MOVE WRK-PRIMEIRO-DIA TO DU-DATA.
           PERFORM 2900-PROXIMO-UTIL.
           MOVE 1 TO WRK-CONTA-UTIL.
           PERFORM UNTIL WRK-CONTA-UTIL >= TAB-REG-PARAM(IX-REG)
                      OR DU-DATA > WRK-ULTIMO-DIA
               COMPUTE WRK-JULIANO =
                   FUNCTION INTEGER-OF-DATE(DU-DATA) + 1
               COMPUTE DU-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-JULIANO)
               PERFORM 2900-PROXIMO-UTIL
               ADD 1 TO WRK-CONTA-UTIL
           END-PERFORM.
           IF DU-DATA > WRK-ULTIMO-DIA
               ADD 1 TO CNT-SEM-DIA
           ELSE
               MOVE DU-DATA TO WRK-DATA-EVENTO
               PERFORM 2800-GRAVA-EVENTO
           END-IF.
       2200-ENESIMO-UTIL-EXIT.
           EXIT.
      *ULTIMO DIA UTIL: O ULTIMO DIA DO MES OU O UTIL ANTERIOR
       2300-ULTIMO-UTIL SECTION.
           MOVE 'A' TO DU-FUNCAO.
           MOVE WRK-ULTIMO-DIA TO DU-DATA.
           MOVE RETURN-CODE TO DU-RC.
           MOVE ZEROS TO DU-AGENCIA.
           CALL 'DIAUTIL' USING AREA-DIAUTIL.
           MOVE DU-DATA TO WRK-DATA-EVENTO.
           PERFORM 2800-GRAVA-EVENTO.
       2300-ULTIMO-UTIL-EXIT.
           EXIT.
      *DIA FIXO (LIMITADO AO FIM DO MES) EMPURRADO PARA O PROXIMO
      *DIA UTIL - PODE CAIR NO MES SEGUINTE
       2400-DIA-FIXO SECTION.
           MOVE WRK-PRIMEIRO-DIA TO DU-DATA.
           IF TAB-REG-PARAM(IX-REG) > WRK-ULT-DD
               MOVE WRK-ULT-DD TO DU-DATA(7:2)
           ELSE
               MOVE TAB-REG-PARAM(IX-REG) TO DU-DATA(7:2)
           END-IF.
           PERFORM 2900-PROXIMO-UTIL.
           MOVE DU-DATA TO WRK-DATA-EVENTO.
           PERFORM 2800-GRAVA-EVENTO.
       2400-DIA-FIXO-EXIT.
           EXIT.
      *DIA DA SEMANA: A PRIMEIRA OCORRENCIA NO MES E DEPOIS DE SETE
      *EM SETE DIAS; A OCORRENCIA EM FERIADO E PULADA. O DIA DA
      *SEMANA DO JULIANO SEGUE O DIAUTIL (MOD 7: 0 = DOMINGO)
       2500-SEMANAL SECTION.
           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(WRK-JUL-PRIMEIRO, 7).
           COMPUTE WRK-DESLOCA = FUNCTION MOD(
               TAB-REG-PARAM(IX-REG) - 1 - WRK-DIA-SEMANA + 7, 7).
           COMPUTE WRK-JULIANO = WRK-JUL-PRIMEIRO + WRK-DESLOCA.
           PERFORM UNTIL WRK-JULIANO > WRK-JUL-ULTIMO
               COMPUTE WRK-DATA-EVENTO =
                   FUNCTION DATE-OF-INTEGER(WRK-JULIANO)
               MOVE 'E' TO DU-FUNCAO
               MOVE WRK-DATA-EVENTO TO DU-DATA
               MOVE RETURN-CODE TO DU-RC
               MOVE ZEROS TO DU-AGENCIA
               CALL 'DIAUTIL' USING AREA-DIAUTIL
               IF DU-E-FERIADO
                   IF WRK-DATA-EVENTO >= WRK-DATA-INICIAL
                      AND WRK-DATA-EVENTO <= WRK-DATA-FINAL
                       ADD 1 TO CNT-FERIADOS
                   END-IF
               ELSE
                   PERFORM 2800-GRAVA-EVENTO
               END-IF
               ADD 7 TO WRK-JULIANO
           END-PERFORM.
       2500-SEMANAL-EXIT.
           EXIT.
      *INCLUI WRK-DATA-EVENTO NO MASTRWRK COM A DESCRICAO DA REGRA,
      *SE ESTIVER NO INTERVALO E A DATA AINDA NAO ESTIVER CADASTRADA
       2800-GRAVA-EVENTO SECTION.
           IF WRK-DATA-EVENTO < WRK-DATA-INICIAL
              OR WRK-DATA-EVENTO > WRK-DATA-FINAL
               GO TO 2800-GRAVA-EVENTO-EXIT
           END-IF.
           MOVE WRK-EV-AAAA TO MD-ANO.
           MOVE WRK-EV-MM   TO MD-MES.
           MOVE WRK-EV-DD   TO MD-DIA.
           READ MASTRWRK
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MASTRWRK-STATUS = '00'
               IF MD-DESCRICAO = TAB-REG-DESCRICAO(IX-REG)
                   ADD 1 TO CNT-JA-GERADAS
               ELSE
                   ADD 1 TO CNT-MANTIDAS
                   DISPLAY 'DATA ' WRK-DATA-EVENTO
                       ' JA CADASTRADA - MANTIDA: ' MD-DESCRICAO
                   DISPLAY '     REGRA NAO APLICADA: '
                       TAB-REG-DESCRICAO(IX-REG)
               END-IF
               GO TO 2800-GRAVA-EVENTO-EXIT
           END-IF.
           MOVE TAB-REG-DESCRICAO(IX-REG) TO MD-DESCRICAO.
           WRITE MASTRWRK-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-MASTRWRK-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O MASTRWRK - STATUS '
                   WS-MASTRWRK-STATUS ' DATA ' WRK-DATA-EVENTO
               SET HOUVE-ERRO-GRAVE TO TRUE
               GO TO 2800-GRAVA-EVENTO-EXIT
           END-IF.
           ADD 1 TO CNT-INCLUIDAS.
           MOVE 'GERAREC ' TO JRN-PROGRAMA.
           MOVE SPACES TO JRN-OPERADOR.
           MOVE 'MASTRWRK' TO JRN-ARQUIVO.
           MOVE 'I' TO JRN-OPERACAO.
           MOVE SPACES TO JRN-CHAVE.
           MOVE MD-CHAVE TO JRN-CHAVE(1:8).
           MOVE SPACES TO JRN-ANTES.
           MOVE MASTRWRK-REC TO JRN-DEPOIS.
           CALL 'GRVJRNL' USING AREA-GRVJRNL.
       2800-GRAVA-EVENTO-EXIT.
           EXIT.
      *DU-DATA PASSA A SER ELA MESMA, SE FOR DIA UTIL, OU O PROXIMO
      *DIA UTIL (DIAUTIL FUNCAO 'P')
       2900-PROXIMO-UTIL SECTION.
           MOVE 'P' TO DU-FUNCAO.
           MOVE RETURN-CODE TO DU-RC.
           MOVE ZEROS TO DU-AGENCIA.
           CALL 'DIAUTIL' USING AREA-DIAUTIL.
       2900-PROXIMO-UTIL-EXIT.
           EXIT.
       END PROGRAM GERAREC.

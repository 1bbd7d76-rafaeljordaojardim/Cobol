      * 01/09/2026 RJJ A TRILHA QUE NAO BATE AGORA SAI TAMBEM PELO
      *                CATALOGO CENTRAL DE MENSAGENS (CALL 'EXIBEMSG',
      *                ID MSG0002), CONSULTAVEL NO MSGINQ.
      * 15/10/2026 RJJ NOVA OPERACAO 9 (CONVERSAO DE MOEDA): TC-NUM E O
      *                VALOR NA MOEDA E O LUGAR DE TC-NUM2 LEVA A MOEDA
      *                (3 LETRAS) E A DATA DE REFERENCIA AAAAMMDD. A
      *                TAXA EM REAIS VEM DA TABELA CAMBIO PELO SERVICO
      *                CAMUTIL - DATA SEM COTACAO EM FIM DE SEMANA OU
      *                FERIADO USA A DO DIA UTIL ANTERIOR (DIAUTIL) - E
      *                O RESULTADO E O VALOR EM REAIS. SEM COTACAO A
      *                TRANSACAO VAI AO CALCREJ COM MOTIVO CAM. A LINHA
      *                DO RESCALC GANHOU MOEDA, TAXA E DATA DA COTACAO
      *                USADA NAS 27 POSICOES QUE SOBRAVAM (EM BRANCO
      *                NAS OUTRAS OPERACOES) E DET-NUM2 SAI ZERADO NA
      *                CONVERSAO. TC-REF1 = 'A' VALE PARA O VALOR;
      *                TC-REF2 E IGNORADO NA OPERACAO 9.
      * 15/10/2026 RJJ NOVA OPERACAO 10 (CORRECAO MONETARIA): TC-NUM E O
      *                VALOR, O LUGAR DE TC-NUM2 LEVA A DATA INICIAL
      *                AAAAMMDD E O REGISTRO GANHOU TC-DATA-FIM NO
      *                FINAL (38 POSICOES). O VALOR E CORRIGIDO PELA
      *                TABELA DE INDICES DE PRECOS (SERVICO CORRMON);
      *                PERIODO COM MES SEM INDICE OU DATAS INVALIDAS
      *                VAI AO CALCREJ COM MOTIVO COR. NO RESCALC
      *                DET-NUM2 MOSTRA A DATA INICIAL E O FATOR
      *                ACUMULADO E A DATA FINAL SAEM NO LUGAR DA TAXA E
      *                DA DATA DA COTACAO. TC-REF1 = 'A' VALE PARA O
      *                VALOR; TC-REF2 E IGNORADO NA OPERACAO 10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLOTE.
           05 TC-OP     PIC 9(002).
           05 TC-NUM    PIC S9(009)V9(002).
           05 TC-NUM2   PIC S9(009)V9(002).
      *NA OPERACAO 9 (CONVERSAO) O LUGAR DE TC-NUM2 E MOEDA + DATA
           05 TC-CAMBIO REDEFINES TC-NUM2.
               10 TC-MOEDA      PIC X(003).
               10 TC-DATA-REF   PIC 9(008).
      *NA OPERACAO 10 (CORRECAO) O LUGAR DE TC-NUM2 E A DATA INICIAL
           05 TC-CORRECAO REDEFINES TC-NUM2.
               10 TC-DATA-INI   PIC 9(008).
               10 FILLER        PIC X(003).
           05 TC-LOTE   PIC 9(004).
           05 TC-REF1   PIC X(001).
           05 TC-REF2   PIC X(001).
           05 TC-DATA-FIM PIC 9(008).
      *REGISTRO TIPO 'E': EXPRESSAO INTEIRA PARA O CALCEXPR
       01  TRANCALC-EXP.
           05 TE-TIPO       PIC X(001).
       COPY REGCOM.
       COPY PULSCOM.
       COPY EXPCOM.
       COPY CAMCOM.
       COPY CORCOM.
       01 CNT-REJEITADAS PIC 9(005) VALUE ZEROS.
       01 WS-TIPO-EXPRESSAO PIC X(001) VALUE 'N'.
           88 TRANSACAO-EXPRESSAO VALUE 'S'.
           05 DET-NUM2   PIC -9(009).9(002).
           05 FILLER     PIC X(002) VALUE SPACES.
           05 DET-RES    PIC -9(009).9(002).
           05 DET-CAMBIO.
               10 FILLER        PIC X(002).
               10 DET-MOEDA     PIC X(003).
               10 FILLER        PIC X(002).
               10 DET-TAXA      PIC 9(003).9(006).
               10 FILLER        PIC X(002).
               10 DET-DATA-TAXA PIC 9(008).
           05 DET-CORRECAO REDEFINES DET-CAMBIO.
               10 FILLER        PIC X(007).
               10 DET-FATOR     PIC 9(003).9(006).
               10 FILLER        PIC X(002).
               10 DET-DATA-FIM  PIC 9(008).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-VERIFICA-RERUN
                               10000000000000)
                           MOVE TC-OP   TO WRK-OP
                           MOVE TC-NUM  TO WRK-NUM
                           IF TC-OP = 9
                               MOVE ZEROS       TO WRK-NUM2
                               MOVE TC-MOEDA    TO CAM-MOEDA
                               MOVE TC-DATA-REF TO CAM-DATA-REF
                               MOVE ZEROS       TO CAM-TAXA
                               MOVE ZEROS       TO CAM-DATA-TAXA
                           ELSE
                           IF TC-OP = 10
                               MOVE ZEROS       TO WRK-NUM2
                               MOVE TC-DATA-INI TO CRM-DATA-INI
                               MOVE TC-DATA-FIM TO CRM-DATA-FIM
                               IF TC-DATA-INI NUMERIC
                                   MOVE TC-DATA-INI TO WRK-NUM2
                               END-IF
                               MOVE ZEROS       TO CRM-FATOR
                           ELSE
                               MOVE TC-NUM2 TO WRK-NUM2
                           END-IF
                           END-IF
                           MOVE TC-LOTE TO DET-LOTE
                           PERFORM 1250-CONTA-LOTE
                           PERFORM 1200-RESOLVE-REFERENCIAS
                   SET REFERENCIA-INVALIDA TO TRUE
               END-IF
           END-IF.
           IF TC-REF2 = 'A' AND WRK-OP NOT = 9 AND WRK-OP NOT = 10
               IF TEM-RESULTADO-ANTERIOR
                   MOVE WRK-ANTERIOR TO WRK-NUM2
               ELSE
                   COMPUTE WRK-RES = (WRK-NUM * WRK-NUM2) / 100
               WHEN WRK-OP = 7
                   COMPUTE WRK-RES = WRK-NUM ** WRK-NUM2
               WHEN WRK-OP = 9
                   PERFORM 2160-CONVERTE-MOEDA
               WHEN WRK-OP = 10
                   PERFORM 2170-CORRIGE-VALOR
               WHEN OTHER
                   MOVE ZEROS TO WRK-RES
                   MOVE 'N' TO WS-TEM-ANTERIOR
           PERFORM 2900-ESCREVE-RESULTADO.
       2100-EXECUTA-OPERACAO-EXIT.
           EXIT.
      *CONVERTE O VALOR DA MOEDA PARA REAIS PELA COTACAO DA DATA DE
      *REFERENCIA (OU DO DIA UTIL ANTERIOR) - SEM COTACAO VAI AO
      *CALCREJ COM MOTIVO CAM E QUEBRA O ENCADEAMENTO
       2160-CONVERTE-MOEDA SECTION.
           MOVE RETURN-CODE TO CAM-RC.
           CALL 'CAMUTIL' USING AREA-CAMUTIL.
           IF CAM-COTACAO-DO-DIA OR CAM-DIA-UTIL-ANTERIOR
               COMPUTE WRK-RES ROUNDED = WRK-NUM * CAM-TAXA
               MOVE WRK-RES TO WRK-ANTERIOR
               SET TEM-RESULTADO-ANTERIOR TO TRUE
           ELSE
               IF CAM-TABELA-INDISPONIVEL
                   DISPLAY 'TABELA DE CAMBIO INDISPONIVEL NO LOTE '
                       DET-LOTE
               ELSE
                   DISPLAY 'SEM COTACAO DE ' CAM-MOEDA ' PARA '
                       CAM-DATA-REF ' NO LOTE ' DET-LOTE
               END-IF
               MOVE ZEROS TO WRK-RES
               SET HOUVE-ERRO-TRANSACAO TO TRUE
               MOVE 'N' TO WS-TEM-ANTERIOR
               MOVE 'CAM' TO RJD-MOTIVO
               PERFORM 8900-GRAVA-REJEITO
           END-IF.
       2160-CONVERTE-MOEDA-EXIT.
           EXIT.
      *CORRIGE O VALOR DA DATA INICIAL ATE A FINAL PELA TABELA DE
      *INDICES - PERIODO COM MES SEM INDICE (OU DATA INVALIDA) VAI AO
      *CALCREJ COM MOTIVO COR E QUEBRA O ENCADEAMENTO
       2170-CORRIGE-VALOR SECTION.
           MOVE WRK-NUM TO CRM-VALOR.
           MOVE RETURN-CODE TO CRM-RC.
           CALL 'CORRMON' USING AREA-CORRMON.
           IF CRM-CORRIGIDO
               MOVE CRM-VALOR-CORRIGIDO TO WRK-RES
               MOVE WRK-RES TO WRK-ANTERIOR
               SET TEM-RESULTADO-ANTERIOR TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN CRM-TABELA-INDISPONIVEL
                       DISPLAY 'TABELA DE INDICES INDISPONIVEL NO LOTE '
                           DET-LOTE
                   WHEN CRM-SEM-INDICE
                       DISPLAY 'SEM INDICE DO MES ' CRM-MES-FALTANTE
                           ' NO LOTE ' DET-LOTE
                   WHEN CRM-FORA-DA-FAIXA
                       DISPLAY 'CORRECAO FORA DA FAIXA NO LOTE '
                           DET-LOTE
                   WHEN OTHER
                       DISPLAY 'PERIODO DE CORRECAO INVALIDO NO LOTE '
                           DET-LOTE
               END-EVALUATE
               MOVE ZEROS TO WRK-RES
               SET HOUVE-ERRO-TRANSACAO TO TRUE
               MOVE 'N' TO WS-TEM-ANTERIOR
               MOVE 'COR' TO RJD-MOTIVO
               PERFORM 8900-GRAVA-REJEITO
           END-IF.
       2170-CORRIGE-VALOR-EXIT.
           EXIT.
      *AVALIA UMA TRANSACAO DE EXPRESSAO PELO CALCEXPR - O RESULTADO
      *SAI NO RESCALC COMO OPERACAO 88 E ALIMENTA O ENCADEAMENTO;
      *EXPRESSAO MALFORMADA VAI AO CALCREJ COM MOTIVO EXP
               MOVE WRK-NUM  TO DET-NUM
               MOVE WRK-NUM2 TO DET-NUM2
               MOVE WRK-RES  TO DET-RES
               MOVE SPACES   TO DET-CAMBIO
               IF WRK-OP = 9 AND NOT TRANSACAO-EXPRESSAO
                   MOVE CAM-MOEDA     TO DET-MOEDA
                   MOVE CAM-TAXA      TO DET-TAXA
                   MOVE CAM-DATA-TAXA TO DET-DATA-TAXA
               END-IF
               IF WRK-OP = 10 AND NOT TRANSACAO-EXPRESSAO
                   MOVE CRM-FATOR     TO DET-FATOR
                   MOVE CRM-DATA-FIM  TO DET-DATA-FIM
               END-IF
               WRITE REL-LINHA FROM REL-DETALHE
           END-IF.
       2900-ESCREVE-RESULTADO-EXIT.

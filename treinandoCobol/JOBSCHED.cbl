      *                ACIMA DE 255 E NORMALIZADO E 127 VIRA 'NAO
      *                COMPILADO' (RC 0), A MESMA TOLERANCIA DO
      *                SCRIPT.
      * 15/10/2026 RJJ MODO DE REINICIO: COM 'REINICIO' NO SYSIN O
      *                ESCALONADOR LE O EXECPLAN DA ULTIMA NOITE
      *                REGISTRADA, MANTEM OS PASSOS QUE TERMINARAM COM
      *                RC ABAIXO DO SEU PJ-RC-LIMITE E RODA DE NOVO O
      *                PASSO QUE FALHOU (OU FOI PULADO, OU NEM RODOU) E
      *                TUDO O QUE DEPENDE DELE, RESPEITANDO OS
      *                PREDECESSORES. 'REINICIO <PASSO>' FORCA O
      *                REINICIO A PARTIR DAQUELE PASSO MESMO QUE ELE
      *                TENHA TERMINADO BEM. OS PASSOS DO REINICIO SAO
      *                GRAVADOS NO EXECPLAN COM A DATA DA NOITE
      *                ORIGINAL E EP-REINICIO = 'S', E O JOBSUM MOSTRA
      *                O QUE FOI MANTIDO DA RODADA ORIGINAL E O QUE
      *                RODOU NO REINICIO. PASSO JA CONCLUIDO QUE E
      *                FORCADO A RODAR DE NOVO AINDA ESBARRA NA
      *                PROTECAO DO REGEXEC, QUE SE LIBERA PELO RUNCTL.
      * 15/10/2026 RJJ FREQUENCIA POR PASSO: PJ-FREQUENCIA/PJ-FREQ-PARM
      *                NO FIM DA LINHA DO PLANJOB DIZEM EM QUE NOITES O
      *                PASSO RODA (TODA NOITE, SO DIA UTIL, DIA DA
      *                SEMANA, PRIMEIRO OU ULTIMO DIA UTIL DO MES, DIA
      *                DO MES), DECIDIDO PELO DIAUTIL. PASSO FORA DA SUA
      *                NOITE VAI PARA O EXECPLAN COMO 'N' (NAO
      *                PROGRAMADO), NAO BLOQUEIA QUEM DEPENDE DELE E
      *                NAO E COBRADO PELO CONSBAT NEM PELO BALDIA.
      *                FREQUENCIA INVALIDA AVISA E RODA TODA NOITE.
      * 15/10/2026 RJJ O EXECPLAN PASSA A SER ABERTO, GRAVADO E FECHADO
      *                A CADA PASSO REGISTRADO, EM VEZ DE FICAR ABERTO A
      *                NOITE INTEIRA - O EXPURGO EXPCTRL RODA COMO
      *                PASSO DO PLANO E REGRAVA O ARQUIVO, E O CONSBAT
      *                PASSA A VER CADA PASSO ASSIM QUE ELE TERMINA.
      * 15/10/2026 RJJ A TABELA DO PLANO PASSOU DE 50 PARA 200 PASSOS
      *                (INDICES E CONTADORES COM 3 DIGITOS). O PLANJOB
      *                COM MAIS LINHAS DO QUE CABE NA TABELA ERA CORTADO
      *                EM SILENCIO NO 50O PASSO; AGORA O ESCALONADOR
      *                AVISA, NAO RODA NADA E TERMINA COM RC-ERRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSCHED.
           05 PJ-RC-LIMITE  PIC 9(002).
           05 PJ-ATIVO      PIC X(001).
           05 PJ-SYSIN      PIC X(008).
           05 PJ-FREQUENCIA PIC X(001).
      *        ' ' OU 'D' TODA NOITE, 'U' SO DIA UTIL, 'S' DIA DA SEMANA
      *        PJ-FREQ-PARM (1 = DOMINGO ... 7 = SABADO), 'I' PRIMEIRO
      *        DIA UTIL DO MES, 'F' ULTIMO DIA UTIL DO MES, 'M' DIA DO
      *        MES PJ-FREQ-PARM (01 A 31; ALEM DO FIM DO MES VALE O
      *        ULTIMO DIA)
           05 PJ-FREQ-PARM  PIC 9(002).
       FD  EXECPLAN.
       01  EXECPLAN-REC.
           05 EP-DATA       PIC 9(008).
           05 EP-HORA-FIM   PIC 9(008).
           05 EP-RC         PIC 9(002).
           05 EP-SITUACAO   PIC X(001).
           05 EP-REINICIO   PIC X(001).
       FD  JOBSUM.
       01  SUM-LINHA PIC X(080).
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY DIACOM.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WRK-HORA          PIC 9(008) VALUE ZEROS.
       01 AREA-REINICIO.
           05 WRK-PARAMETRO     PIC X(020) VALUE SPACES.
           05 WRK-PARM-MODO     PIC X(008) VALUE SPACES.
           05 WRK-PARM-PASSO    PIC X(008) VALUE SPACES.
           05 WS-MODO-REINICIO  PIC X(001) VALUE 'N'.
               88 MODO-REINICIO       VALUE 'S'.
           05 WS-FIM-EXECPLAN   PIC X(001) VALUE 'N'.
               88 FIM-EXECPLAN        VALUE 'S'.
           05 WS-PASSO-ACHADO   PIC X(001) VALUE 'N'.
               88 PASSO-ACHADO        VALUE 'S'.
           05 WS-HOUVE-MUDANCA  PIC X(001) VALUE 'N'.
               88 HOUVE-MUDANCA       VALUE 'S'.
           05 WRK-DATA-NOITE    PIC 9(008) VALUE ZEROS.
           05 CNT-MANTIDOS      PIC 9(003) VALUE ZEROS.
       01 AREA-FREQUENCIA.
           05 WS-PASSO-DEVIDO   PIC X(001) VALUE 'S'.
               88 PASSO-DEVIDO        VALUE 'S'.
           05 WRK-JUL-HOJE      PIC 9(008) VALUE ZEROS.
           05 WRK-DIA-SEMANA    PIC 9(001) VALUE ZEROS.
           05 WRK-PRIMEIRO-DIA  PIC 9(008) VALUE ZEROS.
           05 WRK-ULTIMO-DIA    PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-ULTIMO-DIA.
               10 FILLER        PIC 9(006).
               10 WRK-ULT-DD    PIC 9(002).
           05 WRK-PROX-ANOMES   PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-PROX-ANOMES.
               10 WRK-PROX-AAAA PIC 9(004).
               10 WRK-PROX-MM   PIC 9(002).
           05 WRK-DIA-ALVO      PIC 9(002) VALUE ZEROS.
           05 CNT-NAO-PROGR     PIC 9(003) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-PLANJOB-STATUS  PIC X(002) VALUE '00'.
           05 WS-EXECPLAN-STATUS PIC X(002) VALUE '00'.
               88 PASSO-LIBERADO      VALUE 'S'.
           05 WS-DEVE-PULAR      PIC X(001) VALUE 'N'.
               88 PASSO-PULADO        VALUE 'S'.
           05 WS-PLANO-CHEIO     PIC X(001) VALUE 'N'.
               88 PLANO-ESTOURADO     VALUE 'S'.
       01 AREA-PLANO.
           05 PLA-QTDE          PIC 9(003) VALUE ZEROS.
           05 PLA-ENTRADA OCCURS 200 TIMES.
               10 PLA-PASSO     PIC X(008).
               10 PLA-PROGRAMA  PIC X(008).
               10 PLA-PRED1     PIC X(008).
               10 PLA-RC-LIMITE PIC 9(002).
               10 PLA-ATIVO     PIC X(001).
               10 PLA-SYSIN     PIC X(008).
               10 PLA-FREQUENCIA PIC X(001).
               10 PLA-FREQ-PARM PIC 9(002).
               10 PLA-ESTADO    PIC X(001).
      *            'P' PENDENTE, 'R' RODADO, 'X' PULADO, 'D' DESLIGADO,
      *            'C' MANTIDO DA RODADA ORIGINAL (SO NO REINICIO),
      *            'N' NAO PROGRAMADO NA NOITE (FREQUENCIA)
               10 PLA-RC        PIC 9(002).
               10 PLA-SIT-ANT   PIC X(001).
               10 PLA-RC-ANT    PIC 9(002).
           05 IX-PLA            PIC 9(003) VALUE ZEROS.
           05 IX-PRED           PIC 9(003) VALUE ZEROS.
       01 AREA-CHAMADA.
           05 WRK-COMANDO       PIC X(120) VALUE SPACES.
           05 WRK-RC-CHAMADA    PIC 9(009) VALUE ZEROS.
               MOVE 'N' TO WS-HOUVE-AVANCO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM UNTIL FIM-PLANJOB OR PLA-QTDE >= 200
               READ PLANJOB
                   AT END
                       SET FIM-PLANJOB TO TRUE
                       MOVE PJ-RC-LIMITE TO PLA-RC-LIMITE(PLA-QTDE)
                       MOVE PJ-ATIVO     TO PLA-ATIVO(PLA-QTDE)
                       MOVE PJ-SYSIN     TO PLA-SYSIN(PLA-QTDE)
                       MOVE PJ-FREQUENCIA
                           TO PLA-FREQUENCIA(PLA-QTDE)
                       IF PJ-FREQ-PARM NUMERIC
                           MOVE PJ-FREQ-PARM
                               TO PLA-FREQ-PARM(PLA-QTDE)
                       ELSE
                           MOVE ZEROS TO PLA-FREQ-PARM(PLA-QTDE)
                       END-IF
                       MOVE ZEROS TO PLA-RC(PLA-QTDE)
                       MOVE SPACES TO PLA-SIT-ANT(PLA-QTDE)
                       MOVE ZEROS TO PLA-RC-ANT(PLA-QTDE)
                       IF PJ-ATIVO = 'S'
                           MOVE 'P' TO PLA-ESTADO(PLA-QTDE)
                       ELSE
                       END-IF
               END-READ
           END-PERFORM.
      *    LINHA ALEM DA TABELA: O PLANO NAO RODA CORTADO
           IF NOT FIM-PLANJOB
               READ PLANJOB
                   AT END
                       SET FIM-PLANJOB TO TRUE
                   NOT AT END
                       SET PLANO-ESTOURADO TO TRUE
               END-READ
           END-IF.
           CLOSE PLANJOB.
           IF PLANO-ESTOURADO
               DISPLAY 'PLANJOB COM MAIS DE 200 PASSOS - TABELA DO '
                   'PLANO ESTOURADA - NADA A RODAR'
               MOVE RC-ERRO TO RETURN-CODE
               MOVE 'N' TO WS-HOUVE-AVANCO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           ACCEPT WRK-PARAMETRO.
           MOVE FUNCTION UPPER-CASE(WRK-PARAMETRO) TO WRK-PARAMETRO.
           UNSTRING WRK-PARAMETRO DELIMITED BY ALL SPACE
               INTO WRK-PARM-MODO WRK-PARM-PASSO.
           IF WRK-PARM-MODO = 'REINICIO'
               SET MODO-REINICIO TO TRUE
               PERFORM 1500-PREPARA-REINICIO
               IF RETURN-CODE = RC-ERRO-GRAVE
                   MOVE 'N' TO WS-HOUVE-AVANCO
                   GO TO 1000-INICIALIZA-EXIT
               END-IF
           ELSE
               PERFORM 1400-AVALIA-FREQUENCIAS
           END-IF.
      *    O REINICIO NAO REGRAVA OS 'N' - A RODADA ORIGINAL JA GRAVOU
           IF NOT MODO-REINICIO
               PERFORM VARYING IX-PLA FROM 1 BY 1
                       UNTIL IX-PLA > PLA-QTDE
                   IF PLA-ESTADO(IX-PLA) = 'N'
                       ACCEPT WRK-HORA FROM TIME
                       MOVE WRK-HORA TO EP-HORA-INI
                       PERFORM 2500-REGISTRA-PASSO
                   END-IF
               END-PERFORM
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *FREQUENCIA: PASSO PENDENTE QUE NAO E DEVIDO NA NOITE
      *WRK-DATA-HOJE VIRA 'N'. NO REINICIO O PASSO NOMEADO PELO
      *OPERADOR RODA DE QUALQUER JEITO
       1400-AVALIA-FREQUENCIAS SECTION.
           COMPUTE WRK-JUL-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(WRK-JUL-HOJE, 7) + 1.
           MOVE WRK-DATA-HOJE TO WRK-PRIMEIRO-DIA.
           MOVE '01' TO WRK-PRIMEIRO-DIA(7:2).
           MOVE WRK-DATA-HOJE(1:6) TO WRK-PROX-ANOMES.
           IF WRK-PROX-MM = 12
               ADD 1 TO WRK-PROX-AAAA
               MOVE 1 TO WRK-PROX-MM
           ELSE
               ADD 1 TO WRK-PROX-MM
           END-IF.
           COMPUTE WRK-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE((WRK-PROX-ANOMES * 100) + 1)
               - 1).
           MOVE ZEROS TO CNT-NAO-PROGR.
           PERFORM VARYING IX-PLA FROM 1 BY 1
                   UNTIL IX-PLA > PLA-QTDE
               IF PLA-ESTADO(IX-PLA) = 'P'
                  AND NOT (MODO-REINICIO
                       AND PLA-PASSO(IX-PLA) = WRK-PARM-PASSO)
                   PERFORM 1450-VERIFICA-FREQUENCIA
                   IF NOT PASSO-DEVIDO
                       MOVE 'N' TO PLA-ESTADO(IX-PLA)
                       ADD 1 TO CNT-NAO-PROGR
                   END-IF
               END-IF
           END-PERFORM.
           IF CNT-NAO-PROGR > ZEROS
               DISPLAY CNT-NAO-PROGR ' PASSO(S) NAO PROGRAMADO(S) NA '
                   'NOITE DE ' WRK-DATA-HOJE
           END-IF.
       1400-AVALIA-FREQUENCIAS-EXIT.
           EXIT.
      *O PASSO IX-PLA E DEVIDO NA NOITE? FREQUENCIA OU PARAMETRO
      *INVALIDO AVISA E RODA, PARA NAO SUMIR UM PASSO EM SILENCIO
       1450-VERIFICA-FREQUENCIA SECTION.
           SET PASSO-DEVIDO TO TRUE.
           EVALUATE PLA-FREQUENCIA(IX-PLA)
               WHEN ' '
               WHEN 'D'
                   CONTINUE
               WHEN 'U'
                   MOVE 'E' TO DU-FUNCAO
                   MOVE WRK-DATA-HOJE TO DU-DATA
                   PERFORM 1480-CHAMA-DIAUTIL
                   IF NOT DU-DIA-UTIL
                       MOVE 'N' TO WS-PASSO-DEVIDO
                   END-IF
               WHEN 'S'
                   IF PLA-FREQ-PARM(IX-PLA) < 1
                      OR PLA-FREQ-PARM(IX-PLA) > 7
                       PERFORM 1490-AVISA-FREQUENCIA
                   ELSE
                       IF PLA-FREQ-PARM(IX-PLA) NOT = WRK-DIA-SEMANA
                           MOVE 'N' TO WS-PASSO-DEVIDO
                       END-IF
                   END-IF
               WHEN 'I'
                   MOVE 'P' TO DU-FUNCAO
                   MOVE WRK-PRIMEIRO-DIA TO DU-DATA
                   PERFORM 1480-CHAMA-DIAUTIL
                   IF DU-DATA NOT = WRK-DATA-HOJE
                       MOVE 'N' TO WS-PASSO-DEVIDO
                   END-IF
               WHEN 'F'
                   MOVE 'A' TO DU-FUNCAO
                   MOVE WRK-ULTIMO-DIA TO DU-DATA
                   PERFORM 1480-CHAMA-DIAUTIL
                   IF DU-DATA NOT = WRK-DATA-HOJE
                       MOVE 'N' TO WS-PASSO-DEVIDO
                   END-IF
               WHEN 'M'
                   IF PLA-FREQ-PARM(IX-PLA) < 1
                      OR PLA-FREQ-PARM(IX-PLA) > 31
                       PERFORM 1490-AVISA-FREQUENCIA
                   ELSE
                       IF PLA-FREQ-PARM(IX-PLA) > WRK-ULT-DD
                           MOVE WRK-ULT-DD TO WRK-DIA-ALVO
                       ELSE
                           MOVE PLA-FREQ-PARM(IX-PLA) TO WRK-DIA-ALVO
                       END-IF
                       IF WRK-DATA-HOJE(7:2) NOT = WRK-DIA-ALVO
                           MOVE 'N' TO WS-PASSO-DEVIDO
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM 1490-AVISA-FREQUENCIA
           END-EVALUATE.
       1450-VERIFICA-FREQUENCIA-EXIT.
           EXIT.
      *CALENDARIO NACIONAL; O RC DA RODADA PASSA INTACTO PELO SERVICO
       1480-CHAMA-DIAUTIL SECTION.
           MOVE RETURN-CODE TO DU-RC.
           MOVE ZEROS TO DU-AGENCIA.
           CALL 'DIAUTIL' USING AREA-DIAUTIL.
       1480-CHAMA-DIAUTIL-EXIT.
           EXIT.
       1490-AVISA-FREQUENCIA SECTION.
           DISPLAY 'PASSO ' PLA-PASSO(IX-PLA) ' COM FREQUENCIA '
               PLA-FREQUENCIA(IX-PLA) PLA-FREQ-PARM(IX-PLA)
               ' INVALIDA - RODA TODA NOITE'.
       1490-AVISA-FREQUENCIA-EXIT.
           EXIT.
      *REINICIO: ACHA NO EXECPLAN A ULTIMA NOITE REGISTRADA, GUARDA O
      *ULTIMO RESULTADO DE CADA PASSO NAQUELA NOITE, MANTEM OS QUE
      *TERMINARAM DENTRO DO LIMITE E DEVOLVE A PENDENTE O RESTO E
      *TUDO O QUE DEPENDE DELE
       1500-PREPARA-REINICIO SECTION.
           IF WRK-PARM-PASSO NOT = SPACES
               MOVE 'N' TO WS-PASSO-ACHADO
               PERFORM VARYING IX-PLA FROM 1 BY 1
                       UNTIL IX-PLA > PLA-QTDE
                   IF PLA-PASSO(IX-PLA) = WRK-PARM-PASSO
                      AND PLA-ESTADO(IX-PLA) = 'P'
                       SET PASSO-ACHADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT PASSO-ACHADO
                   DISPLAY 'PASSO ' WRK-PARM-PASSO ' FORA DO PLANO OU '
                       'DESLIGADO - REINICIO CANCELADO'
                   MOVE RC-ERRO-GRAVE TO RETURN-CODE
                   GO TO 1500-PREPARA-REINICIO-EXIT
               END-IF
           END-IF.
           OPEN INPUT EXECPLAN.
           IF WS-EXECPLAN-STATUS NOT = '00'
               DISPLAY 'EXECPLAN INDISPONIVEL - STATUS '
                   WS-EXECPLAN-STATUS ' - NADA A REINICIAR'
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1500-PREPARA-REINICIO-EXIT
           END-IF.
           PERFORM UNTIL FIM-EXECPLAN
               READ EXECPLAN
                   AT END
                       SET FIM-EXECPLAN TO TRUE
                   NOT AT END
                       PERFORM 1550-GUARDA-RESULTADO
               END-READ
           END-PERFORM.
           CLOSE EXECPLAN.
           IF WRK-DATA-NOITE = ZEROS
               DISPLAY 'EXECPLAN VAZIO - NADA A REINICIAR'
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1500-PREPARA-REINICIO-EXIT
           END-IF.
           MOVE WRK-DATA-NOITE TO WRK-DATA-HOJE.
           PERFORM 1400-AVALIA-FREQUENCIAS.
           PERFORM VARYING IX-PLA FROM 1 BY 1
                   UNTIL IX-PLA > PLA-QTDE
               IF PLA-ESTADO(IX-PLA) = 'P'
                  AND PLA-SIT-ANT(IX-PLA) = 'R'
                  AND PLA-RC-ANT(IX-PLA) < PLA-RC-LIMITE(IX-PLA)
                  AND PLA-PASSO(IX-PLA) NOT = WRK-PARM-PASSO
                   MOVE 'C' TO PLA-ESTADO(IX-PLA)
                   MOVE PLA-RC-ANT(IX-PLA) TO PLA-RC(IX-PLA)
               END-IF
           END-PERFORM.
           SET HOUVE-MUDANCA TO TRUE.
           PERFORM UNTIL NOT HOUVE-MUDANCA
               PERFORM 1600-PROPAGA-PENDENCIA
           END-PERFORM.
           MOVE ZEROS TO CNT-MANTIDOS.
           PERFORM VARYING IX-PLA FROM 1 BY 1
                   UNTIL IX-PLA > PLA-QTDE
               IF PLA-ESTADO(IX-PLA) = 'C'
                   ADD 1 TO CNT-MANTIDOS
               END-IF
           END-PERFORM.
           DISPLAY 'REINICIO DA NOITE DE ' WRK-DATA-NOITE ' - '
               CNT-MANTIDOS ' PASSO(S) MANTIDO(S) DA RODADA ORIGINAL'.
       1500-PREPARA-REINICIO-EXIT.
           EXIT.
      *UMA LINHA DO EXECPLAN: NOITE MAIS NOVA ZERA O QUE FOI GUARDADO;
      *NA MESMA NOITE A LINHA MAIS RECENTE DO PASSO PREVALECE
       1550-GUARDA-RESULTADO SECTION.
           IF EP-DATA NOT NUMERIC OR EP-DATA < WRK-DATA-NOITE
               GO TO 1550-GUARDA-RESULTADO-EXIT
           END-IF.
           IF EP-DATA > WRK-DATA-NOITE
               MOVE EP-DATA TO WRK-DATA-NOITE
               PERFORM VARYING IX-PRED FROM 1 BY 1
                       UNTIL IX-PRED > PLA-QTDE
                   MOVE SPACES TO PLA-SIT-ANT(IX-PRED)
                   MOVE ZEROS TO PLA-RC-ANT(IX-PRED)
               END-PERFORM
           END-IF.
           PERFORM VARYING IX-PRED FROM 1 BY 1
                   UNTIL IX-PRED > PLA-QTDE
               IF PLA-PASSO(IX-PRED) = EP-PASSO
                   MOVE EP-SITUACAO TO PLA-SIT-ANT(IX-PRED)
                   MOVE EP-RC TO PLA-RC-ANT(IX-PRED)
               END-IF
           END-PERFORM.
       1550-GUARDA-RESULTADO-EXIT.
           EXIT.
      *UMA VARREDURA: PASSO MANTIDO COM PREDECESSOR QUE VAI RODAR DE
      *NOVO TAMBEM VOLTA A PENDENTE (ELE ESTA ABAIXO DO QUE FALHOU)
       1600-PROPAGA-PENDENCIA SECTION.
           MOVE 'N' TO WS-HOUVE-MUDANCA.
           PERFORM VARYING IX-PLA FROM 1 BY 1
                   UNTIL IX-PLA > PLA-QTDE
               IF PLA-ESTADO(IX-PLA) = 'C'
                   PERFORM VARYING IX-PRED FROM 1 BY 1
                           UNTIL IX-PRED > PLA-QTDE
                       IF PLA-ESTADO(IX-PRED) = 'P'
                          AND (PLA-PASSO(IX-PRED) = PLA-PRED1(IX-PLA)
                           OR PLA-PASSO(IX-PRED) = PLA-PRED2(IX-PLA))
                           MOVE 'P' TO PLA-ESTADO(IX-PLA)
                           MOVE ZEROS TO PLA-RC(IX-PLA)
                           SET HOUVE-MUDANCA TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       1600-PROPAGA-PENDENCIA-EXIT.
           EXIT.
      *UMA VARREDURA DO PLANO: RODA TODO PASSO PENDENTE CUJOS
      *PREDECESSORES JA TERMINARAM; SEM AVANCO, O LACO EXTERNO PARA
       2000-RODA-O-PLANO SECTION.
                       WHEN 'P'
                           MOVE 'N' TO WS-PODE-RODAR
                       WHEN 'D'
                       WHEN 'N'
                           CONTINUE
                       WHEN OTHER
                           IF PLA-RC(IX-PRED) >=
           MOVE WRK-HORA TO EP-HORA-FIM.
           MOVE PLA-RC(IX-PLA) TO EP-RC.
           MOVE PLA-ESTADO(IX-PLA) TO EP-SITUACAO.
           IF MODO-REINICIO
               MOVE 'S' TO EP-REINICIO
           ELSE
               MOVE 'N' TO EP-REINICIO
           END-IF.
           OPEN EXTEND EXECPLAN.
           IF WS-EXECPLAN-STATUS = '35'
               OPEN OUTPUT EXECPLAN
           END-IF.
           WRITE EXECPLAN-REC.
           CLOSE EXECPLAN.
       2500-REGISTRA-PASSO-EXIT.
           EXIT.
      *RESUMO JOBSUM E PIOR RC DA NOITE
       3000-FINALIZA SECTION.
           OPEN OUTPUT JOBSUM.
           MOVE SPACES TO SUM-LINHA.
           IF MODO-REINICIO
               STRING 'RESUMO DO REINICIO DO JOB NOTURNO - NOITE DE '
                   WRK-DATA-HOJE DELIMITED BY SIZE INTO SUM-LINHA
           ELSE
               STRING 'RESUMO DO JOB NOTURNO - PLANO PLANJOB - '
                   WRK-DATA-HOJE DELIMITED BY SIZE INTO SUM-LINHA
           END-IF.
           WRITE SUM-LINHA.
           MOVE 'PASSO     RC  SITUACAO' TO SUM-LINHA.
           WRITE SUM-LINHA.
               MOVE PLA-RC(IX-PLA)    TO SUD-RC
               EVALUATE PLA-ESTADO(IX-PLA)
                   WHEN 'R'
                       IF MODO-REINICIO
                           MOVE 'RODADO NO REINICIO' TO SUD-SITUACAO
                       ELSE
                           MOVE 'RODADO' TO SUD-SITUACAO
                       END-IF
                       IF PLA-RC(IX-PLA) > WRK-PIOR-RC
                           MOVE PLA-RC(IX-PLA) TO WRK-PIOR-RC
                       END-IF
                   WHEN 'C'
                       MOVE 'MANTIDO DA RODADA ORIGINAL'
                           TO SUD-SITUACAO
                       IF PLA-RC(IX-PLA) > WRK-PIOR-RC
                           MOVE PLA-RC(IX-PLA) TO WRK-PIOR-RC
                       END-IF
                           TO SUD-SITUACAO
                   WHEN 'D'
                       MOVE 'DESLIGADO NO PLANO' TO SUD-SITUACAO
                   WHEN 'N'
                       MOVE 'NAO PROGRAMADO NA NOITE' TO SUD-SITUACAO
                   WHEN OTHER
                       MOVE 'NAO RODOU (DEPENDENCIA PENDENTE)'
                           TO SUD-SITUACAO
               END-EVALUATE
               WRITE SUM-LINHA FROM SUM-DETALHE
           END-PERFORM.
           IF PLANO-ESTOURADO
               MOVE 'PLANJOB COM MAIS DE 200 PASSOS - NADA RODOU'
                   TO SUM-LINHA
               WRITE SUM-LINHA
           END-IF.
           CLOSE JOBSUM.
           IF RETURN-CODE NOT = RC-ERRO-GRAVE AND NOT PLANO-ESTOURADO
               MOVE WRK-PIOR-RC TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.

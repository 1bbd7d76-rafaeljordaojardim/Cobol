      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MARCACAO DA TRIAGEM DE BEM-ESTAR NA CAPACIDADE DA
      *          CLINICA - A AGENDIMC DIZ QUANDO CADA UM VENCE, MAS A
      *          CLINICA SO ATENDE UNS 20 POR DIA E, QUANDO TODO MUNDO
      *          VENCIA NA MESMA SEMANA, O QUIOSQUE VIRAVA FILA NA
      *          PORTA. A RODADA DIARIA:
      *          1) FECHA AS MARCACOES JA PASSADAS: REALIZADA SE O
      *             HISTIMC TEM MEDICAO DO FUNCIONARIO DESDE A DATA EM
      *             QUE FOI MARCADO, FALTA SE NAO TEM;
      *          2) MARCA QUEM VENCE ATE HOJE + RUNPARM-DIAS-MARCA
      *             (PADRAO 10) E NAO TEM MARCACAO EM ABERTO - QUEM
      *             FALTOU CAI AQUI DE NOVO E E REMARCADO. A DATA E O
      *             VENCIMENTO (OU O PRIMEIRO DIA UTIL APOS HOJE, SE JA
      *             VENCEU) EM DIA UTIL PELO DIAUTIL; DIA SEM VAGA NA
      *             CAPACIDADE CAPCLIN, OU COM O DEPARTAMENTO JA NO
      *             PERCENTUAL MAXIMO DO DIA, EMPURRA PARA O DIA UTIL
      *             SEGUINTE. A HORA SAI DA VAGA (INICIO + (VAGA - 1) X
      *             MINUTOS);
      *          3) EMITE O AVISO DE CADA MARCACAO NOVA NO AVISOMAR E A
      *             AGENDA DIARIA DA CLINICA NO LISTCLIN.
      *          QUEM NAO ACHA VAGA EM 60 DIAS SAI NO FIM DA AGENDA E
      *          SINALIZA RC-AVISO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. A MEDICAO FEITA NO QUIOSQUE ANTES
      *                DA DATA MARCADA CONTA COMO REALIZADA QUANDO A
      *                DATA PASSA; A VAGA NAO E LIBERADA ANTES.
      * 15/10/2026 RJJ MARCACAO CANCELADA (DESLIGA/FUNDEMP) LIBERA A
      *                VAGA: NAO CONTA NA OCUPACAO DO DIA, A MARCACAO
      *                NOVA REGRAVA O REGISTRO DELA, NAO VIRA FALTA NEM
      *                SAI NA AGENDA DA CLINICA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CAPCLIN ASSIGN TO "CAPCLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPCLIN-STATUS.
           SELECT AGENDIMC ASSIGN TO "AGENDIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-ID
               FILE STATUS IS WS-AGENDIMC-STATUS.
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
           SELECT MARCIMC ASSIGN TO "MARCIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAR-CHAVE
               ALTERNATE RECORD KEY IS MAR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MARCIMC-STATUS.
           SELECT LISTCLIN ASSIGN TO "LISTCLIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVISOMAR ASSIGN TO "AVISOMAR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
       COPY RUNPARM.
       FD  CAPCLIN.
       COPY CAPREC.
       FD  AGENDIMC.
       COPY AGDREC.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  HISTIMC.
       COPY HISTREC.
       FD  MARCIMC.
       COPY MARREC.
       FD  LISTCLIN.
       01  REL-LINHA PIC X(090).
       FD  AVISOMAR.
       01  AVISO-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY ESPCOM.
       COPY DIACOM.
       01 AREA-CONTROLE.
           05 WS-RUNCTL-STATUS   PIC X(002) VALUE '00'.
           05 WS-CAPCLIN-STATUS  PIC X(002) VALUE '00'.
           05 WS-AGENDIMC-STATUS PIC X(002) VALUE '00'.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-HISTIMC-STATUS  PIC X(002) VALUE '00'.
           05 WS-MARCIMC-STATUS  PIC X(002) VALUE '00'.
           05 WS-ABORTA          PIC X(001) VALUE 'N'.
               88 RODADA-ABORTADA     VALUE 'S'.
           05 WS-HISTIMC-NO-AR   PIC X(001) VALUE 'N'.
               88 HISTIMC-NO-AR       VALUE 'S'.
           05 WS-FIM-CAPCLIN     PIC X(001) VALUE 'N'.
               88 FIM-CAPCLIN         VALUE 'S'.
           05 WS-FIM-AGENDIMC    PIC X(001) VALUE 'N'.
               88 FIM-AGENDIMC        VALUE 'S'.
           05 WS-FIM-MARCIMC     PIC X(001) VALUE 'N'.
               88 FIM-MARCIMC         VALUE 'S'.
           05 WS-MEDIU           PIC X(001) VALUE 'N'.
               88 HOUVE-MEDICAO       VALUE 'S'.
           05 WS-TEM-MARCACAO    PIC X(001) VALUE 'N'.
               88 TEM-MARCACAO        VALUE 'S'.
           05 WS-REMARCA         PIC X(001) VALUE 'N'.
               88 E-REMARCACAO        VALUE 'S'.
           05 WS-VAGA-ACHADA     PIC X(001) VALUE 'N'.
               88 VAGA-ACHADA         VALUE 'S'.
           05 WRK-ULT-SITUACAO   PIC X(001) VALUE SPACE.
      *DATAS DA RODADA E DA PROCURA DE VAGA
       01 AREA-DATAS.
           05 WRK-DATA-HOJE      PIC 9(008) VALUE ZEROS.
           05 WRK-PRIMEIRO-DIA   PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-LIMITE    PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-ALVO      PIC 9(008) VALUE ZEROS.
           05 WRK-DIA-LISTA      PIC 9(008) VALUE ZEROS.
           05 WRK-DIAS-MARCA     PIC 9(003) VALUE 10.
           05 WRK-JULIANO        PIC 9(007) VALUE ZEROS.
           05 WRK-TENTATIVAS     PIC 9(003) VALUE ZEROS.
           05 WRK-DATA-EDT       PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-DATA-EDT.
               10 EDT-AAAA       PIC 9(004).
               10 EDT-MM         PIC 9(002).
               10 EDT-DD         PIC 9(002).
           05 WRK-DATA-BARRA     PIC X(010) VALUE SPACES.
           05 WRK-HORA-EDT       PIC 9(004) VALUE ZEROS.
           05 FILLER REDEFINES WRK-HORA-EDT.
               10 EDT-HH         PIC 9(002).
               10 EDT-MI         PIC 9(002).
           05 WRK-HORA-PONTOS    PIC X(005) VALUE SPACES.
      *CAPACIDADE DA CLINICA - PADRAO E DIAS PROPRIOS DO CAPCLIN
       01 AREA-CAPACIDADE.
           05 PAD-VAGAS          PIC 9(003) VALUE 20.
           05 PAD-HORA-INI       PIC 9(004) VALUE 0800.
           05 PAD-MINUTOS        PIC 9(003) VALUE 20.
           05 PAD-PCT-DEPTO      PIC 9(003) VALUE 25.
           05 CAP-QTDE           PIC 9(003) VALUE ZEROS.
           05 CAP-ENTRADA OCCURS 400 TIMES.
               10 TAB-DATA       PIC 9(008).
               10 TAB-VAGAS      PIC 9(003).
               10 TAB-HORA-INI   PIC 9(004).
               10 TAB-MINUTOS    PIC 9(003).
               10 TAB-PCT-DEPTO  PIC 9(003).
           05 IX-CAP             PIC 9(003) VALUE ZEROS.
      *O DIA EM EXAME NA PROCURA DE VAGA
       01 AREA-DIA.
           05 DIA-VAGAS          PIC 9(003) VALUE ZEROS.
           05 DIA-HORA-INI       PIC 9(004) VALUE ZEROS.
           05 FILLER REDEFINES DIA-HORA-INI.
               10 DIA-HH         PIC 9(002).
               10 DIA-MI         PIC 9(002).
           05 DIA-MINUTOS        PIC 9(003) VALUE ZEROS.
           05 DIA-PCT-DEPTO      PIC 9(003) VALUE ZEROS.
           05 DIA-LIM-DEPTO      PIC 9(003) VALUE ZEROS.
           05 DIA-OCUP-DEPTO     PIC 9(003) VALUE ZEROS.
           05 DIA-VAGA-LIVRE     PIC 9(003) VALUE ZEROS.
           05 DIA-MINUTO-VAGA    PIC 9(005) VALUE ZEROS.
           05 DIA-OCUPACAO OCCURS 999 TIMES.
               10 TAB-OCUPADA    PIC X(001).
           05 IX-VAGA            PIC 9(003) VALUE ZEROS.
      *QUEM NAO ACHOU VAGA NA JANELA DE PROCURA
       01 AREA-SEM-VAGA.
           05 SVG-QTDE           PIC 9(003) VALUE ZEROS.
           05 SVG-ENTRADA OCCURS 200 TIMES.
               10 TAB-SVG-ID     PIC 9(006).
               10 TAB-SVG-DEVIDA PIC 9(008).
           05 IX-SVG             PIC 9(003) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-REALIZADAS     PIC 9(005) VALUE ZEROS.
           05 CNT-FALTAS         PIC 9(005) VALUE ZEROS.
           05 CNT-VENCENDO       PIC 9(005) VALUE ZEROS.
           05 CNT-JA-MARCADOS    PIC 9(005) VALUE ZEROS.
           05 CNT-MARCADAS       PIC 9(005) VALUE ZEROS.
           05 CNT-REMARCADAS     PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-VAGA       PIC 9(005) VALUE ZEROS.
           05 CNT-DIA            PIC 9(003) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(043) VALUE
               'AGENDA DIARIA DA CLINICA - TRIAGEM DE BEM-'.
           05 FILLER   PIC X(005) VALUE 'ESTAR'.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(006) VALUE 'DIA: '.
           05 CAB1-DIA PIC X(010).
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(007) VALUE 'HORA'.
           05 FILLER   PIC X(005) VALUE 'VAGA'.
           05 FILLER   PIC X(008) VALUE 'ID'.
           05 FILLER   PIC X(021) VALUE 'NOME'.
           05 FILLER   PIC X(006) VALUE 'DEPTO'.
           05 FILLER   PIC X(010) VALUE 'DEVIDA'.
           05 FILLER   PIC X(011) VALUE 'OBSERVACAO'.
       01 REL-DETALHE.
           05 DET-HORA      PIC X(005).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-VAGA      PIC ZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-ID        PIC 9(006).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-NOME      PIC X(020).
           05 FILLER        PIC X(001) VALUE SPACE.
           05 DET-DEPTO     PIC 9(003).
           05 FILLER        PIC X(003) VALUE SPACES.
           05 DET-DEVIDA    PIC 9(008).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-OBS       PIC X(011).
       01 REL-SEM-VAGA.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 SVL-ID        PIC 9(006).
           05 FILLER        PIC X(010) VALUE ' DEVIDA EM'.
           05 FILLER        PIC X(001) VALUE SPACE.
           05 SVL-DEVIDA    PIC 9(008).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           IF NOT RODADA-ABORTADA
               PERFORM 2000-CONFERE-MARCACOES
               PERFORM 3000-MARCA-VENCIDOS
               PERFORM 4000-LISTA-CLINICA
           END-IF.
           PERFORM 9000-FINALIZA.
           GOBACK.
      *JANELA DA RODADA NO RUNCTL (OU FICA NO PADRAO COMPILADO)
       0900-LE-RUNCTL SECTION.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL
                   NOT AT END
                       IF RUNPARM-DIAS-MARCA NUMERIC
                          AND RUNPARM-DIAS-MARCA > ZEROS
                           MOVE RUNPARM-DIAS-MARCA TO WRK-DIAS-MARCA
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.
       0900-LE-RUNCTL-EXIT.
           EXIT.
      *DATAS, CAPACIDADE, CADASTROS (COM A ESPERA DE OCUPADO) E SAIDAS
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0900-LE-RUNCTL.
           COMPUTE WRK-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           COMPUTE WRK-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WRK-JULIANO + WRK-DIAS-MARCA).
           COMPUTE WRK-PRIMEIRO-DIA =
               FUNCTION DATE-OF-INTEGER(WRK-JULIANO + 1).
           MOVE 'P' TO DU-FUNCAO.
           MOVE WRK-PRIMEIRO-DIA TO DU-DATA.
           MOVE ZEROS TO DU-AGENCIA.
           MOVE RETURN-CODE TO DU-RC.
           CALL 'DIAUTIL' USING AREA-DIAUTIL.
           IF DU-RETORNO = '00'
               MOVE DU-DATA TO WRK-PRIMEIRO-DIA
           END-IF.
           PERFORM 1100-CARREGA-CAPACIDADE.
           OPEN INPUT EMPMSTR.
           MOVE ZEROS TO ESP-TENTATIVA.
           PERFORM UNTIL (WS-EMPMSTR-STATUS NOT = '93'
                   AND WS-EMPMSTR-STATUS NOT = '99')
                   OR ESP-DESISTE
               MOVE 'EMPMSTR ' TO ESP-ARQUIVO
               MOVE WS-EMPMSTR-STATUS TO ESP-STATUS
               MOVE RETURN-CODE TO ESP-RC
               CALL 'ESPERARQ' USING AREA-ESPERARQ
               IF ESP-TENTA-DE-NOVO
                   OPEN INPUT EMPMSTR
               END-IF
           END-PERFORM.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O EMPMSTR - STATUS '
                   WS-EMPMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT AGENDIMC.
           IF WS-AGENDIMC-STATUS NOT = '00'
               DISPLAY 'AGENDIMC INDISPONIVEL - STATUS '
                   WS-AGENDIMC-STATUS ' - NADA A MARCAR'
               MOVE RC-ERRO TO RETURN-CODE
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN I-O MARCIMC.
           IF WS-MARCIMC-STATUS = '35'
               OPEN OUTPUT MARCIMC
               CLOSE MARCIMC
               OPEN I-O MARCIMC
           END-IF.
           IF WS-MARCIMC-STATUS NOT = '00'
               DISPLAY 'MARCIMC INDISPONIVEL - STATUS '
                   WS-MARCIMC-STATUS
               MOVE RC-ERRO TO RETURN-CODE
               SET RODADA-ABORTADA TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT HISTIMC.
           IF WS-HISTIMC-STATUS = '00'
               SET HISTIMC-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: HISTIMC INDISPONIVEL - AS MARCACOES '
                   'PASSADAS FICAM EM ABERTO ATE A PROXIMA RODADA'
           END-IF.
           OPEN OUTPUT LISTCLIN.
           OPEN OUTPUT AVISOMAR.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
       1000-INICIALIZA-EXIT.
           EXIT.
      *CARREGA O CAPCLIN - O REGISTRO DE DATA ZERADA SOBREPOE O PADRAO
      *COMPILADO; SEM CAPCLIN, TODO DIA E O PADRAO COMPILADO
       1100-CARREGA-CAPACIDADE SECTION.
           MOVE ZEROS TO CAP-QTDE.
           MOVE 'N' TO WS-FIM-CAPCLIN.
           OPEN INPUT CAPCLIN.
           IF WS-CAPCLIN-STATUS NOT = '00'
               DISPLAY 'AVISO: CAPCLIN INDISPONIVEL - CAPACIDADE '
                   'PADRAO EM TODOS OS DIAS'
               GO TO 1100-CARREGA-CAPACIDADE-EXIT
           END-IF.
           PERFORM UNTIL FIM-CAPCLIN OR CAP-QTDE >= 400
               READ CAPCLIN
                   AT END
                       SET FIM-CAPCLIN TO TRUE
                   NOT AT END
                       IF CAP-PADRAO
                           MOVE CAP-VAGAS     TO PAD-VAGAS
                           MOVE CAP-HORA-INI  TO PAD-HORA-INI
                           MOVE CAP-MINUTOS   TO PAD-MINUTOS
                           MOVE CAP-PCT-DEPTO TO PAD-PCT-DEPTO
                       ELSE
                           ADD 1 TO CAP-QTDE
                           MOVE CAP-DATA  TO TAB-DATA(CAP-QTDE)
                           MOVE CAP-VAGAS TO TAB-VAGAS(CAP-QTDE)
                           MOVE CAP-HORA-INI
                               TO TAB-HORA-INI(CAP-QTDE)
                           MOVE CAP-MINUTOS
                               TO TAB-MINUTOS(CAP-QTDE)
                           MOVE CAP-PCT-DEPTO
                               TO TAB-PCT-DEPTO(CAP-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAPCLIN.
       1100-CARREGA-CAPACIDADE-EXIT.
           EXIT.
      *FECHA AS MARCACOES DE DIAS JA PASSADOS: REALIZADA OU FALTA (A
      *CANCELADA NAO ESTA MAIS MARCADA E FICA COMO ESTA)
       2000-CONFERE-MARCACOES SECTION.
           IF NOT HISTIMC-NO-AR
               GO TO 2000-CONFERE-MARCACOES-EXIT
           END-IF.
           MOVE ZEROS TO MAR-CHAVE.
           MOVE 'N' TO WS-FIM-MARCIMC.
           START MARCIMC KEY >= MAR-CHAVE
               INVALID KEY
                   SET FIM-MARCIMC TO TRUE
           END-START.
           PERFORM UNTIL FIM-MARCIMC
               READ MARCIMC NEXT
                   AT END
                       SET FIM-MARCIMC TO TRUE
                   NOT AT END
                       IF MAR-DATA >= WRK-DATA-HOJE
                           SET FIM-MARCIMC TO TRUE
                       ELSE
                           IF MAR-MARCADA
                               PERFORM 2100-BUSCA-MEDICAO
                               IF HOUVE-MEDICAO
                                   SET MAR-REALIZADA TO TRUE
                                   ADD 1 TO CNT-REALIZADAS
                               ELSE
                                   SET MAR-FALTOU TO TRUE
                                   ADD 1 TO CNT-FALTAS
                               END-IF
                               REWRITE MARCIMC-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2000-CONFERE-MARCACOES-EXIT.
           EXIT.
      *HOUVE MEDICAO DO FUNCIONARIO DESDE QUE FOI MARCADO?
       2100-BUSCA-MEDICAO SECTION.
           MOVE 'N' TO WS-MEDIU.
           MOVE MAR-ID            TO HIST-ID.
           MOVE MAR-DATA-MARCACAO TO HIST-DATA.
           START HISTIMC KEY >= HIST-CHAVE
               INVALID KEY
                   GO TO 2100-BUSCA-MEDICAO-EXIT
           END-START.
           READ HISTIMC NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF HIST-ID = MAR-ID
                      AND HIST-DATA <= WRK-DATA-HOJE
                       SET HOUVE-MEDICAO TO TRUE
                   END-IF
           END-READ.
       2100-BUSCA-MEDICAO-EXIT.
           EXIT.
      *PERCORRE A AGENDA E MARCA QUEM VENCE NA JANELA
       3000-MARCA-VENCIDOS SECTION.
           MOVE ZEROS TO AGD-ID.
           MOVE 'N' TO WS-FIM-AGENDIMC.
           START AGENDIMC KEY >= AGD-ID
               INVALID KEY
                   SET FIM-AGENDIMC TO TRUE
           END-START.
           PERFORM UNTIL FIM-AGENDIMC
               READ AGENDIMC NEXT
                   AT END
                       SET FIM-AGENDIMC TO TRUE
                   NOT AT END
                       IF AGD-PROX-DATA <= WRK-DATA-LIMITE
                           PERFORM 3100-AVALIA-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.
       3000-MARCA-VENCIDOS-EXIT.
           EXIT.
      *FUNCIONARIO ATIVO, VENCENDO E SEM MARCACAO EM ABERTO: MARCA
       3100-AVALIA-FUNCIONARIO SECTION.
           MOVE AGD-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   GO TO 3100-AVALIA-FUNCIONARIO-EXIT
           END-READ.
           IF NOT EMP-ATIVO
               GO TO 3100-AVALIA-FUNCIONARIO-EXIT
           END-IF.
           ADD 1 TO CNT-VENCENDO.
           PERFORM 3200-SITUACAO-MARCACAO.
           IF TEM-MARCACAO
               ADD 1 TO CNT-JA-MARCADOS
               GO TO 3100-AVALIA-FUNCIONARIO-EXIT
           END-IF.
           IF AGD-PROX-DATA > WRK-PRIMEIRO-DIA
               MOVE AGD-PROX-DATA TO WRK-DATA-ALVO
           ELSE
               MOVE WRK-PRIMEIRO-DIA TO WRK-DATA-ALVO
           END-IF.
           PERFORM 3300-PROCURA-VAGA.
           IF NOT VAGA-ACHADA
               ADD 1 TO CNT-SEM-VAGA
               DISPLAY 'SEM VAGA EM 60 DIAS PARA O ID ' AGD-ID
               IF SVG-QTDE < 200
                   ADD 1 TO SVG-QTDE
                   MOVE AGD-ID        TO TAB-SVG-ID(SVG-QTDE)
                   MOVE AGD-PROX-DATA TO TAB-SVG-DEVIDA(SVG-QTDE)
               END-IF
               GO TO 3100-AVALIA-FUNCIONARIO-EXIT
           END-IF.
           PERFORM 3400-GRAVA-MARCACAO.
       3100-AVALIA-FUNCIONARIO-EXIT.
           EXIT.
      *MARCACOES DO FUNCIONARIO PELA CHAVE ALTERNATIVA: HA UMA EM
      *ABERTO DE HOJE EM DIANTE? A ULTIMA FOI FALTA (REMARCACAO)?
       3200-SITUACAO-MARCACAO SECTION.
           MOVE 'N' TO WS-TEM-MARCACAO.
           MOVE 'N' TO WS-REMARCA.
           MOVE SPACE TO WRK-ULT-SITUACAO.
           MOVE AGD-ID TO MAR-ID.
           MOVE 'N' TO WS-FIM-MARCIMC.
           START MARCIMC KEY = MAR-ID
               INVALID KEY
                   SET FIM-MARCIMC TO TRUE
           END-START.
           PERFORM UNTIL FIM-MARCIMC
               READ MARCIMC NEXT
                   AT END
                       SET FIM-MARCIMC TO TRUE
                   NOT AT END
                       IF MAR-ID NOT = AGD-ID
                           SET FIM-MARCIMC TO TRUE
                       ELSE
                           IF MAR-MARCADA
                              AND MAR-DATA >= WRK-DATA-HOJE
                               SET TEM-MARCACAO TO TRUE
                           END-IF
                           IF NOT MAR-CANCELADA
                               MOVE MAR-SITUACAO TO WRK-ULT-SITUACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-ULT-SITUACAO = 'F'
               SET E-REMARCACAO TO TRUE
           END-IF.
       3200-SITUACAO-MARCACAO-EXIT.
           EXIT.
      *A PARTIR DA DATA ALVO, O PRIMEIRO DIA UTIL COM VAGA LIVRE E COM
      *O DEPARTAMENTO ABAIXO DO PERCENTUAL MAXIMO DO DIA
       3300-PROCURA-VAGA SECTION.
           MOVE 'N' TO WS-VAGA-ACHADA.
           MOVE ZEROS TO WRK-TENTATIVAS.
           PERFORM UNTIL VAGA-ACHADA OR WRK-TENTATIVAS >= 60
               ADD 1 TO WRK-TENTATIVAS
               MOVE 'P' TO DU-FUNCAO
               MOVE WRK-DATA-ALVO TO DU-DATA
               MOVE ZEROS TO DU-AGENCIA
               MOVE RETURN-CODE TO DU-RC
               CALL 'DIAUTIL' USING AREA-DIAUTIL
               IF DU-RETORNO = '00'
                   MOVE DU-DATA TO WRK-DATA-ALVO
               END-IF
               PERFORM 3310-CAPACIDADE-DO-DIA
               IF DIA-VAGAS > ZEROS
                   PERFORM 3320-OCUPACAO-DO-DIA
                   IF DIA-VAGA-LIVRE > ZEROS
                      AND DIA-OCUP-DEPTO < DIA-LIM-DEPTO
                       SET VAGA-ACHADA TO TRUE
                   END-IF
               END-IF
               IF NOT VAGA-ACHADA
                   COMPUTE WRK-JULIANO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO) + 1
                   COMPUTE WRK-DATA-ALVO =
                       FUNCTION DATE-OF-INTEGER(WRK-JULIANO)
               END-IF
           END-PERFORM.
       3300-PROCURA-VAGA-EXIT.
           EXIT.
      *CAPACIDADE DA DATA ALVO (DIA PROPRIO NO CAPCLIN OU O PADRAO) E
      *O LIMITE POR DEPARTAMENTO, ARREDONDADO PARA CIMA, NUNCA ZERO
       3310-CAPACIDADE-DO-DIA SECTION.
           MOVE PAD-VAGAS     TO DIA-VAGAS.
           MOVE PAD-HORA-INI  TO DIA-HORA-INI.
           MOVE PAD-MINUTOS   TO DIA-MINUTOS.
           MOVE PAD-PCT-DEPTO TO DIA-PCT-DEPTO.
           PERFORM VARYING IX-CAP FROM 1 BY 1
                   UNTIL IX-CAP > CAP-QTDE
               IF TAB-DATA(IX-CAP) = WRK-DATA-ALVO
                   MOVE TAB-VAGAS(IX-CAP)     TO DIA-VAGAS
                   MOVE TAB-HORA-INI(IX-CAP)  TO DIA-HORA-INI
                   MOVE TAB-MINUTOS(IX-CAP)   TO DIA-MINUTOS
                   MOVE TAB-PCT-DEPTO(IX-CAP) TO DIA-PCT-DEPTO
               END-IF
           END-PERFORM.
           COMPUTE DIA-LIM-DEPTO =
               ((DIA-VAGAS * DIA-PCT-DEPTO) + 99) / 100.
           IF DIA-LIM-DEPTO = ZEROS
               MOVE 1 TO DIA-LIM-DEPTO
           END-IF.
       3310-CAPACIDADE-DO-DIA-EXIT.
           EXIT.
      *VAGAS OCUPADAS NA DATA ALVO, A PRIMEIRA LIVRE E QUANTAS SAO DO
      *DEPARTAMENTO DO FUNCIONARIO - VAGA DE MARCACAO CANCELADA E LIVRE
       3320-OCUPACAO-DO-DIA SECTION.
           MOVE ZEROS TO DIA-OCUP-DEPTO.
           MOVE ZEROS TO DIA-VAGA-LIVRE.
           PERFORM VARYING IX-VAGA FROM 1 BY 1
                   UNTIL IX-VAGA > DIA-VAGAS
               MOVE 'N' TO TAB-OCUPADA(IX-VAGA)
           END-PERFORM.
           MOVE WRK-DATA-ALVO TO MAR-DATA.
           MOVE ZEROS TO MAR-VAGA.
           MOVE 'N' TO WS-FIM-MARCIMC.
           START MARCIMC KEY >= MAR-CHAVE
               INVALID KEY
                   SET FIM-MARCIMC TO TRUE
           END-START.
           PERFORM UNTIL FIM-MARCIMC
               READ MARCIMC NEXT
                   AT END
                       SET FIM-MARCIMC TO TRUE
                   NOT AT END
                       IF MAR-DATA NOT = WRK-DATA-ALVO
                           SET FIM-MARCIMC TO TRUE
                       ELSE
                           IF MAR-VAGA > ZEROS
                              AND MAR-VAGA <= DIA-VAGAS
                              AND NOT MAR-CANCELADA
                               MOVE 'S' TO TAB-OCUPADA(MAR-VAGA)
                           END-IF
                           IF MAR-MARCADA AND MAR-DEPTO = EMP-DEPTO
                               ADD 1 TO DIA-OCUP-DEPTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING IX-VAGA FROM 1 BY 1
                   UNTIL IX-VAGA > DIA-VAGAS OR DIA-VAGA-LIVRE > ZEROS
               IF TAB-OCUPADA(IX-VAGA) = 'N'
                   MOVE IX-VAGA TO DIA-VAGA-LIVRE
               END-IF
           END-PERFORM.
       3320-OCUPACAO-DO-DIA-EXIT.
           EXIT.
      *GRAVA A MARCACAO NA VAGA ACHADA E EMITE O AVISO - VAGA LIVRE
      *POR CANCELAMENTO JA TEM REGISTRO, QUE E REGRAVADO
       3400-GRAVA-MARCACAO SECTION.
           COMPUTE DIA-MINUTO-VAGA = (DIA-HH * 60) + DIA-MI
               + ((DIA-VAGA-LIVRE - 1) * DIA-MINUTOS).
           COMPUTE EDT-HH = DIA-MINUTO-VAGA / 60.
           COMPUTE EDT-MI = DIA-MINUTO-VAGA - (EDT-HH * 60).
           MOVE WRK-DATA-ALVO  TO MAR-DATA.
           MOVE DIA-VAGA-LIVRE TO MAR-VAGA.
           READ MARCIMC
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE AGD-ID         TO MAR-ID.
           MOVE WRK-HORA-EDT   TO MAR-HORA.
           MOVE EMP-DEPTO      TO MAR-DEPTO.
           MOVE AGD-PROX-DATA  TO MAR-DATA-DEVIDA.
           MOVE WRK-DATA-HOJE  TO MAR-DATA-MARCACAO.
           SET MAR-MARCADA TO TRUE.
           MOVE WS-REMARCA     TO MAR-REMARCACAO.
           IF WS-MARCIMC-STATUS = '00'
               REWRITE MARCIMC-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE MARCIMC-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-MARCIMC-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR A MARCACAO DO ID ' AGD-ID
                   ' - STATUS ' WS-MARCIMC-STATUS
               GO TO 3400-GRAVA-MARCACAO-EXIT
           END-IF.
           ADD 1 TO CNT-MARCADAS.
           IF E-REMARCACAO
               ADD 1 TO CNT-REMARCADAS
           END-IF.
           PERFORM 3500-EMITE-AVISO.
       3400-GRAVA-MARCACAO-EXIT.
           EXIT.
      *AVISO AO FUNCIONARIO NO AVISOMAR
       3500-EMITE-AVISO SECTION.
           MOVE WRK-DATA-ALVO TO WRK-DATA-EDT.
           PERFORM 8100-EDITA-DATA.
           PERFORM 8200-EDITA-HORA.
           MOVE SPACES TO AVISO-LINHA.
           STRING CAB-REL-EMPRESA DELIMITED BY SIZE
               INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING 'EM ' CAB-REL-DD '/' CAB-REL-MM '/' CAB-REL-AAAA
               DELIMITED BY SIZE INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING 'AO(A) FUNCIONARIO(A) ' EMP-NOME ' - ID ' EMP-ID
               ' - DEPTO ' EMP-DEPTO
               DELIMITED BY SIZE INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE 'REF.: TRIAGEM TRIMESTRAL DE BEM-ESTAR' TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           STRING 'SUA TRIAGEM ESTA MARCADA PARA ' WRK-DATA-BARRA
               ' AS ' WRK-HORA-PONTOS ' NA CLINICA.'
               DELIMITED BY SIZE INTO AVISO-LINHA.
           WRITE AVISO-LINHA.
           IF E-REMARCACAO
               MOVE 'REMARCACAO: NAO HOUVE MEDICAO NA DATA MARCADA '
                   TO AVISO-LINHA
               WRITE AVISO-LINHA
               MOVE 'ANTERIORMENTE.' TO AVISO-LINHA
               WRITE AVISO-LINHA
           END-IF.
           MOVE 'SE NAO PUDER COMPARECER, PROCURE O RH ANTES DA DATA.'
               TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE ALL '-' TO AVISO-LINHA.
           WRITE AVISO-LINHA.
       3500-EMITE-AVISO-EXIT.
           EXIT.
      *AGENDA DA CLINICA: TODA MARCACAO EM ABERTO DE HOJE EM DIANTE,
      *UM BLOCO POR DIA, EM ORDEM DE HORARIO (A CANCELADA NAO SAI)
       4000-LISTA-CLINICA SECTION.
           MOVE ZEROS TO WRK-DIA-LISTA.
           MOVE ZEROS TO CNT-DIA.
           MOVE WRK-DATA-HOJE TO MAR-DATA.
           MOVE ZEROS TO MAR-VAGA.
           MOVE 'N' TO WS-FIM-MARCIMC.
           START MARCIMC KEY >= MAR-CHAVE
               INVALID KEY
                   SET FIM-MARCIMC TO TRUE
           END-START.
           PERFORM UNTIL FIM-MARCIMC
               READ MARCIMC NEXT
                   AT END
                       SET FIM-MARCIMC TO TRUE
                   NOT AT END
                       IF MAR-MARCADA
                           PERFORM 4100-LINHA-AGENDA
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-DIA-LISTA NOT = ZEROS
               PERFORM 4200-TOTAL-DO-DIA
           ELSE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'NENHUMA TRIAGEM MARCADA' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       4000-LISTA-CLINICA-EXIT.
           EXIT.
      *UMA MARCACAO NA AGENDA - QUEBRA DE DIA ABRE BLOCO NOVO
       4100-LINHA-AGENDA SECTION.
           IF MAR-DATA NOT = WRK-DIA-LISTA
               IF WRK-DIA-LISTA NOT = ZEROS
                   PERFORM 4200-TOTAL-DO-DIA
               END-IF
               MOVE MAR-DATA TO WRK-DIA-LISTA
               MOVE ZEROS TO CNT-DIA
               MOVE MAR-DATA TO WRK-DATA-EDT
               PERFORM 8100-EDITA-DATA
               MOVE WRK-DATA-BARRA TO CAB1-DIA
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM REL-CABECALHO-1
               WRITE REL-LINHA FROM REL-CABECALHO-2
           END-IF.
           ADD 1 TO CNT-DIA.
           MOVE MAR-HORA TO WRK-HORA-EDT.
           PERFORM 8200-EDITA-HORA.
           MOVE WRK-HORA-PONTOS TO DET-HORA.
           MOVE MAR-VAGA        TO DET-VAGA.
           MOVE MAR-ID          TO DET-ID.
           MOVE MAR-DEPTO       TO DET-DEPTO.
           MOVE MAR-DATA-DEVIDA TO DET-DEVIDA.
           MOVE MAR-ID TO EMP-ID.
           READ EMPMSTR
               INVALID KEY
                   MOVE 'FORA DO CADASTRO' TO EMP-NOME
           END-READ.
           MOVE EMP-NOME TO DET-NOME.
           IF MAR-E-REMARCACAO
               MOVE 'REMARCACAO' TO DET-OBS
           ELSE
               MOVE SPACES TO DET-OBS
           END-IF.
           WRITE REL-LINHA FROM REL-DETALHE.
       4100-LINHA-AGENDA-EXIT.
           EXIT.
      *FECHO DO BLOCO DO DIA
       4200-TOTAL-DO-DIA SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING 'TRIAGENS NO DIA: ' CNT-DIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       4200-TOTAL-DO-DIA-EXIT.
           EXIT.
      *DATA AAAAMMDD DE WRK-DATA-EDT EM DD/MM/AAAA
       8100-EDITA-DATA SECTION.
           MOVE SPACES TO WRK-DATA-BARRA.
           STRING EDT-DD '/' EDT-MM '/' EDT-AAAA
               DELIMITED BY SIZE INTO WRK-DATA-BARRA.
       8100-EDITA-DATA-EXIT.
           EXIT.
      *HORA HHMM DE WRK-HORA-EDT EM HH:MM
       8200-EDITA-HORA SECTION.
           MOVE SPACES TO WRK-HORA-PONTOS.
           STRING EDT-HH ':' EDT-MI
               DELIMITED BY SIZE INTO WRK-HORA-PONTOS.
       8200-EDITA-HORA-EXIT.
           EXIT.
      *SEM VAGA, TOTAIS, FECHAMENTO E RETORNO AO STEP
       9000-FINALIZA SECTION.
           IF RODADA-ABORTADA
               IF WS-EMPMSTR-STATUS = '00'
                   CLOSE EMPMSTR
               END-IF
               IF WS-EMPMSTR-STATUS = '00'
                  AND WS-AGENDIMC-STATUS = '00'
                   CLOSE AGENDIMC
               END-IF
               GO TO 9000-FINALIZA-EXIT
           END-IF.
           IF SVG-QTDE > ZEROS
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'VENCENDO SEM VAGA NOS PROXIMOS 60 DIAS - AMPLIE A '
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'CAPACIDADE NO CAPMAINT' TO REL-LINHA
               WRITE REL-LINHA
               PERFORM VARYING IX-SVG FROM 1 BY 1
                       UNTIL IX-SVG > SVG-QTDE
                   MOVE TAB-SVG-ID(IX-SVG)     TO SVL-ID
                   MOVE TAB-SVG-DEVIDA(IX-SVG) TO SVL-DEVIDA
                   WRITE REL-LINHA FROM REL-SEM-VAGA
               END-PERFORM
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'JANELA DE MARCACAO ATE.....: ' WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MARCACOES REALIZADAS.......: ' CNT-REALIZADAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FALTAS (REMARCAR)..........: ' CNT-FALTAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ATIVOS VENCENDO NA JANELA..: ' CNT-VENCENDO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'JA COM MARCACAO EM ABERTO..: ' CNT-JA-MARCADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MARCADOS NESTA RODADA......: ' CNT-MARCADAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '  DOS QUAIS REMARCACOES....: ' CNT-REMARCADAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM VAGA...................: ' CNT-SEM-VAGA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY 'MARCLOTE - MARCADOS: ' CNT-MARCADAS
               ' REMARCADOS: ' CNT-REMARCADAS
               ' FALTAS: ' CNT-FALTAS
               ' SEM VAGA: ' CNT-SEM-VAGA.
           CLOSE LISTCLIN.
           CLOSE AVISOMAR.
           CLOSE EMPMSTR.
           CLOSE AGENDIMC.
           CLOSE MARCIMC.
           IF HISTIMC-NO-AR
               CLOSE HISTIMC
           END-IF.
           IF CNT-SEM-VAGA > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM MARCLOTE.

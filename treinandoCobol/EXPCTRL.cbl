      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: EXPURGO COM RETENCAO DOS ARQUIVOS DE CONTROLE
      *          OPERACIONAL (AUDITMST, JRNMSTR, SIGNLOG, ENTREGAS,
      *          ESTATRUN, CTLEXEC, EXECPLAN, STATEXEC, RUNLOG,
      *          ESCALSLA, PASSTURN, SESSLOG) - PARA CADA LINHA DA
      *          POLITICA RETENCAO (VEJA RETREC) CALCULA A DATA DE
      *          CORTE, COPIA O QUE VENCEU PARA O ARQUIVO MORTO DATADO
      *          <ARQUIVO>-AAAAMMDD COM TRILHA 'T' + QUANTIDADE + HASH
      *          DAS DATAS (TRLCOPY) OU SO ELIMINA, CONFORME A
      *          POLITICA, REGRAVA O ARQUIVO VIVO SO COM O QUE FICA E
      *          EMITE NO RELEXPC O QUE FOI LIDO, EXPURGADO E MANTIDO
      *          POR ARQUIVO. OS SEQUENCIAIS SAO REGRAVADOS PELO
      *          TEMPORARIO EXPNOVO (COMO NO RESARQ); OS INDEXADOS
      *          (ESTATRUN, STATEXEC, PASSTURN) TEM O VENCIDO APAGADO
      *          NO LUGAR (COMO NO HISTARQ).
      *          PROTECOES: NOITE COM REINICIO PENDENTE NO EXECPLAN
      *          (PASSO PULADO OU COM RC ACIMA DO LIMITE DO PLANJOB NA
      *          ULTIMA RODADA) SEGURA EXECPLAN, CTLEXEC E STATEXEC A
      *          PARTIR DAQUELA NOITE; PENDENCIA EM ABERTO NO PENDMST
      *          SEGURA AUDITMST, JRNMSTR E O ARQUIVO DA PENDENCIA A
      *          PARTIR DA SOLICITACAO MAIS VELHA; INCIDENTE OU
      *          INSTRUCAO AINDA ABERTA NO PASSTURN NUNCA SAI, E O
      *          FECHADO VENCE PELA DATA DO FECHAMENTO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ SESSLOG (HISTORICO DE SESSOES DO CTLSESS) ENTRA
      *                NA TABELA DE ARQUIVOS DO EXPURGO.
      * 15/10/2026 RJJ A TABELA DO PLANO PASSOU DE 50 PARA 200 PASSOS.
      *                PLANJOB MAIOR DO QUE A TABELA ESCONDIA O
      *                REINICIO PENDENTE DOS PASSOS CORTADOS; AGORA O
      *                EXPURGO AVISA, NAO EXPURGA NADA E TERMINA COM
      *                RC-ERRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCTRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCAO ASSIGN TO "RETENCAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCAO-STATUS.
           SELECT ARQVIVO ASSIGN USING WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQVIVO-STATUS.
           SELECT EXPNOVO ASSIGN TO "EXPNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPNOVO-STATUS.
           SELECT ARQMORTO ASSIGN USING WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQMORTO-STATUS.
           SELECT ESTATRUN ASSIGN TO "ESTATRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WS-ESTATRUN-STATUS.
           SELECT STATEXEC ASSIGN TO "STATEXEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-PROGRAMA
               FILE STATUS IS WS-STATEXEC-STATUS.
           SELECT PASSTURN ASSIGN TO "PASSTURN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-SEQ
               FILE STATUS IS WS-PASSTURN-STATUS.
           SELECT PENDMST ASSIGN TO "PENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEN-SEQ
               FILE STATUS IS WS-PENDMST-STATUS.
           SELECT PLANJOB ASSIGN TO "PLANJOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANJOB-STATUS.
           SELECT EXECPLAN ASSIGN TO "EXECPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXECPLAN-STATUS.
           SELECT RELEXPC ASSIGN TO "RELEXPC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENCAO.
       COPY RETREC.
       FD  ARQVIVO.
       01  VIVO-LINHA      PIC X(300).
       FD  EXPNOVO.
       01  NOVO-LINHA      PIC X(300).
       FD  ARQMORTO.
       01  MORTO-LINHA     PIC X(300).
       FD  ESTATRUN.
       COPY STATREC.
       FD  STATEXEC.
       COPY PULSREC.
       FD  PASSTURN.
       01  PASSTURN-REC.
           05 PT-SEQ          PIC 9(005).
           05 PT-DATA         PIC 9(008).
           05 PT-HORA         PIC 9(008).
           05 PT-OPERADOR     PIC X(006).
           05 PT-TIPO         PIC X(001).
               88 PT-INCIDENTE    VALUE 'I'.
               88 PT-INSTRUCAO    VALUE 'N'.
           05 PT-SITUACAO     PIC X(001).
               88 PT-ABERTO       VALUE 'A'.
               88 PT-FECHADO      VALUE 'F'.
           05 PT-TEXTO        PIC X(060).
           05 PT-FECHADO-POR  PIC X(006).
           05 PT-DATA-FECHO   PIC 9(008).
       FD  PENDMST.
       COPY PENREC.
       FD  PLANJOB.
       01  PLANJOB-REC.
           05 PJ-PASSO      PIC X(008).
           05 PJ-PROGRAMA   PIC X(008).
           05 PJ-PRED1      PIC X(008).
           05 PJ-PRED2      PIC X(008).
           05 PJ-RC-LIMITE  PIC 9(002).
           05 PJ-ATIVO      PIC X(001).
           05 PJ-SYSIN      PIC X(008).
           05 PJ-FREQUENCIA PIC X(001).
           05 PJ-FREQ-PARM  PIC 9(002).
       FD  EXECPLAN.
       01  EXECPLAN-REC.
           05 EP-DATA       PIC 9(008).
           05 EP-PASSO      PIC X(008).
           05 EP-HORA-INI   PIC 9(008).
           05 EP-HORA-FIM   PIC 9(008).
           05 EP-RC         PIC 9(002).
           05 EP-SITUACAO   PIC X(001).
           05 EP-REINICIO   PIC X(001).
       FD  RELEXPC.
       01  REL-LINHA PIC X(110).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY FECCOM.
       COPY REPHDR.
       COPY TRLCOPY.
       01 AREA-CONTROLE.
           05 WS-RETENCAO-STATUS PIC X(002) VALUE '00'.
           05 WS-ARQVIVO-STATUS  PIC X(002) VALUE '00'.
           05 WS-EXPNOVO-STATUS  PIC X(002) VALUE '00'.
           05 WS-ARQMORTO-STATUS PIC X(002) VALUE '00'.
           05 WS-ESTATRUN-STATUS PIC X(002) VALUE '00'.
           05 WS-STATEXEC-STATUS PIC X(002) VALUE '00'.
           05 WS-PASSTURN-STATUS PIC X(002) VALUE '00'.
           05 WS-PENDMST-STATUS  PIC X(002) VALUE '00'.
           05 WS-PLANJOB-STATUS  PIC X(002) VALUE '00'.
           05 WS-EXECPLAN-STATUS PIC X(002) VALUE '00'.
           05 WS-RETENCAO-ABERTA PIC X(001) VALUE 'N'.
               88 RETENCAO-ABERTA     VALUE 'S'.
           05 WS-FIM-RETENCAO    PIC X(001) VALUE 'N'.
               88 FIM-RETENCAO        VALUE 'S'.
           05 WS-FIM-ARQUIVO     PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO         VALUE 'S'.
           05 WS-MORTO-ABERTO    PIC X(001) VALUE 'N'.
               88 MORTO-ABERTO        VALUE 'S'.
      *ARQUIVOS QUE O EXPURGO CONHECE: NOME, POSICAO DA DATA AAAAMMDD
      *NA LINHA DO SEQUENCIAL, TIPO ('S' SEQUENCIAL, 'I' INDEXADO), SE
      *O REINICIO PENDENTE SEGURA O ARQUIVO E SE A PENDENCIA ABERTA DO
      *PENDMST SEGURA O ARQUIVO
       01 TAB-ARQUIVOS-VALORES.
           05 FILLER PIC X(014) VALUE 'AUDITMST001SNS'.
           05 FILLER PIC X(014) VALUE 'JRNMSTR 001SNS'.
           05 FILLER PIC X(014) VALUE 'SIGNLOG 001SNN'.
           05 FILLER PIC X(014) VALUE 'ENTREGAS001SNN'.
           05 FILLER PIC X(014) VALUE 'ESTATRUN009INN'.
           05 FILLER PIC X(014) VALUE 'CTLEXEC 010SSN'.
           05 FILLER PIC X(014) VALUE 'EXECPLAN001SSN'.
           05 FILLER PIC X(014) VALUE 'STATEXEC016ISN'.
           05 FILLER PIC X(014) VALUE 'RUNLOG  001SNN'.
           05 FILLER PIC X(014) VALUE 'ESCALSLA001SNN'.
           05 FILLER PIC X(014) VALUE 'PASSTURN006INN'.
           05 FILLER PIC X(014) VALUE 'SESSLOG 001SNN'.
       01 TAB-ARQUIVOS REDEFINES TAB-ARQUIVOS-VALORES.
           05 TAB-ARQ-ENTRADA OCCURS 12 TIMES.
               10 TAB-ARQ-NOME      PIC X(008).
               10 TAB-ARQ-POS       PIC 9(003).
               10 TAB-ARQ-TIPO      PIC X(001).
               10 TAB-ARQ-REINICIO  PIC X(001).
               10 TAB-ARQ-PENDENCIA PIC X(001).
       01 AREA-FEITOS.
           05 TAB-ARQ-FEITO      PIC X(001) OCCURS 12 TIMES.
           05 IX-ARQ             PIC 9(002) VALUE ZEROS.
      *REINICIO PENDENTE: ULTIMO RESULTADO DE CADA PASSO NA ULTIMA
      *NOITE DO EXECPLAN CONTRA O LIMITE DE RC DO PLANJOB
       01 AREA-REINICIO.
           05 WS-REINICIO        PIC X(001) VALUE 'N'.
               88 REINICIO-PENDENTE   VALUE 'S'.
           05 WRK-DATA-NOITE     PIC 9(008) VALUE ZEROS.
           05 WRK-PASSO-FALHO    PIC X(008) VALUE SPACES.
           05 PLN-QTDE           PIC 9(003) VALUE ZEROS.
           05 PLN-ENTRADA OCCURS 200 TIMES.
               10 PLN-PASSO      PIC X(008).
               10 PLN-RC-LIMITE  PIC 9(002).
               10 PLN-SIT-ANT    PIC X(001).
               10 PLN-RC-ANT     PIC 9(002).
           05 IX-PLN             PIC 9(003) VALUE ZEROS.
           05 WS-PLANO-CHEIO     PIC X(001) VALUE 'N'.
               88 PLANO-ESTOURADO     VALUE 'S'.
      *PENDENCIA ABERTA: SOLICITACAO MAIS VELHA E ARQUIVOS ENVOLVIDOS
       01 AREA-PENDENCIA.
           05 WS-PENDENCIA       PIC X(001) VALUE 'N'.
               88 PENDENCIA-ABERTA    VALUE 'S'.
           05 WRK-PEND-MAIS-VELHA PIC 9(008) VALUE 99999999.
           05 PND-QTDE           PIC 9(002) VALUE ZEROS.
           05 PND-ARQUIVO        PIC X(008) OCCURS 20 TIMES.
           05 IX-PND             PIC 9(002) VALUE ZEROS.
           05 WS-PND-ACHADO      PIC X(001) VALUE 'N'.
               88 PND-ACHADO          VALUE 'S'.
       01 AREA-CORTE.
           05 WRK-CORTE          PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-CORTE.
               10 WRK-CORTE-AAAA PIC 9(004).
               10 WRK-CORTE-MM   PIC 9(002).
               10 WRK-CORTE-DD   PIC 9(002).
           05 WRK-JULIANO        PIC 9(007) VALUE ZEROS.
           05 WRK-MESES          PIC 9(006) VALUE ZEROS.
           05 WRK-PRIMEIRO-PROX  PIC 9(008) VALUE ZEROS.
           05 WRK-ULTIMO-DIA     PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-ULTIMO-DIA.
               10 FILLER         PIC 9(006).
               10 WRK-ULT-DD     PIC 9(002).
           05 WRK-DATA-REG-X     PIC X(008) VALUE SPACES.
           05 WRK-DATA-REG REDEFINES WRK-DATA-REG-X PIC 9(008).
           05 WS-VENCIDO         PIC X(001) VALUE 'N'.
               88 REG-VENCIDO         VALUE 'S'.
       01 AREA-NOMES.
           05 WRK-NOME-ARQ       PIC X(008) VALUE SPACES.
           05 WRK-NOME-MORTO     PIC X(017) VALUE SPACES.
       01 AREA-CONTADORES.
           05 CNT-LIDOS          PIC 9(007) VALUE ZEROS.
           05 CNT-EXPURGADOS     PIC 9(007) VALUE ZEROS.
           05 CNT-MANTIDOS       PIC 9(007) VALUE ZEROS.
           05 CNT-ABERTOS        PIC 9(007) VALUE ZEROS.
           05 CNT-ARQUIVOS       PIC 9(003) VALUE ZEROS.
           05 CNT-TOT-EXPURGADOS PIC 9(009) VALUE ZEROS.
           05 CNT-TOT-MANTIDOS   PIC 9(009) VALUE ZEROS.
       01 WRK-OBS                PIC X(035) VALUE SPACES.
       01 WRK-CONT-EDT           PIC Z(8)9.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(060) VALUE
               "EXPURGO DOS ARQUIVOS DE CONTROLE OPERACIONAL".
       01 REL-CABECALHO-2.
           05 FILLER   PIC X(019) VALUE "ARQUIVO  RETENCAO".
           05 FILLER   PIC X(009) VALUE "CORTE".
           05 FILLER   PIC X(008) VALUE "  LIDOS".
           05 FILLER   PIC X(008) VALUE "EXPURG.".
           05 FILLER   PIC X(008) VALUE "MANTIDO".
           05 FILLER   PIC X(018) VALUE "DESTINO".
           05 FILLER   PIC X(010) VALUE "OBSERVACAO".
       01 REL-DETALHE.
           05 DET-ARQUIVO    PIC X(008).
           05 FILLER         PIC X(001) VALUE SPACES.
           05 DET-QTDE       PIC ZZ9.
           05 FILLER         PIC X(001) VALUE SPACES.
           05 DET-UNIDADE    PIC X(006).
           05 DET-CORTE      PIC 9(008).
           05 FILLER         PIC X(001) VALUE SPACES.
           05 DET-LIDOS      PIC ZZZZZZ9.
           05 FILLER         PIC X(001) VALUE SPACES.
           05 DET-EXPURGADOS PIC ZZZZZZ9.
           05 FILLER         PIC X(001) VALUE SPACES.
           05 DET-MANTIDOS   PIC ZZZZZZ9.
           05 FILLER         PIC X(001) VALUE SPACES.
           05 DET-DESTINO    PIC X(017).
           05 FILLER         PIC X(001) VALUE SPACES.
           05 DET-OBS        PIC X(035).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0600-VERIFICA-MES
           IF MES-JA-FECHADO
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZA
               PERFORM 2000-PROCESSA-POLITICA UNTIL FIM-RETENCAO
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *ABRE O RELATORIO, LEVANTA AS PROTECOES E ABRE A POLITICA
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE ALL 'N' TO AREA-FEITOS(1:12).
           OPEN OUTPUT RELEXPC.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE REL-LINHA FROM REL-CABECALHO-2.
           PERFORM 1100-VERIFICA-REINICIO.
           IF PLANO-ESTOURADO
               MOVE 'PLANJOB ALEM DA TABELA DO PLANO - NADA EXPURGADO'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE RC-ERRO TO RETURN-CODE
               SET FIM-RETENCAO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM 1200-VERIFICA-PENDENCIAS.
           OPEN INPUT RETENCAO.
           IF WS-RETENCAO-STATUS NOT = '00'
               DISPLAY 'POLITICA RETENCAO INDISPONIVEL - STATUS '
                   WS-RETENCAO-STATUS ' - NADA EXPURGADO'
               MOVE 'POLITICA RETENCAO AUSENTE - NADA EXPURGADO'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE RC-AVISO TO RETURN-CODE
               SET FIM-RETENCAO TO TRUE
           ELSE
               SET RETENCAO-ABERTA TO TRUE
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *LIMITES DE RC DO PLANJOB E ULTIMO RESULTADO DE CADA PASSO NA
      *NOITE MAIS NOVA DO EXECPLAN: PASSO PULADO ('X') OU QUE TERMINOU
      *NO LIMITE OU ACIMA DELE DEIXA UM REINICIO PENDENTE
       1100-VERIFICA-REINICIO SECTION.
           OPEN INPUT PLANJOB.
           IF WS-PLANJOB-STATUS NOT = '00'
               GO TO 1100-VERIFICA-REINICIO-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO OR PLANO-ESTOURADO
               READ PLANJOB
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF PJ-PASSO NOT = SPACES
                          AND PJ-PASSO(1:1) NOT = '*'
                          AND PLN-QTDE >= 200
                           SET PLANO-ESTOURADO TO TRUE
                       END-IF
                       IF PJ-PASSO NOT = SPACES
                          AND PJ-PASSO(1:1) NOT = '*'
                          AND NOT PLANO-ESTOURADO
                           ADD 1 TO PLN-QTDE
                           MOVE PJ-PASSO TO PLN-PASSO(PLN-QTDE)
                           IF PJ-RC-LIMITE NUMERIC
                               MOVE PJ-RC-LIMITE
                                   TO PLN-RC-LIMITE(PLN-QTDE)
                           ELSE
                               MOVE RC-ERRO TO PLN-RC-LIMITE(PLN-QTDE)
                           END-IF
                           MOVE SPACES TO PLN-SIT-ANT(PLN-QTDE)
                           MOVE ZEROS TO PLN-RC-ANT(PLN-QTDE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANJOB.
           IF PLANO-ESTOURADO
               DISPLAY 'PLANJOB COM MAIS DE 200 PASSOS - TABELA DO '
                   'PLANO ESTOURADA - NADA EXPURGADO'
               GO TO 1100-VERIFICA-REINICIO-EXIT
           END-IF.
           OPEN INPUT EXECPLAN.
           IF WS-EXECPLAN-STATUS NOT = '00'
               GO TO 1100-VERIFICA-REINICIO-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ EXECPLAN
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       PERFORM 1150-GUARDA-RESULTADO
               END-READ
           END-PERFORM.
           CLOSE EXECPLAN.
           PERFORM VARYING IX-PLN FROM 1 BY 1 UNTIL IX-PLN > PLN-QTDE
               IF PLN-SIT-ANT(IX-PLN) = 'X'
                  OR (PLN-SIT-ANT(IX-PLN) = 'R'
                  AND PLN-RC-ANT(IX-PLN) NOT < PLN-RC-LIMITE(IX-PLN))
                   IF NOT REINICIO-PENDENTE
                       MOVE PLN-PASSO(IX-PLN) TO WRK-PASSO-FALHO
                   END-IF
                   SET REINICIO-PENDENTE TO TRUE
               END-IF
           END-PERFORM.
           IF REINICIO-PENDENTE
               DISPLAY 'REINICIO PENDENTE NA NOITE DE ' WRK-DATA-NOITE
                   ' (PASSO ' WRK-PASSO-FALHO ') - EXECPLAN, CTLEXEC '
                   'E STATEXEC SEGURADOS'
           END-IF.
       1100-VERIFICA-REINICIO-EXIT.
           EXIT.
      *UMA LINHA DO EXECPLAN: NOITE MAIS NOVA ZERA O QUE FOI GUARDADO;
      *NA MESMA NOITE A LINHA MAIS RECENTE DO PASSO PREVALECE
       1150-GUARDA-RESULTADO SECTION.
           IF EP-DATA NOT NUMERIC OR EP-DATA < WRK-DATA-NOITE
               GO TO 1150-GUARDA-RESULTADO-EXIT
           END-IF.
           IF EP-DATA > WRK-DATA-NOITE
               MOVE EP-DATA TO WRK-DATA-NOITE
               PERFORM VARYING IX-PLN FROM 1 BY 1
                       UNTIL IX-PLN > PLN-QTDE
                   MOVE SPACES TO PLN-SIT-ANT(IX-PLN)
                   MOVE ZEROS TO PLN-RC-ANT(IX-PLN)
               END-PERFORM
           END-IF.
           PERFORM VARYING IX-PLN FROM 1 BY 1 UNTIL IX-PLN > PLN-QTDE
               IF PLN-PASSO(IX-PLN) = EP-PASSO
                   MOVE EP-SITUACAO TO PLN-SIT-ANT(IX-PLN)
                   MOVE EP-RC TO PLN-RC-ANT(IX-PLN)
               END-IF
           END-PERFORM.
       1150-GUARDA-RESULTADO-EXIT.
           EXIT.
      *PENDENCIAS AINDA NAO DECIDIDAS NO PENDMST: DATA DA MAIS VELHA E
      *ARQUIVOS A QUE ELAS SE REFEREM
       1200-VERIFICA-PENDENCIAS SECTION.
           OPEN INPUT PENDMST.
           IF WS-PENDMST-STATUS NOT = '00'
               GO TO 1200-VERIFICA-PENDENCIAS-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ PENDMST
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF PEN-PENDENTE
                           PERFORM 1250-GUARDA-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDMST.
           IF PENDENCIA-ABERTA
               DISPLAY 'PENDENCIA ABERTA NO PENDMST DESDE '
                   WRK-PEND-MAIS-VELHA ' - AUDITMST, JRNMSTR E '
                   'ARQUIVOS PENDENTES SEGURADOS'
           END-IF.
       1200-VERIFICA-PENDENCIAS-EXIT.
           EXIT.
      *GUARDA A DATA E O ARQUIVO DE UMA PENDENCIA ABERTA
       1250-GUARDA-PENDENCIA SECTION.
           SET PENDENCIA-ABERTA TO TRUE.
           IF PEN-DATA-SOL NUMERIC
              AND PEN-DATA-SOL < WRK-PEND-MAIS-VELHA
               MOVE PEN-DATA-SOL TO WRK-PEND-MAIS-VELHA
           END-IF.
           MOVE 'N' TO WS-PND-ACHADO.
           PERFORM VARYING IX-PND FROM 1 BY 1 UNTIL IX-PND > PND-QTDE
               IF PND-ARQUIVO(IX-PND) = PEN-ARQUIVO
                   SET PND-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT PND-ACHADO AND PND-QTDE < 20
               ADD 1 TO PND-QTDE
               MOVE PEN-ARQUIVO TO PND-ARQUIVO(PND-QTDE)
           END-IF.
       1250-GUARDA-PENDENCIA-EXIT.
           EXIT.
      *LE A PROXIMA LINHA DA POLITICA (COMENTARIO E BRANCO SAO PULADOS)
       2000-PROCESSA-POLITICA SECTION.
           READ RETENCAO
               AT END
                   SET FIM-RETENCAO TO TRUE
                   GO TO 2000-PROCESSA-POLITICA-EXIT
           END-READ.
           IF RETENCAO-REC = SPACES OR RT-ARQUIVO(1:1) = '*'
               GO TO 2000-PROCESSA-POLITICA-EXIT
           END-IF.
           PERFORM 2100-APLICA-POLITICA.
       2000-PROCESSA-POLITICA-EXIT.
           EXIT.
      *VALIDA A LINHA, CALCULA O CORTE, APLICA AS PROTECOES E EXPURGA
       2100-APLICA-POLITICA SECTION.
           MOVE ZEROS TO CNT-LIDOS CNT-EXPURGADOS CNT-MANTIDOS
               CNT-ABERTOS WRK-CORTE.
           MOVE SPACES TO WRK-OBS WRK-NOME-MORTO.
           MOVE 'N' TO WS-MORTO-ABERTO.
           ADD 1 TO CNT-ARQUIVOS.
           PERFORM VARYING IX-ARQ FROM 1 BY 1
                   UNTIL IX-ARQ > 12
                      OR TAB-ARQ-NOME(IX-ARQ) = RT-ARQUIVO
               CONTINUE
           END-PERFORM.
           IF IX-ARQ > 12
               MOVE 'ARQUIVO FORA DO EXPURGO - IGNORADO' TO WRK-OBS
               MOVE RC-AVISO TO RETURN-CODE
               PERFORM 2150-GRAVA-DETALHE
               GO TO 2100-APLICA-POLITICA-EXIT
           END-IF.
           IF RT-QTDE NOT NUMERIC
              OR NOT (RT-EM-DIAS OR RT-EM-MESES)
              OR NOT (RT-ARQUIVA OR RT-ELIMINA)
               MOVE 'POLITICA INVALIDA - IGNORADA' TO WRK-OBS
               MOVE RC-AVISO TO RETURN-CODE
               PERFORM 2150-GRAVA-DETALHE
               GO TO 2100-APLICA-POLITICA-EXIT
           END-IF.
           IF TAB-ARQ-FEITO(IX-ARQ) = 'S'
               MOVE 'POLITICA REPETIDA - IGNORADA' TO WRK-OBS
               MOVE RC-AVISO TO RETURN-CODE
               PERFORM 2150-GRAVA-DETALHE
               GO TO 2100-APLICA-POLITICA-EXIT
           END-IF.
           MOVE 'S' TO TAB-ARQ-FEITO(IX-ARQ).
           PERFORM 2200-CALCULA-CORTE.
           PERFORM 2300-APLICA-PROTECOES.
           IF RT-ARQUIVA
               STRING RT-ARQUIVO DELIMITED BY SPACE
                   '-' AS-DATA-LONGA DELIMITED BY SIZE
                   INTO WRK-NOME-MORTO
               OPEN INPUT ARQMORTO
               IF WS-ARQMORTO-STATUS = '00'
                   CLOSE ARQMORTO
                   MOVE 'MORTO DO DIA JA EXISTE - NAO TOCADO'
                       TO WRK-OBS
                   MOVE RC-AVISO TO RETURN-CODE
                   PERFORM 2150-GRAVA-DETALHE
               GO TO 2100-APLICA-POLITICA-EXIT
               END-IF
           ELSE
               MOVE 'ELIMINADOS' TO WRK-NOME-MORTO
           END-IF.
           EVALUATE TAB-ARQ-NOME(IX-ARQ)
               WHEN 'ESTATRUN'
                   PERFORM 2600-EXPURGA-ESTATRUN
               WHEN 'STATEXEC'
                   PERFORM 2700-EXPURGA-STATEXEC
               WHEN 'PASSTURN'
                   PERFORM 2800-EXPURGA-PASSTURN
               WHEN OTHER
                   PERFORM 2400-EXPURGA-SEQUENCIAL
           END-EVALUATE.
           IF MORTO-ABERTO
               PERFORM 2950-FECHA-MORTO
           END-IF.
           ADD CNT-EXPURGADOS TO CNT-TOT-EXPURGADOS.
           ADD CNT-MANTIDOS TO CNT-TOT-MANTIDOS.
           PERFORM 2150-GRAVA-DETALHE.
       2100-APLICA-POLITICA-EXIT.
           EXIT.
      *LINHA DO ARQUIVO NO RELATORIO
       2150-GRAVA-DETALHE SECTION.
           MOVE RT-ARQUIVO     TO DET-ARQUIVO.
           IF RT-QTDE NUMERIC
               MOVE RT-QTDE    TO DET-QTDE
           ELSE
               MOVE ZEROS      TO DET-QTDE
           END-IF.
           EVALUATE TRUE
               WHEN RT-EM-DIAS
                   MOVE 'DIAS'  TO DET-UNIDADE
               WHEN RT-EM-MESES
                   MOVE 'MESES' TO DET-UNIDADE
               WHEN OTHER
                   MOVE '?'     TO DET-UNIDADE
           END-EVALUATE.
           MOVE WRK-CORTE      TO DET-CORTE.
           MOVE CNT-LIDOS      TO DET-LIDOS.
           MOVE CNT-EXPURGADOS TO DET-EXPURGADOS.
           MOVE CNT-MANTIDOS   TO DET-MANTIDOS.
           MOVE WRK-NOME-MORTO TO DET-DESTINO.
           MOVE WRK-OBS        TO DET-OBS.
           WRITE REL-LINHA FROM REL-DETALHE.
       2150-GRAVA-DETALHE-EXIT.
           EXIT.
      *DATA DE CORTE: HOJE MENOS N DIAS, OU O MESMO DIA N MESES ATRAS
      *(DIA ALEM DO FIM DAQUELE MES VALE O ULTIMO DIA DO MES). FICA
      *NO VIVO O REGISTRO COM DATA IGUAL OU POSTERIOR AO CORTE
       2200-CALCULA-CORTE SECTION.
           IF RT-EM-DIAS
               COMPUTE WRK-JULIANO =
                   FUNCTION INTEGER-OF-DATE(AS-DATA-LONGA) - RT-QTDE
               COMPUTE WRK-CORTE =
                   FUNCTION DATE-OF-INTEGER(WRK-JULIANO)
               GO TO 2200-CALCULA-CORTE-EXIT
           END-IF.
           COMPUTE WRK-MESES =
               (AS-ANO-AAAA * 12) + AS-MES-L - 1 - RT-QTDE.
           DIVIDE WRK-MESES BY 12 GIVING WRK-CORTE-AAAA
               REMAINDER WRK-CORTE-MM.
           ADD 1 TO WRK-CORTE-MM.
           MOVE 01 TO WRK-CORTE-DD.
           IF WRK-CORTE-MM = 12
               COMPUTE WRK-PRIMEIRO-PROX =
                   ((WRK-CORTE-AAAA + 1) * 10000) + 0101
           ELSE
               COMPUTE WRK-PRIMEIRO-PROX =
                   (WRK-CORTE-AAAA * 10000)
                   + ((WRK-CORTE-MM + 1) * 100) + 01
           END-IF.
           COMPUTE WRK-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-PRIMEIRO-PROX) - 1).
           IF AS-DIA-L > WRK-ULT-DD
               MOVE WRK-ULT-DD TO WRK-CORTE-DD
           ELSE
               MOVE AS-DIA-L TO WRK-CORTE-DD
           END-IF.
       2200-CALCULA-CORTE-EXIT.
           EXIT.
      *REINICIO PENDENTE E PENDENCIA ABERTA SO PODEM RECUAR O CORTE
       2300-APLICA-PROTECOES SECTION.
           IF REINICIO-PENDENTE
              AND TAB-ARQ-REINICIO(IX-ARQ) = 'S'
              AND WRK-CORTE > WRK-DATA-NOITE
               MOVE WRK-DATA-NOITE TO WRK-CORTE
               STRING 'REINICIO PENDENTE (' DELIMITED BY SIZE
                   WRK-PASSO-FALHO DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE INTO WRK-OBS
           END-IF.
           IF NOT PENDENCIA-ABERTA
               GO TO 2300-APLICA-PROTECOES-EXIT
           END-IF.
           MOVE 'N' TO WS-PND-ACHADO.
           IF TAB-ARQ-PENDENCIA(IX-ARQ) = 'S'
               SET PND-ACHADO TO TRUE
           END-IF.
           PERFORM VARYING IX-PND FROM 1 BY 1 UNTIL IX-PND > PND-QTDE
               IF PND-ARQUIVO(IX-PND) = TAB-ARQ-NOME(IX-ARQ)
                   SET PND-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF PND-ACHADO AND WRK-CORTE > WRK-PEND-MAIS-VELHA
               MOVE WRK-PEND-MAIS-VELHA TO WRK-CORTE
               MOVE 'PENDENCIA ABERTA NO PENDMST' TO WRK-OBS
           END-IF.
       2300-APLICA-PROTECOES-EXIT.
           EXIT.
      *ARQUIVO SEQUENCIAL: VENCIDO VAI PARA O MORTO (OU SOME), O QUE
      *FICA VAI PARA O EXPNOVO, QUE DEPOIS REGRAVA O VIVO
       2400-EXPURGA-SEQUENCIAL SECTION.
           MOVE RT-ARQUIVO TO WRK-NOME-ARQ.
           OPEN INPUT ARQVIVO.
           IF WS-ARQVIVO-STATUS = '35'
               MOVE SPACES TO WRK-NOME-MORTO
               MOVE 'ARQUIVO AUSENTE - NADA A FAZER' TO WRK-OBS
               GO TO 2400-EXPURGA-SEQUENCIAL-EXIT
           END-IF.
           IF WS-ARQVIVO-STATUS NOT = '00'
               MOVE SPACES TO WRK-NOME-MORTO
               STRING 'ERRO NA ABERTURA - STATUS '
                   WS-ARQVIVO-STATUS DELIMITED BY SIZE INTO WRK-OBS
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 2400-EXPURGA-SEQUENCIAL-EXIT
           END-IF.
           OPEN OUTPUT EXPNOVO.
           PERFORM 2900-ABRE-MORTO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQVIVO
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       PERFORM 2450-DECIDE-LINHA
               END-READ
           END-PERFORM.
           CLOSE ARQVIVO.
           CLOSE EXPNOVO.
           IF CNT-EXPURGADOS > ZEROS
               PERFORM 2480-REGRAVA-VIVO
           END-IF.
       2400-EXPURGA-SEQUENCIAL-EXIT.
           EXIT.
      *LINHA COM DATA NUMERICA ANTERIOR AO CORTE VENCEU; LINHA SEM
      *DATA LEGIVEL FICA NO VIVO
       2450-DECIDE-LINHA SECTION.
           ADD 1 TO CNT-LIDOS.
           MOVE VIVO-LINHA(TAB-ARQ-POS(IX-ARQ):8) TO WRK-DATA-REG-X.
           IF WRK-DATA-REG-X NUMERIC AND WRK-DATA-REG < WRK-CORTE
               PERFORM 2920-GRAVA-MORTO
               MOVE VIVO-LINHA TO MORTO-LINHA
               IF MORTO-ABERTO
                   WRITE MORTO-LINHA
               END-IF
           ELSE
               ADD 1 TO CNT-MANTIDOS
               WRITE NOVO-LINHA FROM VIVO-LINHA
           END-IF.
       2450-DECIDE-LINHA-EXIT.
           EXIT.
      *DEVOLVE AO VIVO O QUE FICOU
       2480-REGRAVA-VIVO SECTION.
           OPEN INPUT EXPNOVO.
           OPEN OUTPUT ARQVIVO.
           IF WS-ARQVIVO-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ' WRK-NOME-ARQ ' - STATUS '
                   WS-ARQVIVO-STATUS ' - O QUE FICA ESTA NO EXPNOVO'
               MOVE 'ERRO AO REGRAVAR - VEJA O EXPNOVO' TO WRK-OBS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               CLOSE EXPNOVO
               SET FIM-RETENCAO TO TRUE
               GO TO 2480-REGRAVA-VIVO-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ EXPNOVO
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       WRITE VIVO-LINHA FROM NOVO-LINHA
               END-READ
           END-PERFORM.
           CLOSE EXPNOVO.
           CLOSE ARQVIVO.
       2480-REGRAVA-VIVO-EXIT.
           EXIT.
      *ESTATRUN: ESTATISTICA DE EXECUCAO VENCIDA PELA DATA DA RODADA
       2600-EXPURGA-ESTATRUN SECTION.
           OPEN I-O ESTATRUN.
           IF WS-ESTATRUN-STATUS = '35'
               MOVE SPACES TO WRK-NOME-MORTO
               MOVE 'ARQUIVO AUSENTE - NADA A FAZER' TO WRK-OBS
               GO TO 2600-EXPURGA-ESTATRUN-EXIT
           END-IF.
           IF WS-ESTATRUN-STATUS NOT = '00'
               MOVE SPACES TO WRK-NOME-MORTO
               STRING 'ERRO NA ABERTURA - STATUS '
                   WS-ESTATRUN-STATUS DELIMITED BY SIZE INTO WRK-OBS
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 2600-EXPURGA-ESTATRUN-EXIT
           END-IF.
           PERFORM 2900-ABRE-MORTO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ESTATRUN NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-LIDOS
                       IF ES-DATA < WRK-CORTE
                           MOVE ES-DATA TO WRK-DATA-REG
                           PERFORM 2920-GRAVA-MORTO
                           IF MORTO-ABERTO
                               WRITE MORTO-LINHA FROM ESTATRUN-REC
                           END-IF
                           DELETE ESTATRUN
                               INVALID KEY
                                   DISPLAY 'ERRO AO APAGAR ESTATRUN - '
                                       'STATUS ' WS-ESTATRUN-STATUS
                           END-DELETE
                       ELSE
                           ADD 1 TO CNT-MANTIDOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTATRUN.
       2600-EXPURGA-ESTATRUN-EXIT.
           EXIT.
      *STATEXEC: ULTIMO PULSO DE PROGRAMA QUE NAO RODA DESDE O CORTE
       2700-EXPURGA-STATEXEC SECTION.
           OPEN I-O STATEXEC.
           IF WS-STATEXEC-STATUS = '35'
               MOVE SPACES TO WRK-NOME-MORTO
               MOVE 'ARQUIVO AUSENTE - NADA A FAZER' TO WRK-OBS
               GO TO 2700-EXPURGA-STATEXEC-EXIT
           END-IF.
           IF WS-STATEXEC-STATUS NOT = '00'
               MOVE SPACES TO WRK-NOME-MORTO
               STRING 'ERRO NA ABERTURA - STATUS '
                   WS-STATEXEC-STATUS DELIMITED BY SIZE INTO WRK-OBS
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 2700-EXPURGA-STATEXEC-EXIT
           END-IF.
           PERFORM 2900-ABRE-MORTO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ STATEXEC NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-LIDOS
                       IF BT-DATA < WRK-CORTE
                           MOVE BT-DATA TO WRK-DATA-REG
                           PERFORM 2920-GRAVA-MORTO
                           IF MORTO-ABERTO
                               WRITE MORTO-LINHA FROM STATEXEC-REC
                           END-IF
                           DELETE STATEXEC
                               INVALID KEY
                                   DISPLAY 'ERRO AO APAGAR STATEXEC - '
                                       'STATUS ' WS-STATEXEC-STATUS
                           END-DELETE
                       ELSE
                           ADD 1 TO CNT-MANTIDOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATEXEC.
       2700-EXPURGA-STATEXEC-EXIT.
           EXIT.
      *PASSTURN: SO SAI O ITEM FECHADO, PELA DATA DO FECHAMENTO; O
      *ITEM AINDA ABERTO FICA SEMPRE, POR MAIS VELHO QUE SEJA
       2800-EXPURGA-PASSTURN SECTION.
           OPEN I-O PASSTURN.
           IF WS-PASSTURN-STATUS = '35'
               MOVE SPACES TO WRK-NOME-MORTO
               MOVE 'ARQUIVO AUSENTE - NADA A FAZER' TO WRK-OBS
               GO TO 2800-EXPURGA-PASSTURN-EXIT
           END-IF.
           IF WS-PASSTURN-STATUS NOT = '00'
               MOVE SPACES TO WRK-NOME-MORTO
               STRING 'ERRO NA ABERTURA - STATUS '
                   WS-PASSTURN-STATUS DELIMITED BY SIZE INTO WRK-OBS
               MOVE RC-ERRO TO RETURN-CODE
               GO TO 2800-EXPURGA-PASSTURN-EXIT
           END-IF.
           PERFORM 2900-ABRE-MORTO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ PASSTURN NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-LIDOS
                       IF PT-FECHADO AND PT-DATA-FECHO < WRK-CORTE
                           MOVE PT-DATA-FECHO TO WRK-DATA-REG
                           PERFORM 2920-GRAVA-MORTO
                           IF MORTO-ABERTO
                               WRITE MORTO-LINHA FROM PASSTURN-REC
                           END-IF
                           DELETE PASSTURN
                               INVALID KEY
                                   DISPLAY 'ERRO AO APAGAR PASSTURN - '
                                       'STATUS ' WS-PASSTURN-STATUS
                           END-DELETE
                       ELSE
                           ADD 1 TO CNT-MANTIDOS
                           IF PT-ABERTO
                               ADD 1 TO CNT-ABERTOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PASSTURN.
           IF CNT-ABERTOS > ZEROS AND WRK-OBS = SPACES
               MOVE CNT-ABERTOS TO WRK-CONT-EDT
               STRING 'ABERTOS MANTIDOS:' WRK-CONT-EDT
                   DELIMITED BY SIZE INTO WRK-OBS
           END-IF.
       2800-EXPURGA-PASSTURN-EXIT.
           EXIT.
      *ABRE O ARQUIVO MORTO DATADO DESTA RODADA (SO NA ACAO 'A')
       2900-ABRE-MORTO SECTION.
           MOVE ZEROS TO TRI-QTDE-ACUM TRI-HASH-ACUM.
           IF NOT RT-ARQUIVA
               GO TO 2900-ABRE-MORTO-EXIT
           END-IF.
           OPEN OUTPUT ARQMORTO.
           IF WS-ARQMORTO-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR ' WRK-NOME-MORTO ' - STATUS '
                   WS-ARQMORTO-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               SET FIM-RETENCAO TO TRUE
               MOVE ZEROS TO WRK-CORTE
               MOVE 'MORTO NAO CRIADO - NADA EXPURGADO' TO WRK-OBS
           ELSE
               SET MORTO-ABERTO TO TRUE
           END-IF.
       2900-ABRE-MORTO-EXIT.
           EXIT.
      *CONTA O VENCIDO E ACUMULA A TRILHA DO MORTO (HASH DAS DATAS)
       2920-GRAVA-MORTO SECTION.
           ADD 1 TO CNT-EXPURGADOS.
           ADD 1 TO TRI-QTDE-ACUM.
           MOVE WRK-DATA-REG TO TRI-CAMPO.
           COMPUTE TRI-HASH-ACUM = FUNCTION MOD(
               TRI-HASH-ACUM + TRI-CAMPO, 10000000000000).
       2920-GRAVA-MORTO-EXIT.
           EXIT.
      *TRILHA DE CONTROLE NO FIM DO MORTO E FECHAMENTO
       2950-FECHA-MORTO SECTION.
           MOVE 'T' TO TRL-TIPO.
           MOVE TRI-QTDE-ACUM TO TRL-QTDE.
           MOVE TRI-HASH-ACUM TO TRL-HASH.
           WRITE MORTO-LINHA FROM TRL-REGISTRO.
           CLOSE ARQMORTO.
           MOVE 'N' TO WS-MORTO-ABERTO.
       2950-FECHA-MORTO-EXIT.
           EXIT.
      *TOTAIS DA RODADA E REGISTRO DO FECHAMENTO DO MES
       3000-FINALIZA SECTION.
           IF RETENCAO-ABERTA
               CLOSE RETENCAO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-ARQUIVOS TO WRK-CONT-EDT.
           STRING "POLITICAS LIDAS....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-TOT-EXPURGADOS TO WRK-CONT-EDT.
           STRING "TOTAL EXPURGADO....: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CNT-TOT-MANTIDOS TO WRK-CONT-EDT.
           STRING "TOTAL MANTIDO......: " WRK-CONT-EDT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF REINICIO-PENDENTE
               MOVE SPACES TO REL-LINHA
               STRING "REINICIO PENDENTE DA NOITE DE " WRK-DATA-NOITE
                   " - PASSO " WRK-PASSO-FALHO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF PENDENCIA-ABERTA
               MOVE SPACES TO REL-LINHA
               STRING "PENDENCIA ABERTA NO PENDMST DESDE "
                   WRK-PEND-MAIS-VELHA
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE RELEXPC.
           IF RETURN-CODE < RC-ERRO
               MOVE 'G' TO FEC-FUNCAO
               MOVE RETURN-CODE TO FEC-RC
               CALL 'REGMES' USING AREA-REGMES
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
      *CONSULTA O CONTROLE DE FECHAMENTO MENSAL ANTES DE COMECAR
       0600-VERIFICA-MES SECTION.
           MOVE 'V' TO FEC-FUNCAO.
           MOVE 'EXPCTRL ' TO FEC-PASSO.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           COMPUTE FEC-AAAAMM =
               (AS-ANO-AAAA * 100) + AS-MES-L.
           MOVE RETURN-CODE TO FEC-RC.
           CALL 'REGMES' USING AREA-REGMES.
           IF MES-JA-FECHADO
               DISPLAY 'EXPCTRL  JA FECHADO PARA O PERIODO '
                   FEC-AAAAMM ' - USE RUNPARM-FORCA-RERUN'
           END-IF.
       0600-VERIFICA-MES-EXIT.
           EXIT.
       END PROGRAM EXPCTRL.

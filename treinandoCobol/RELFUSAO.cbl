      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: RELATORIO DE UNIFICACOES DE IDS DUPLICADOS - LISTA O
      *          FUSAOLOG GRAVADO PELO SERVICO FUNDEMP: PARA CADA
      *          UNIFICACAO APROVADA (DATA, HORA, ID APOSENTADO, ID
      *          SOBREVIVENTE E APROVADOR), UMA LINHA POR ARQUIVO COM
      *          OS REGISTROS MOVIDOS, AS CHAVES QUE COLIDIRAM E EM
      *          QUANTAS O LANCAMENTO DO APOSENTADO SUBSTITUIU O DO
      *          SOBREVIVENTE, E A SITUACAO FINAL - UNIFICADA QUANDO O
      *          APOSENTADO FOI INATIVADO NO EMPMSTR, PARCIAL QUANDO
      *          ALGUM ARQUIVO ESTAVA INDISPONIVEL (A PENDENCIA FICOU
      *          ABERTA NO APRMAINT). UNIFICACAO PARCIAL SINALIZA
      *          RC-AVISO AO STEP.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFUSAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUSAOLOG ASSIGN TO "FUSAOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSAOLOG-STATUS.
           SELECT RELFUSAO ASSIGN TO "RELFUSAO"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FUSAOLOG.
       COPY FUSREC.
       FD  RELFUSAO.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-FUSAOLOG-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-FUSAOLOG    PIC X(001) VALUE 'N'.
               88 FIM-FUSAOLOG        VALUE 'S'.
           05 WS-EM-GRUPO        PIC X(001) VALUE 'N'.
               88 EM-GRUPO            VALUE 'S'.
           05 WS-APOSENTOU       PIC X(001) VALUE 'N'.
               88 APOSENTADO-INATIVADO VALUE 'S'.
      *CHAVE DA UNIFICACAO CORRENTE - AS LINHAS DE UMA UNIFICACAO TEM
      *A MESMA DATA/HORA E O MESMO ID APOSENTADO
       01 WRK-GRUPO.
           05 WRK-GRP-DATA       PIC 9(008) VALUE ZEROS.
           05 WRK-GRP-HORA       PIC 9(008) VALUE ZEROS.
           05 WRK-GRP-RETIRADO   PIC 9(006) VALUE ZEROS.
       01 WRK-LIDO.
           05 WRK-LID-DATA       PIC 9(008) VALUE ZEROS.
           05 WRK-LID-HORA       PIC 9(008) VALUE ZEROS.
           05 WRK-LID-RETIRADO   PIC 9(006) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-UNIFICACOES    PIC 9(005) VALUE ZEROS.
           05 CNT-COMPLETAS      PIC 9(005) VALUE ZEROS.
           05 CNT-PARCIAIS       PIC 9(005) VALUE ZEROS.
           05 CNT-MOVIDOS        PIC 9(007) VALUE ZEROS.
           05 CNT-COLISOES       PIC 9(007) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(044) VALUE
               'UNIFICACOES DE IDS DUPLICADOS (FUSAOLOG)    '.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(012) VALUE '  ARQUIVO   '.
           05 FILLER   PIC X(010) VALUE 'ACAO      '.
           05 FILLER   PIC X(010) VALUE '   MOVIDOS'.
           05 FILLER   PIC X(010) VALUE '  COLISOES'.
           05 FILLER   PIC X(014) VALUE '  SUBSTITUIDOS'.
       01 REL-UNIFICACAO.
           05 FILLER         PIC X(011) VALUE 'UNIFICACAO '.
           05 UNI-DATA       PIC 9(008).
           05 FILLER         PIC X(001) VALUE SPACE.
           05 UNI-HORA       PIC 9(008).
           05 FILLER         PIC X(010) VALUE ' ID VELHO '.
           05 UNI-RETIRADO   PIC 9(006).
           05 FILLER         PIC X(014) VALUE ' SOBREVIVENTE '.
           05 UNI-SOBREV     PIC 9(006).
           05 FILLER         PIC X(012) VALUE ' APROVADOR '.
           05 UNI-OPERADOR   PIC X(006).
       01 REL-DETALHE.
           05 FILLER         PIC X(002) VALUE SPACES.
           05 DET-ARQUIVO    PIC X(008).
           05 FILLER         PIC X(002) VALUE SPACES.
           05 DET-ACAO       PIC X(012).
           05 DET-QTDE       PIC ZZZZZZ9.
           05 FILLER         PIC X(001) VALUE SPACE.
           05 DET-COLISOES   PIC ZZZZZZ9.
           05 FILLER         PIC X(005) VALUE SPACES.
           05 DET-SUBST      PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA UNTIL FIM-FUSAOLOG
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O LOG E O RELATORIO
       1000-INICIALIZA SECTION.
           OPEN INPUT FUSAOLOG.
           IF WS-FUSAOLOG-STATUS NOT = '00'
               DISPLAY 'FUSAOLOG VAZIO - STATUS ' WS-FUSAOLOG-STATUS
               SET FIM-FUSAOLOG TO TRUE
           END-IF.
           OPEN OUTPUT RELFUSAO.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
       1000-INICIALIZA-EXIT.
           EXIT.
      *UMA LINHA DO LOG - NA TROCA DE UNIFICACAO FECHA A ANTERIOR E
      *ABRE A NOVA
       2000-PROCESSA SECTION.
           READ FUSAOLOG
               AT END
                   SET FIM-FUSAOLOG TO TRUE
           END-READ.
           IF FIM-FUSAOLOG
               GO TO 2000-PROCESSA-EXIT
           END-IF.
           MOVE FL-DATA        TO WRK-LID-DATA.
           MOVE FL-HORA        TO WRK-LID-HORA.
           MOVE FL-ID-RETIRADO TO WRK-LID-RETIRADO.
           IF NOT EM-GRUPO OR WRK-LIDO NOT = WRK-GRUPO
               IF EM-GRUPO
                   PERFORM 2200-FECHA-UNIFICACAO
               END-IF
               PERFORM 2100-ABRE-UNIFICACAO
           END-IF.
           MOVE FL-ARQUIVO TO DET-ARQUIVO.
           EVALUATE TRUE
               WHEN FL-APOSENTADO
                   MOVE 'INATIVADO' TO DET-ACAO
                   SET APOSENTADO-INATIVADO TO TRUE
               WHEN FL-INDISPONIVEL
                   MOVE 'INDISPONIVEL' TO DET-ACAO
               WHEN OTHER
                   MOVE 'MOVIDOS' TO DET-ACAO
                   ADD FL-QTDE     TO CNT-MOVIDOS
                   ADD FL-COLISOES TO CNT-COLISOES
           END-EVALUATE.
           MOVE FL-QTDE         TO DET-QTDE.
           MOVE FL-COLISOES     TO DET-COLISOES.
           MOVE FL-SUBSTITUIDOS TO DET-SUBST.
           WRITE REL-LINHA FROM REL-DETALHE.
       2000-PROCESSA-EXIT.
           EXIT.
      *CABECALHO DE UMA UNIFICACAO
       2100-ABRE-UNIFICACAO SECTION.
           SET EM-GRUPO TO TRUE.
           MOVE 'N' TO WS-APOSENTOU.
           MOVE WRK-LIDO TO WRK-GRUPO.
           ADD 1 TO CNT-UNIFICACOES.
           MOVE FL-DATA        TO UNI-DATA.
           MOVE FL-HORA        TO UNI-HORA.
           MOVE FL-ID-RETIRADO TO UNI-RETIRADO.
           MOVE FL-ID-SOBREV   TO UNI-SOBREV.
           MOVE FL-OPERADOR    TO UNI-OPERADOR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-UNIFICACAO.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
       2100-ABRE-UNIFICACAO-EXIT.
           EXIT.
      *SITUACAO FINAL DA UNIFICACAO
       2200-FECHA-UNIFICACAO SECTION.
           MOVE SPACES TO REL-LINHA.
           IF APOSENTADO-INATIVADO
               ADD 1 TO CNT-COMPLETAS
               MOVE '  SITUACAO: UNIFICADA' TO REL-LINHA
           ELSE
               ADD 1 TO CNT-PARCIAIS
               STRING '  SITUACAO: PARCIAL - ID VELHO AINDA NO '
                   'CADASTRO, PENDENCIA ABERTA'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
       2200-FECHA-UNIFICACAO-EXIT.
           EXIT.
      *TOTAIS E RETORNO AO STEP
       3000-FINALIZA SECTION.
           IF EM-GRUPO
               PERFORM 2200-FECHA-UNIFICACAO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'UNIFICACOES.......: ' CNT-UNIFICACOES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'COMPLETAS.........: ' CNT-COMPLETAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PARCIAIS..........: ' CNT-PARCIAIS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'REGISTROS MOVIDOS.: ' CNT-MOVIDOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CHAVES EM COLISAO.: ' CNT-COLISOES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELFUSAO.
           IF WS-FUSAOLOG-STATUS NOT = '35'
              AND WS-FUSAOLOG-STATUS NOT = '91'
               CLOSE FUSAOLOG
           END-IF.
           IF CNT-PARCIAIS > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM RELFUSAO.

      *          DE INTERFACE EXTSEG (HEADER E TRAILER COM CONTAGEM,
      *          COMO O ALERTHR), UM REGISTRO POR MEDICAO CARREGANDO
      *          APENAS A FAIXA DA OMS, A FAIXA ETARIA NEUTRA
      *          (CALCULADA DA DATA DE NASCIMENTO DO CADASTRO EMPMSTR,
      *          LIDO PELO ID DA MEDICAO) E O ANO DA MEDICAO - NEM
      *          EMP-ID NEM EMP-NOME SAEM NO ARQUIVO, QUE E O QUE O
      *          JURIDICO VIVIA APONTANDO NA PLANILHA MANUAL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *                JANELA DE SECULO DO AULA-002-LOTE (AA > 30 =
      *                1900); MEDICAO SEM PAR NO ROSTER SAI COM FAIXA
      *                ETARIA 'N/D' E CONTA NO RESUMO.
      * 15/10/2026 RJJ O ROSTIDAD FOI APOSENTADO: O NASCIMENTO VEM DO
      *                CADASTRO EMPMSTR, LIDO PELO HIST-ID DA MEDICAO
      *                (EMP-DATA-NASC JA AAAAMMDD, SEM JANELA DE
      *                SECULO) - ACABOU O CASAMENTO PELO NOME E O
      *                LIMITE DE 500 NOMES DA TABELA. FUNCIONARIO SEM
      *                CADASTRO OU SEM NASCIMENTO INFORMADO SAI 'N/D'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTSEG.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HISTIMC-STATUS.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMSTR-STATUS.
           SELECT EXTSEG ASSIGN TO "EXTSEG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTIMC.
       COPY HISTREC.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  EXTSEG.
       01  EXT-LINHA PIC X(040).
       WORKING-STORAGE SECTION.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-HISTIMC-STATUS  PIC X(002) VALUE '00'.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-HISTIMC     PIC X(001) VALUE 'N'.
               88 FIM-HISTIMC         VALUE 'S'.
           05 WS-EMPMSTR-NO-AR   PIC X(001) VALUE 'N'.
               88 EMPMSTR-NO-AR       VALUE 'S'.
       01 AREA-IDADE.
           05 WRK-NASC-ISO       PIC 9(008) VALUE ZEROS.
           05 WRK-IDADE          PIC S9(003) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-EMITIDOS       PIC 9(005) VALUE ZEROS.
           PERFORM 2000-PROCESSA UNTIL FIM-HISTIMC
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE O CADASTRO E O HISTORICO E GRAVA O HEADER
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS = '00'
               SET EMPMSTR-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: EMPMSTR INDISPONIVEL - FAIXA ETARIA '
                   'SAIRA N/D'
           END-IF.
           OPEN INPUT HISTIMC.
       2100-CLASSIFICA-OMS-EXIT.
           EXIT.
      *FAIXA ETARIA NEUTRA NA DATA DA MEDICAO, PELO NASCIMENTO DO
      *CADASTRO LIDO PELO ID DA MEDICAO
       2200-FAIXA-ETARIA SECTION.
           MOVE ZEROS TO WRK-NASC-ISO.
           IF EMPMSTR-NO-AR
               MOVE HIST-ID TO EMP-ID
               READ EMPMSTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-EMPMSTR-STATUS = '00'
                  AND EMP-DATA-NASC NUMERIC
                   MOVE EMP-DATA-NASC TO WRK-NASC-ISO
               END-IF
           END-IF.
           IF WRK-NASC-ISO = ZEROS OR WRK-NASC-ISO > HIST-DATA
               ADD 1 TO CNT-SEM-NASC
               MOVE 'N/D  ' TO EXD-FAIXA-ETA
           ELSE
               COMPUTE WRK-IDADE =
                   (HIST-DATA - WRK-NASC-ISO) / 10000
               EVALUATE TRUE
           MOVE CNT-EMITIDOS  TO TRL-QTDE.
           WRITE EXT-LINHA FROM EXT-TRAILER.
           CLOSE EXTSEG.
           IF EMPMSTR-NO-AR
               CLOSE EMPMSTR
           END-IF.
           IF WS-HISTIMC-STATUS NOT = '35'
              AND WS-HISTIMC-STATUS NOT = '91'
               CLOSE HISTIMC

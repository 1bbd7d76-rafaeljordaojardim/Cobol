      ******************************************************************
      * Author:
      * Date: 09/08/2026
      * Purpose: BATCH VERSION OF aula-002 - READS THE NAMES AND
      *          BIRTH DATES OF THE EMPMSTR MASTER AND WRITES ONE
      *          REPORT LINE PER PERSON WITH THEIR CURRENT AGE AND
      *          EXACT DAYS-ALIVE, REUSING THE LEAP-YEAR-AWARE
      *          FUNCTION INTEGER-OF-DATE LOGIC FROM aula-002.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *                NO ESTATRUN VIA CALL 'GRVSTAT' AO FIM DO JOB
      *                (TIMESTAMPS, VOLUMES E RC), PARA O RELATORIO
      *                MENSAL RELSTAT DA JANELA DE LOTE.
      * 15/10/2026 RJJ O ROSTER ROSTIDAD FOI APOSENTADO: O NOME E A
      *                DATA DE NASCIMENTO (AGORA AAAAMMDD, SEM JANELA
      *                DE SECULO) VEM DO CADASTRO EMPMSTR, LIDO EM
      *                ORDEM DE EMP-ID; SO OS FUNCIONARIOS ATIVOS
      *                ENTRAM NO RELATORIO. NASCIMENTO NAO INFORMADO
      *                (ZEROS) OU IMPOSSIVEL VAI PARA O IDADREJ (MOTIVO
      *                DTA) COM A IMAGEM DO CADASTRO - A CORRECAO E
      *                PELO EMPMAINT. O MESTRE INDEXADO NAO TEM TRILHA
      *                DE CONTROLE, ENTAO A CONFERENCIA DA TRILHA SAIU;
      *                EMPMSTR INDISPONIVEL SAI COM RC-ERRO-GRAVE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aula-002-lote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMSTR-STATUS.
           SELECT RELIDADE ASSIGN TO "RELIDADE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDADREJ  ASSIGN TO "IDADREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  RELIDADE.
       01  REL-LINHA PIC X(080).
       FD  IDADREJ.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY REJDET.
       COPY STATCOM.
       COPY REGCOM.
       01 CNT-REJEITADOS PIC 9(005) VALUE ZEROS.
       01 WRK-NOME         PIC X(020) VALUE SPACES.
       01 IDADE            PIC 9(003) VALUE ZEROS.
       01 DIAS-VIDA        PIC 9(006) VALUE ZEROS.
       01 WRK-NASC-ISO     PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WRK-NASC-ISO.
           05 WRK-NASC-AAAA PIC 9(004).
           05 WRK-NASC-MM   PIC 9(002).
           05 WRK-NASC-DD   PIC 9(002).
       01 WRK-HOJE-ISO     PIC 9(008) VALUE ZEROS.
       01 WRK-REGISTRO     PIC X(055) VALUE SPACES.
       01 WRK-JULIANO-NASC PIC S9(007) VALUE ZEROS.
       01 WRK-JULIANO-HOJE PIC S9(007) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-EMPMSTR-FALHOU  PIC X(001) VALUE 'N'.
               88 EMPMSTR-FALHOU         VALUE 'S'.
           05 WS-FIM-ARQUIVO     PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO            VALUE 'S'.
           05 WS-PULA-REGISTRO   PIC X(001) VALUE 'N'.
           MOVE 'AULA002L' TO EST-PROGRAMA.
           ACCEPT EST-DATA FROM DATE YYYYMMDD.
           ACCEPT EST-HORA-INICIO FROM TIME.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS NOT = '00'
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
               SET EMPMSTR-FALHOU TO TRUE
               SET FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN OUTPUT RELIDADE.
           OPEN OUTPUT IDADREJ.
           MOVE 'AULA002L' TO RJD-PROGRAMA.
           MOVE "RELATORIO DE IDADE E DIAS VIVIDOS DO QUADRO" TO
               REL-LINHA.
           WRITE REL-LINHA.
           ACCEPT WRK-HOJE-ISO FROM DATE YYYYMMDD.
           IF NOT FIM-ARQUIVO
               PERFORM 1100-LE-EMPMSTR
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
      *LE O PROXIMO FUNCIONARIO ATIVO DO EMPMSTR - OS INATIVOS SAO
      *PULADOS AQUI MESMO, EM LACO, SEM O PERFORM RECURSIVO DA SECAO
       1100-LE-EMPMSTR SECTION.
           SET REGISTRO-PULADO TO TRUE.
           PERFORM UNTIL FIM-ARQUIVO OR NOT REGISTRO-PULADO
               MOVE 'N' TO WS-PULA-REGISTRO
               READ EMPMSTR NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF NOT EMP-ATIVO
                           SET REGISTRO-PULADO TO TRUE
                       ELSE
                           ADD 1 TO CNT-LIDOS
                           MOVE EMP-NOME      TO WRK-NOME
                           MOVE EMP-DATA-NASC TO WRK-NASC-ISO
                           MOVE EMPMSTR-REC   TO WRK-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.
       1100-LE-EMPMSTR-EXIT.
           EXIT.
      *CALCULA IDADE/DIAS-VIDA E ESCREVE A LINHA DO RELATORIO; DATA
      *DE NASCIMENTO INVALIDA VAI PARA O IDADREJ E A LINHA E PULADA
       2000-PROCESSA SECTION.
           IF WRK-NASC-ISO NOT NUMERIC
              OR WRK-NASC-ISO = ZEROS
              OR WRK-NASC-ISO > WRK-HOJE-ISO
              OR WRK-NASC-MM < 01 OR WRK-NASC-MM > 12
              OR WRK-NASC-DD < 01 OR WRK-NASC-DD > 31
               ADD 1 TO CNT-REJEITADOS
               MOVE 'DTA' TO RJD-MOTIVO
               MOVE WRK-REGISTRO TO RJD-REGISTRO
               WRITE REJ-LINHA FROM REJ-DETALHE
           ELSE
               PERFORM 2100-CALCULA-IDADE
               MOVE DIAS-VIDA TO DET-DIAS
               WRITE REL-LINHA FROM REL-DETALHE
           END-IF.
           PERFORM 1100-LE-EMPMSTR.
       2000-PROCESSA-EXIT.
           EXIT.
      *TIRA A DIFERENCA EM DIAS ENTRE O NASCIMENTO E HOJE (AMBOS
      *AAAAMMDD) VIA FUNCTION INTEGER-OF-DATE.
       2100-CALCULA-IDADE SECTION.
           COMPUTE WRK-JULIANO-NASC =
               FUNCTION INTEGER-OF-DATE(WRK-NASC-ISO).
           COMPUTE WRK-JULIANO-HOJE =
           EXIT.
      *FECHA OS ARQUIVOS
       3000-FINALIZA SECTION.
           IF NOT EMPMSTR-FALHOU
               CLOSE EMPMSTR
           END-IF.
           CLOSE RELIDADE.
           CLOSE IDADREJ.
           IF EMPMSTR-FALHOU
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
           ELSE
               IF CNT-REJEITADOS > ZEROS
                   MOVE RC-AVISO TO RETURN-CODE
               ELSE
                   MOVE RC-SUCESSO TO RETURN-CODE
               END-IF
           END-IF.
           MOVE CNT-LIDOS TO EST-LIDOS.
           COMPUTE EST-GRAVADOS = CNT-LIDOS - CNT-REJEITADOS.

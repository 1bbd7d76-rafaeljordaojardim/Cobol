      ******************************************************************
      * Author:
      * Date: 22/08/2026
      * Purpose: RELATORIO MENSAL DE MARCOS DO QUADRO - LE O EMPMSTR
      *          (NOME, NASCIMENTO E DATA DE ADMISSAO) E LISTA
      *          EM ORDEM DE DATA, COM OS DIAS RESTANTES, TODO MARCO
      *          DOS PROXIMOS 90 DIAS: ANIVERSARIOS REDONDOS (60, 65 E
      *          70 ANOS) E ANIVERSARIOS DE TEMPO DE CASA EM MULTIPLOS
      *                BISSEXTO E TRATADO COMO 28; O NASCIMENTO AINDA
      *                VEM COM ANO DE DOIS DIGITOS (JANELA DE SECULO DO
      *                PROPRIO ROSTIDAD), A ADMISSAO JA NASCE AAAAMMDD.
      * 15/10/2026 RJJ O ROSTIDAD FOI APOSENTADO: AS DATAS VEM DO
      *                CADASTRO EMPMSTR (EMP-DATA-NASC E EMP-DATA-
      *                ADMIS, AMBAS AAAAMMDD - A JANELA DE SECULO
      *                SAIU), LIDO EM ORDEM DE EMP-ID, SO OS ATIVOS.
      *                DATA ZERADA (NAO INFORMADA) NAO GERA MARCO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMARCO.
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
           SELECT RELMARCO ASSIGN TO "RELMARCO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MARCSORT ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  RELMARCO.
       01  REL-LINHA PIC X(080).
       SD  MARCSORT.
       COPY RETCOPY.
       COPY REPHDR.
       01 AREA-CONTROLE.
           05 WS-EMPMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-EMPMSTR     PIC X(001) VALUE 'N'.
               88 FIM-EMPMSTR         VALUE 'S'.
           05 WS-FIM-SORT        PIC X(001) VALUE 'N'.
               88 FIM-SORT            VALUE 'S'.
       01 AREA-DATAS.
           PERFORM 1000-INICIALIZA
           SORT MARCSORT
               ON ASCENDING KEY MARC-DATA
               INPUT PROCEDURE IS 2000-VARRE-CADASTRO
               OUTPUT PROCEDURE IS 2500-IMPRIME-MARCOS
           PERFORM 3000-FINALIZA
           GOBACK.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
       1000-INICIALIZA-EXIT.
           EXIT.
      *VARRE OS ATIVOS DO CADASTRO SOLTANDO OS MARCOS DENTRO DA
      *JANELA DE 90 DIAS
       2000-VARRE-CADASTRO SECTION.
           OPEN INPUT EMPMSTR.
           IF WS-EMPMSTR-STATUS = '00'
               PERFORM UNTIL FIM-EMPMSTR
                   READ EMPMSTR NEXT
                       AT END
                           SET FIM-EMPMSTR TO TRUE
                       NOT AT END
                           IF EMP-ATIVO
                              AND EMP-DATA-NASC NUMERIC
                              AND EMP-DATA-NASC > ZEROS
                               PERFORM 2100-MARCOS-DE-IDADE
                           END-IF
                           IF EMP-ATIVO
                              AND EMP-DATA-ADMIS NUMERIC
                              AND EMP-DATA-ADMIS > ZEROS
                               PERFORM 2200-MARCOS-DE-CASA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPMSTR
           ELSE
               DISPLAY 'EMPMSTR INDISPONIVEL - STATUS '
                   WS-EMPMSTR-STATUS
           END-IF.
       2000-VARRE-CADASTRO-EXIT.
           EXIT.
      *ANIVERSARIOS REDONDOS (60/65/70) DENTRO DA JANELA
       2100-MARCOS-DE-IDADE SECTION.
           MOVE EMP-DATA-NASC TO AREA-NASCIMENTO.
           PERFORM VARYING IX-MARCO FROM 1 BY 1 UNTIL IX-MARCO > 3
               COMPUTE ISO-AAAA =
                   WRK-NASC-AAAA + MARCO-IDADE(IX-MARCO)
               PERFORM 2400-TESTA-JANELA
               IF WRK-DELTA >= ZEROS AND WRK-DELTA <= 90
                   MOVE WRK-DATA-ISO TO MARC-DATA
                   MOVE EMP-NOME TO MARC-NOME
                   MOVE SPACES TO MARC-TIPO
                   STRING 'ANIVERSARIO DE ' MARCO-IDADE(IX-MARCO)
                       DELIMITED BY SIZE INTO MARC-TIPO
           EXIT.
      *ANIVERSARIOS DE TEMPO DE CASA (MULTIPLOS DE 5) NA JANELA
       2200-MARCOS-DE-CASA SECTION.
           MOVE EMP-DATA-ADMIS TO WRK-DATA-ISO.
           MOVE ISO-AAAA TO WRK-ADM-AAAA.
           MOVE ISO-MM   TO WRK-ADM-MM.
           MOVE ISO-DD   TO WRK-ADM-DD.
               PERFORM 2400-TESTA-JANELA
               IF WRK-DELTA >= ZEROS AND WRK-DELTA <= 90
                   MOVE WRK-DATA-ISO TO MARC-DATA
                   MOVE EMP-NOME TO MARC-NOME
                   MOVE SPACES TO MARC-TIPO
                   STRING WRK-ANOS-CASA ' ANOS DE CASA'
                       DELIMITED BY SIZE INTO MARC-TIPO

      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CONVERSAO UNICA DO EMPMSTR DE 39 PARA 55 BYTES COM AS
      *          DATAS DO ROSTER ROSTIDAD - O NASCIMENTO E A ADMISSAO
      *          SAEM DO ARQUIVO PARALELO (CASADO PELO NOME) E PASSAM
      *          A MORAR NO CADASTRO (EMP-DATA-NASC E EMP-DATA-ADMIS).
      *          MESMA LITURGIA DO CADCONV: OPERACOES RENOMEIA O
      *          EMPMSTR ATUAL PARA EMPMSTRE, ESTE UTILITARIO O LE NO
      *          LAYOUT ANTIGO E RECONSTROI O EMPMSTR. A LINHA DO
      *          ROSTER SO E LEVADA QUANDO O NOME CASA COM EXATAMENTE
      *          UM FUNCIONARIO E APARECE UMA SO VEZ NO ROSTER; O
      *          NASCIMENTO AAMMDD GANHA O SECULO PELA MESMA JANELA
      *          QUE OS LEITORES DO ROSTER USAVAM (AA > 30 = 19AA).
      *          TODA LINHA DO ROSTER QUE NAO FOI LEVADA (SEM
      *          CADASTRO, NOME REPETIDO, NOME DE MAIS DE UM ID OU
      *          DATA INVALIDA) SAI NO RELCNVRO COM O MOTIVO, PARA O
      *          RH COMPLETAR PELO EMPMAINT, E O STEP SINALIZA
      *          RC-AVISO. SEM ROSTIDAD A CONVERSAO RODA ASSIM MESMO,
      *          COM AS DATAS ZERADAS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION. A TRILHA DE CONTROLE DO ROSTIDAD
      *                (TRLCOPY), QUANDO PRESENTE, E SO PULADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTRE ASSIGN TO "EMPMSTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EE-ID
               ALTERNATE RECORD KEY IS EE-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-VELHO-STATUS.
           SELECT ROSTIDAD ASSIGN TO "ROSTIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTIDAD-STATUS.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-NOVO-STATUS.
           SELECT RELCNVRO ASSIGN TO "RELCNVRO"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTRE.
      *LAYOUT DE 39 BYTES DO EMPMSTR, COM O SUCESSOR E SEM AS DATAS
       01  EMPMSTRE-REC.
           05 EE-ID              PIC 9(006).
           05 EE-NOME            PIC A(20).
           05 EE-SITUACAO        PIC X(001).
           05 EE-PESO-META       PIC 9(003).
           05 EE-DEPTO           PIC 9(003).
           05 EE-ID-SUCESSOR     PIC 9(006).
       FD  ROSTIDAD.
       01  ROSTIDAD-REC.
           05 RI-NOME          PIC X(020).
           05 RI-DATA-NASC     PIC 9(006).
           05 RI-DATA-ADMIS    PIC 9(008).
       FD  EMPMSTR.
       COPY EMPREC.
       FD  RELCNVRO.
       01  REL-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY VALDCOM.
       01 AREA-CONTROLE.
           05 WS-VELHO-STATUS    PIC X(002) VALUE '00'.
           05 WS-NOVO-STATUS     PIC X(002) VALUE '00'.
           05 WS-ROSTIDAD-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-VELHO       PIC X(001) VALUE 'N'.
               88 FIM-VELHO           VALUE 'S'.
           05 WS-FIM-ROSTIDAD    PIC X(001) VALUE 'N'.
               88 FIM-ROSTIDAD        VALUE 'S'.
           05 WS-CONVERSAO       PIC X(001) VALUE 'S'.
               88 CONVERSAO-OK        VALUE 'S'.
           05 WS-NOME-ACHADO     PIC X(001) VALUE 'N'.
               88 NOME-ACHADO         VALUE 'S'.
      *LINHAS DO ROSTER: QUANTAS VEZES O NOME APARECE NO ROSTER E
      *QUANTOS FUNCIONARIOS TEM O NOME; SO 1 E 1 LEVA AS DATAS
       01 AREA-ROSTER.
           05 ROS-QTDE           PIC 9(003) VALUE ZEROS.
           05 ROS-ENTRADA OCCURS 500 TIMES.
               10 ROS-NOME       PIC X(020).
               10 ROS-NASC       PIC 9(006).
               10 ROS-ADMIS      PIC 9(008).
               10 ROS-QTDE-NOME  PIC 9(003).
               10 ROS-QTDE-EMP   PIC 9(003).
               10 ROS-SITUACAO   PIC X(001).
                   88 ROS-LEVADA          VALUE 'L'.
                   88 ROS-NASC-INVALIDO   VALUE 'N'.
                   88 ROS-ADMIS-INVALIDA  VALUE 'A'.
                   88 ROS-DATAS-INVALIDAS VALUE 'X'.
           05 IX-ROS             PIC 9(003) VALUE ZEROS.
           05 IX-OUTRA           PIC 9(003) VALUE ZEROS.
       01 AREA-DATAS.
           05 WRK-NASC-AAMMDD    PIC 9(006) VALUE ZEROS.
           05 FILLER REDEFINES WRK-NASC-AAMMDD.
               10 NASC-AA        PIC 9(002).
               10 NASC-MMDD      PIC 9(004).
           05 WRK-NASC-ISO       PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-NASC-ISO.
               10 ISO-AAAA       PIC 9(004).
               10 ISO-MMDD       PIC 9(004).
           05 WRK-NASC-OK        PIC X(001) VALUE 'N'.
               88 NASC-VALIDO         VALUE 'S'.
           05 WRK-ADMIS-OK       PIC X(001) VALUE 'N'.
               88 ADMIS-VALIDA        VALUE 'S'.
       01 AREA-TOTAIS.
           05 CNT-ROSTER         PIC 9(005) VALUE ZEROS.
           05 CNT-FORA-TABELA    PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-PAR        PIC 9(005) VALUE ZEROS.
           05 CNT-CONVERTIDOS    PIC 9(005) VALUE ZEROS.
           05 CNT-COM-DATAS      PIC 9(005) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(044) VALUE
               'CONVERSAO DO EMPMSTR - DATAS DO ROSTIDAD    '.
       01 REL-CABECALHO-1.
           05 FILLER   PIC X(044) VALUE
               'LINHAS DO ROSTER NAO LEVADAS AO CADASTRO    '.
       01 REL-DETALHE.
           05 DET-NOME      PIC X(020).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-NASC      PIC 9(006).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-ADMIS     PIC 9(008).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-MOTIVO    PIC X(040).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF CONVERSAO-OK
               PERFORM 2000-CARREGA-ROSTER UNTIL FIM-ROSTIDAD
               PERFORM 2100-MARCA-REPETIDOS
               PERFORM 2500-CONTA-FUNCIONARIOS UNTIL FIM-VELHO
               PERFORM 3000-CONVERTE
               PERFORM 4000-LISTA-NAO-LEVADAS
           END-IF
           PERFORM 9000-FINALIZA
           GOBACK.
      *ABRE O CADASTRO ANTIGO, O ROSTER, O CADASTRO NOVO E O RELATORIO
       1000-INICIALIZA SECTION.
           OPEN INPUT EMPMSTRE.
           IF WS-VELHO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO ANTIGO NAO ENCONTRADO - STATUS '
                   WS-VELHO-STATUS
               DISPLAY 'RENOMEIE O EMPMSTR ATUAL PARA EMPMSTRE '
                   'ANTES DE RODAR A CONVERSAO'
               MOVE 'N' TO WS-CONVERSAO
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT ROSTIDAD.
           IF WS-ROSTIDAD-STATUS NOT = '00'
               DISPLAY 'ROSTIDAD INDISPONIVEL - STATUS '
                   WS-ROSTIDAD-STATUS ' - CONVERSAO SEM DATAS'
               SET FIM-ROSTIDAD TO TRUE
           END-IF.
           OPEN OUTPUT EMPMSTR.
           IF WS-NOVO-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR O CADASTRO NOVO - STATUS '
                   WS-NOVO-STATUS
               MOVE 'N' TO WS-CONVERSAO
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN OUTPUT RELCNVRO.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
           MOVE 1           TO CAB-REL-PAGINA.
           WRITE REL-LINHA FROM AREA-CABECALHO-RELATORIO.
           WRITE REL-LINHA FROM REL-CABECALHO-0.
           WRITE REL-LINHA FROM REL-CABECALHO-1.
       1000-INICIALIZA-EXIT.
           EXIT.
      *CARREGA O ROSTER NA TABELA, PULANDO A TRILHA DE CONTROLE; O QUE
      *NAO COUBE NA TABELA SAI DIRETO NO RELATORIO
       2000-CARREGA-ROSTER SECTION.
           READ ROSTIDAD
               AT END
                   SET FIM-ROSTIDAD TO TRUE
               NOT AT END
                   IF ROSTIDAD-REC(1:1) = 'T'
                      AND ROSTIDAD-REC(2:20) NUMERIC
                       CONTINUE
                   ELSE
                       ADD 1 TO CNT-ROSTER
                       IF ROS-QTDE < 500
                           ADD 1 TO ROS-QTDE
                           MOVE RI-NOME TO ROS-NOME(ROS-QTDE)
                           MOVE RI-DATA-NASC TO ROS-NASC(ROS-QTDE)
                           MOVE RI-DATA-ADMIS TO ROS-ADMIS(ROS-QTDE)
                           MOVE ZEROS TO ROS-QTDE-NOME(ROS-QTDE)
                           MOVE ZEROS TO ROS-QTDE-EMP(ROS-QTDE)
                           MOVE SPACE TO ROS-SITUACAO(ROS-QTDE)
                       ELSE
                           ADD 1 TO CNT-FORA-TABELA
                           ADD 1 TO CNT-SEM-PAR
                           MOVE RI-NOME TO DET-NOME
                           MOVE RI-DATA-NASC TO DET-NASC
                           MOVE RI-DATA-ADMIS TO DET-ADMIS
                           MOVE 'ROSTER ACIMA DE 500 LINHAS'
                               TO DET-MOTIVO
                           WRITE REL-LINHA FROM REL-DETALHE
                       END-IF
                   END-IF
           END-READ.
       2000-CARREGA-ROSTER-EXIT.
           EXIT.
      *CONTA QUANTAS VEZES CADA NOME APARECE NO PROPRIO ROSTER
       2100-MARCA-REPETIDOS SECTION.
           PERFORM VARYING IX-ROS FROM 1 BY 1 UNTIL IX-ROS > ROS-QTDE
               PERFORM VARYING IX-OUTRA FROM 1 BY 1
                       UNTIL IX-OUTRA > ROS-QTDE
                   IF ROS-NOME(IX-OUTRA) = ROS-NOME(IX-ROS)
                       ADD 1 TO ROS-QTDE-NOME(IX-ROS)
                   END-IF
               END-PERFORM
           END-PERFORM.
       2100-MARCA-REPETIDOS-EXIT.
           EXIT.
      *PRIMEIRA PASSADA NO CADASTRO ANTIGO: QUANTOS FUNCIONARIOS TEM O
      *NOME DE CADA LINHA DO ROSTER
       2500-CONTA-FUNCIONARIOS SECTION.
           READ EMPMSTRE NEXT
               AT END
                   SET FIM-VELHO TO TRUE
               NOT AT END
                   PERFORM VARYING IX-ROS FROM 1 BY 1
                           UNTIL IX-ROS > ROS-QTDE
                       IF ROS-NOME(IX-ROS) = EE-NOME
                           ADD 1 TO ROS-QTDE-EMP(IX-ROS)
                       END-IF
                   END-PERFORM
           END-READ.
       2500-CONTA-FUNCIONARIOS-EXIT.
           EXIT.
      *SEGUNDA PASSADA: RECONSTROI O EMPMSTR, LEVANDO AS DATAS DA
      *LINHA DO ROSTER QUANDO O CASAMENTO E UM PARA UM
       3000-CONVERTE SECTION.
           CLOSE EMPMSTRE.
           OPEN INPUT EMPMSTRE.
           MOVE 'N' TO WS-FIM-VELHO.
           PERFORM UNTIL FIM-VELHO
               READ EMPMSTRE NEXT
                   AT END
                       SET FIM-VELHO TO TRUE
                   NOT AT END
                       MOVE EE-ID          TO EMP-ID
                       MOVE EE-NOME        TO EMP-NOME
                       MOVE EE-SITUACAO    TO EMP-SITUACAO
                       MOVE EE-PESO-META   TO EMP-PESO-META
                       MOVE EE-DEPTO       TO EMP-DEPTO
                       MOVE EE-ID-SUCESSOR TO EMP-ID-SUCESSOR
                       MOVE ZEROS          TO EMP-DATA-NASC
                       MOVE ZEROS          TO EMP-DATA-ADMIS
                       PERFORM 3100-LEVA-DATAS
                       WRITE EMPMSTR-REC
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR O ID ' EMP-ID
                                   ' - STATUS ' WS-NOVO-STATUS
                       END-WRITE
                       IF WS-NOVO-STATUS = '00'
                           ADD 1 TO CNT-CONVERTIDOS
                       END-IF
               END-READ
           END-PERFORM.
       3000-CONVERTE-EXIT.
           EXIT.
      *PROCURA A LINHA DO ROSTER DO FUNCIONARIO E LEVA AS DATAS
      *VALIDAS; NASCIMENTO AAMMDD PELA JANELA DE SECULO
       3100-LEVA-DATAS SECTION.
           MOVE 'N' TO WS-NOME-ACHADO.
           PERFORM VARYING IX-ROS FROM 1 BY 1
                   UNTIL IX-ROS > ROS-QTDE OR NOME-ACHADO
               IF ROS-NOME(IX-ROS) = EE-NOME
                   SET NOME-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT NOME-ACHADO
               GO TO 3100-LEVA-DATAS-EXIT
           END-IF.
           SUBTRACT 1 FROM IX-ROS.
           IF ROS-QTDE-NOME(IX-ROS) NOT = 1
              OR ROS-QTDE-EMP(IX-ROS) NOT = 1
               GO TO 3100-LEVA-DATAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-NASC-OK.
           MOVE 'N' TO WRK-ADMIS-OK.
           IF ROS-NASC(IX-ROS) NUMERIC
               MOVE ROS-NASC(IX-ROS) TO WRK-NASC-AAMMDD
               MOVE NASC-AA TO ISO-AAAA
               IF NASC-AA > 30
                   ADD 1900 TO ISO-AAAA
               ELSE
                   ADD 2000 TO ISO-AAAA
               END-IF
               MOVE NASC-MMDD TO ISO-MMDD
               MOVE WRK-NASC-ISO TO VDT-DATA
               MOVE RETURN-CODE TO VDT-RC
               CALL 'VALDATA' USING AREA-VALDATA
               IF VDT-DATA-VALIDA
                   SET NASC-VALIDO TO TRUE
                   MOVE WRK-NASC-ISO TO EMP-DATA-NASC
               END-IF
           END-IF.
           IF ROS-ADMIS(IX-ROS) NUMERIC
               MOVE ROS-ADMIS(IX-ROS) TO VDT-DATA
               MOVE RETURN-CODE TO VDT-RC
               CALL 'VALDATA' USING AREA-VALDATA
               IF VDT-DATA-VALIDA
                   SET ADMIS-VALIDA TO TRUE
                   MOVE ROS-ADMIS(IX-ROS) TO EMP-DATA-ADMIS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NASC-VALIDO AND ADMIS-VALIDA
                   SET ROS-LEVADA(IX-ROS) TO TRUE
                   ADD 1 TO CNT-COM-DATAS
               WHEN ADMIS-VALIDA
                   SET ROS-NASC-INVALIDO(IX-ROS) TO TRUE
               WHEN NASC-VALIDO
                   SET ROS-ADMIS-INVALIDA(IX-ROS) TO TRUE
               WHEN OTHER
                   SET ROS-DATAS-INVALIDAS(IX-ROS) TO TRUE
           END-EVALUATE.
       3100-LEVA-DATAS-EXIT.
           EXIT.
      *LISTA CADA LINHA DO ROSTER QUE NAO FOI LEVADA INTEIRA, COM O
      *MOTIVO
       4000-LISTA-NAO-LEVADAS SECTION.
           PERFORM VARYING IX-ROS FROM 1 BY 1 UNTIL IX-ROS > ROS-QTDE
               IF NOT ROS-LEVADA(IX-ROS)
                   ADD 1 TO CNT-SEM-PAR
                   MOVE ROS-NOME(IX-ROS)  TO DET-NOME
                   MOVE ROS-NASC(IX-ROS)  TO DET-NASC
                   MOVE ROS-ADMIS(IX-ROS) TO DET-ADMIS
                   EVALUATE TRUE
                       WHEN ROS-QTDE-EMP(IX-ROS) = ZEROS
                           MOVE 'SEM CADASTRO NO EMPMSTR'
                               TO DET-MOTIVO
                       WHEN ROS-QTDE-NOME(IX-ROS) > 1
                           MOVE 'NOME REPETIDO NO ROSTER'
                               TO DET-MOTIVO
                       WHEN ROS-QTDE-EMP(IX-ROS) > 1
                           MOVE 'NOME DE MAIS DE UM ID NO EMPMSTR'
                               TO DET-MOTIVO
                       WHEN ROS-NASC-INVALIDO(IX-ROS)
                           MOVE 'NASCIMENTO INVALIDO - SO ADMISSAO'
                               TO DET-MOTIVO
                       WHEN ROS-ADMIS-INVALIDA(IX-ROS)
                           MOVE 'ADMISSAO INVALIDA - SO NASCIMENTO'
                               TO DET-MOTIVO
                       WHEN OTHER
                           MOVE 'DATAS INVALIDAS' TO DET-MOTIVO
                   END-EVALUATE
                   WRITE REL-LINHA FROM REL-DETALHE
               END-IF
           END-PERFORM.
       4000-LISTA-NAO-LEVADAS-EXIT.
           EXIT.
      *TOTAIS, FECHAMENTO E RETORNO AO STEP
       9000-FINALIZA SECTION.
           IF NOT CONVERSAO-OK
               IF WS-VELHO-STATUS = '00'
                   CLOSE EMPMSTRE
               END-IF
               IF WS-ROSTIDAD-STATUS = '00'
                   CLOSE ROSTIDAD
               END-IF
               GO TO 9000-FINALIZA-EXIT
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LINHAS NO ROSTER...........: ' CNT-ROSTER
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LINHAS NAO LEVADAS.........: ' CNT-SEM-PAR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FUNCIONARIOS CONVERTIDOS...: ' CNT-CONVERTIDOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'COM AS DUAS DATAS..........: ' CNT-COM-DATAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELCNVRO.
           CLOSE EMPMSTRE.
           CLOSE EMPMSTR.
           IF WS-ROSTIDAD-STATUS NOT = '35'
              AND WS-ROSTIDAD-STATUS NOT = '91'
               CLOSE ROSTIDAD
           END-IF.
           DISPLAY 'REGISTROS CONVERTIDOS: ' CNT-CONVERTIDOS.
           DISPLAY 'LINHAS DO ROSTER NAO LEVADAS: ' CNT-SEM-PAR
               ' (VEJA O RELCNVRO)'.
           IF CNT-SEM-PAR > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM ROSTCONV.

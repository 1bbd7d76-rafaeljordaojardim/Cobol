      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: SERVICO CHAMAVEL DE NUMERACAO DE CONTAS - EMITE O
      *          PROXIMO NUMERO LIVRE DE UMA AGENCIA (PREFIXO AG-CODIGO
      *          + SEQUENCIA DA AGENCIA + DIGITO VERIFICADOR MODULO 10
      *          PELA REGRA DO PARIMPAR) E VALIDA O DIGITO DE UM NUMERO
      *          INFORMADO. A AGENCIA PRECISA EXISTIR E ESTAR ATIVA NO
      *          AGENMSTR. O CONTADOR POR AGENCIA FICA NO SEQAGEN E SO
      *          AVANCA, ENTAO UM NUMERO EMITIDO NUNCA VOLTA, MESMO COM
      *          A CONTA ENCERRADA; UM NUMERO QUE JA EXISTA NO CONTMSTR
      *          (DIGITADO ANTES DO SERVICO) E PULADO. VEJA O COPYBOOK
      *          NUMCOM PARA AS FUNCOES E OS RETORNOS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMCONTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQAGEN ASSIGN TO "SEQAGEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SQ-AGENCIA
               FILE STATUS IS WS-SEQAGEN-STATUS.
           SELECT AGENMSTR ASSIGN TO "AGENMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-CODIGO
               FILE STATUS IS WS-AGENMSTR-STATUS.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTMSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQAGEN.
       COPY SEQREC.
       FD  AGENMSTR.
       COPY AGEREC.
       FD  CONTMSTR.
       COPY CONTREC.
       WORKING-STORAGE SECTION.
       01 AREA-CONTROLE.
           05 WS-SEQAGEN-STATUS  PIC X(002) VALUE '00'.
           05 WS-AGENMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-NO-AR  PIC X(001) VALUE 'N'.
               88 CONTMSTR-NO-AR      VALUE 'S'.
           05 WS-FIM-CONTMSTR    PIC X(001) VALUE 'N'.
               88 FIM-CONTMSTR        VALUE 'S'.
           05 WS-SEQ-EXISTE      PIC X(001) VALUE 'N'.
               88 SEQ-EXISTE          VALUE 'S'.
           05 WS-NUMERO-LIVRE    PIC X(001) VALUE 'N'.
               88 NUMERO-LIVRE        VALUE 'S'.
      *NUMERO DA CONTA EM TRES VISOES: PARTES, DIGITOS E INTEIRO
       01 AREA-NUMERO.
           05 WRK-NUMERO         PIC 9(009) VALUE ZEROS.
           05 FILLER REDEFINES WRK-NUMERO.
               10 WRK-NUM-AGENCIA PIC 9(003).
               10 WRK-NUM-SEQ    PIC 9(005).
               10 WRK-NUM-DV     PIC 9(001).
           05 FILLER REDEFINES WRK-NUMERO.
               10 WRK-DIGITO     PIC 9(001) OCCURS 9.
           05 IX-DIG             PIC 9(003) VALUE ZEROS.
           05 WRK-SOMA-DIG       PIC 9(003) VALUE ZEROS.
           05 WRK-DIG-CALC       PIC 9(001) VALUE ZEROS.
           05 WRK-LIXO           PIC 9(003) VALUE ZEROS.
           05 WRK-SEQ            PIC 9(005) VALUE ZEROS.
           05 WRK-DATA-HOJE      PIC 9(008) VALUE ZEROS.
       LINKAGE SECTION.
       COPY NUMCOM.
       PROCEDURE DIVISION USING AREA-NUMCONTA.
       0000-MAINLINE.
           MOVE '00' TO NC-RETORNO.
           EVALUATE NC-FUNCAO
               WHEN 'G'
                   PERFORM 2000-GERA-NUMERO
               WHEN 'V'
                   PERFORM 3000-VALIDA-NUMERO
               WHEN OTHER
                   MOVE '08' TO NC-RETORNO
           END-EVALUATE.
           MOVE NC-RC TO RETURN-CODE.
           GOBACK.
      *EMITE O PROXIMO NUMERO LIVRE DA AGENCIA E GRAVA O CONTADOR
       2000-GERA-NUMERO SECTION.
           MOVE ZEROS TO NC-CONTA.
           PERFORM 2100-VERIFICA-AGENCIA.
           IF NOT NC-OK
               GO TO 2000-GERA-NUMERO-EXIT
           END-IF.
           OPEN I-O SEQAGEN.
           IF WS-SEQAGEN-STATUS = '35'
               OPEN OUTPUT SEQAGEN
               CLOSE SEQAGEN
               OPEN I-O SEQAGEN
           END-IF.
           IF WS-SEQAGEN-STATUS NOT = '00'
               DISPLAY 'NUMCONTA: SEQAGEN INDISPONIVEL - STATUS '
                   WS-SEQAGEN-STATUS
               MOVE '12' TO NC-RETORNO
               GO TO 2000-GERA-NUMERO-EXIT
           END-IF.
           MOVE 'N' TO WS-CONTMSTR-NO-AR.
           OPEN INPUT CONTMSTR.
           IF WS-CONTMSTR-STATUS = '00'
               SET CONTMSTR-NO-AR TO TRUE
           END-IF.
           MOVE 'N' TO WS-SEQ-EXISTE.
           MOVE NC-AGENCIA TO SQ-AGENCIA.
           READ SEQAGEN
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-SEQAGEN-STATUS = '00'
               SET SEQ-EXISTE TO TRUE
               MOVE SQ-ULTIMA-SEQ TO WRK-SEQ
           ELSE
               PERFORM 2200-SEMEIA-CONTADOR
           END-IF.
           MOVE 'N' TO WS-NUMERO-LIVRE.
           PERFORM UNTIL NUMERO-LIVRE OR WRK-SEQ = 99999
               ADD 1 TO WRK-SEQ
               MOVE NC-AGENCIA TO WRK-NUM-AGENCIA
               MOVE WRK-SEQ    TO WRK-NUM-SEQ
               PERFORM 8000-CALCULA-DIGITO
               MOVE WRK-DIG-CALC TO WRK-NUM-DV
               PERFORM 2300-VERIFICA-LIVRE
           END-PERFORM.
           IF NOT NUMERO-LIVRE
               DISPLAY 'NUMCONTA: SEQUENCIA DA AGENCIA ' NC-AGENCIA
                   ' ESGOTADA'
               MOVE '10' TO NC-RETORNO
               GO TO 2000-GERA-NUMERO-FECHA
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE NC-AGENCIA    TO SQ-AGENCIA.
           MOVE WRK-SEQ       TO SQ-ULTIMA-SEQ.
           MOVE WRK-DATA-HOJE TO SQ-DATA-ULTIMA.
           IF SEQ-EXISTE
               REWRITE SEQAGEN-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE SEQAGEN-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-SEQAGEN-STATUS NOT = '00'
               DISPLAY 'NUMCONTA: ERRO AO GRAVAR O SEQAGEN - STATUS '
                   WS-SEQAGEN-STATUS
               MOVE '12' TO NC-RETORNO
               GO TO 2000-GERA-NUMERO-FECHA
           END-IF.
           MOVE WRK-NUMERO TO NC-CONTA.
       2000-GERA-NUMERO-FECHA.
           CLOSE SEQAGEN.
           IF CONTMSTR-NO-AR
               CLOSE CONTMSTR
           END-IF.
       2000-GERA-NUMERO-EXIT.
           EXIT.
      *A AGENCIA PRECISA EXISTIR E ESTAR ATIVA NO AGENMSTR
       2100-VERIFICA-AGENCIA SECTION.
           OPEN INPUT AGENMSTR.
           IF WS-AGENMSTR-STATUS NOT = '00'
               DISPLAY 'NUMCONTA: AGENMSTR INDISPONIVEL - STATUS '
                   WS-AGENMSTR-STATUS
               MOVE '12' TO NC-RETORNO
               GO TO 2100-VERIFICA-AGENCIA-EXIT
           END-IF.
           MOVE NC-AGENCIA TO AG-CODIGO.
           READ AGENMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-AGENMSTR-STATUS NOT = '00'
               MOVE '04' TO NC-RETORNO
           ELSE
               IF AG-FECHADA
                   MOVE '06' TO NC-RETORNO
               END-IF
           END-IF.
           CLOSE AGENMSTR.
       2100-VERIFICA-AGENCIA-EXIT.
           EXIT.
      *PRIMEIRA EMISSAO DA AGENCIA: O CONTADOR NASCE NA MAIOR
      *SEQUENCIA JA CADASTRADA NO CONTMSTR COM O PREFIXO DELA
       2200-SEMEIA-CONTADOR SECTION.
           MOVE ZEROS TO WRK-SEQ.
           IF NOT CONTMSTR-NO-AR
               GO TO 2200-SEMEIA-CONTADOR-EXIT
           END-IF.
           MOVE ZEROS TO WRK-NUMERO.
           MOVE NC-AGENCIA TO WRK-NUM-AGENCIA.
           MOVE WRK-NUMERO TO CT-CONTA.
           MOVE 'N' TO WS-FIM-CONTMSTR.
           START CONTMSTR KEY >= CT-CONTA
               INVALID KEY
                   SET FIM-CONTMSTR TO TRUE
           END-START.
           PERFORM UNTIL FIM-CONTMSTR
               READ CONTMSTR NEXT
                   AT END
                       SET FIM-CONTMSTR TO TRUE
                   NOT AT END
                       MOVE CT-CONTA TO WRK-NUMERO
                       IF WRK-NUM-AGENCIA NOT = NC-AGENCIA
                           SET FIM-CONTMSTR TO TRUE
                       ELSE
                           MOVE WRK-NUM-SEQ TO WRK-SEQ
                       END-IF
               END-READ
           END-PERFORM.
       2200-SEMEIA-CONTADOR-EXIT.
           EXIT.
      *O NUMERO MONTADO SO SERVE SE AINDA NAO ESTA NO CONTMSTR
       2300-VERIFICA-LIVRE SECTION.
           SET NUMERO-LIVRE TO TRUE.
           IF NOT CONTMSTR-NO-AR
               GO TO 2300-VERIFICA-LIVRE-EXIT
           END-IF.
           MOVE WRK-NUMERO TO CT-CONTA.
           READ CONTMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CONTMSTR-STATUS = '00'
               MOVE 'N' TO WS-NUMERO-LIVRE
           END-IF.
       2300-VERIFICA-LIVRE-EXIT.
           EXIT.
      *CONFERE O DIGITO VERIFICADOR DE UM NUMERO INFORMADO
       3000-VALIDA-NUMERO SECTION.
           MOVE NC-CONTA TO WRK-NUMERO.
           PERFORM 8000-CALCULA-DIGITO.
           IF WRK-DIG-CALC NOT = WRK-NUM-DV
               MOVE '08' TO NC-RETORNO
           END-IF.
       3000-VALIDA-NUMERO-EXIT.
           EXIT.
      *DIGITO VERIFICADOR PELA REGRA DO PARIMPAR: SOMA DOS 8
      *PRIMEIROS DIGITOS MODULO 10
       8000-CALCULA-DIGITO SECTION.
           MOVE ZEROS TO WRK-SOMA-DIG.
           PERFORM VARYING IX-DIG FROM 1 BY 1 UNTIL IX-DIG > 8
               ADD WRK-DIGITO(IX-DIG) TO WRK-SOMA-DIG
           END-PERFORM.
           DIVIDE WRK-SOMA-DIG BY 10 GIVING WRK-LIXO
               REMAINDER WRK-DIG-CALC.
       8000-CALCULA-DIGITO-EXIT.
           EXIT.
       END PROGRAM NUMCONTA.

      *                PARA MONTAR O ANO DO TIMBRE FOI REMOVIDA.
      * 22/08/2026 RJJ FIRST VERSION. RC-AVISO QUANDO O RESCALC VEIO
      *                VAZIO, RC-SUCESSO CASO CONTRARIO.
      * 15/10/2026 RJJ OPERACAO 9 (CONVERSAO DE MOEDA) DO CALCLOTE: A
      *                CLASSIFICACAO PASSOU A SER POR OPERACAO E MOEDA,
      *                E DENTRO DA CONVERSAO CADA MOEDA FECHA COM O SEU
      *                SUBTOTAL (CONVERSOES FEITAS, VALOR ORIGINAL NA
      *                MOEDA E VALOR EM REAIS) ANTES DO SUBTOTAL DA
      *                OPERACAO. CONVERSAO SEM COTACAO (TAXA ZERADA)
      *                CONTA COMO REJEITADA E FICA FORA DO SUBTOTAL DA
      *                MOEDA.
      * 15/10/2026 RJJ OPERACAO 10 (CORRECAO MONETARIA) DO CALCLOTE:
      *                GRUPO PROPRIO NO EXTRATO; CORRECAO RECUSADA
      *                (FATOR ZERADO NO LUGAR DA TAXA) CONTA COMO
      *                REJEITADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCALC.
           05 FILLER          PIC X(002).
           05 SORT-OP         PIC 9(002).
           05 FILLER          PIC X(002).
           05 SORT-NUM-X.
               10 SORT-NUM-SINAL  PIC X(001).
               10 SORT-NUM-INT    PIC 9(009).
               10 FILLER          PIC X(001).
               10 SORT-NUM-DEC    PIC 9(002).
           05 FILLER          PIC X(002).
           05 SORT-NUM2-X.
               10 SORT-NUM2-SINAL PIC X(001).
               10 SORT-RES-INT    PIC 9(009).
               10 FILLER          PIC X(001).
               10 SORT-RES-DEC    PIC 9(002).
      *MOEDA, TAXA E DATA DA COTACAO - SO NA OPERACAO 9 (CONVERSAO);
      *NA OPERACAO 10 (CORRECAO) A TAXA E O FATOR E A DATA E A FINAL
           05 FILLER          PIC X(002).
           05 SORT-MOEDA      PIC X(003).
           05 FILLER          PIC X(002).
           05 SORT-TAXA       PIC X(010).
           05 FILLER          PIC X(002).
           05 SORT-DATA-TAXA  PIC X(008).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
           05 WRK-OP-ATUAL      PIC 9(002) VALUE ZEROS.
           05 SUB-QTDE          PIC 9(005) VALUE ZEROS.
           05 SUB-SOMA          PIC S9(011)V99 VALUE ZEROS.
      *QUEBRA POR MOEDA DENTRO DA OPERACAO 9 (CONVERSAO)
       01 AREA-QUEBRA-MOEDA.
           05 WRK-MOEDA-ATUAL   PIC X(003) VALUE SPACES.
           05 WS-MOEDA-ABERTA   PIC X(001) VALUE 'N'.
               88 MOEDA-ABERTA       VALUE 'S'.
           05 MOE-QTDE          PIC 9(005) VALUE ZEROS.
           05 MOE-ORIGINAL      PIC S9(011)V99 VALUE ZEROS.
           05 MOE-REAIS         PIC S9(011)V99 VALUE ZEROS.
       01 AREA-VALOR.
           05 WRK-VALOR         PIC S9(009)V99 VALUE ZEROS.
           05 WRK-VALOR-ORIG    PIC S9(009)V99 VALUE ZEROS.
       01 AREA-TOTAIS.
           05 TOT-PROCESSADAS   PIC 9(005) VALUE ZEROS.
           05 TOT-REJEITADAS    PIC 9(005) VALUE ZEROS.
           05 SUB-QTDE-EDT  PIC Z(4)9.
           05 FILLER        PIC X(013) VALUE " TRANSACOES, ".
           05 SUB-SOMA-EDT  PIC -Z(10)9.99.
       01 REL-SUBTOTAL-MOEDA.
           05 FILLER        PIC X(008) VALUE "  MOEDA ".
           05 SUBM-MOEDA    PIC X(003).
           05 FILLER        PIC X(002) VALUE ": ".
           05 SUBM-QTDE-EDT PIC Z(4)9.
           05 FILLER        PIC X(012) VALUE " CONVERSOES,".
           05 FILLER        PIC X(010) VALUE " ORIGINAL ".
           05 SUBM-ORIG-EDT PIC -Z(10)9.99.
           05 FILLER        PIC X(005) VALUE " BRL ".
           05 SUBM-REAIS-EDT PIC -Z(10)9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           SORT CALCSORT
               ON ASCENDING KEY SORT-OP SORT-MOEDA
               INPUT PROCEDURE IS 2000-LE-RESCALC
               OUTPUT PROCEDURE IS 2500-IMPRIME-EXTRATO
           PERFORM 3000-FINALIZA
           END-IF.
       2500-IMPRIME-EXTRATO-EXIT.
           EXIT.
      *UMA LINHA DO EXTRATO: QUEBRA, ACUMULA E LISTA - NA CONVERSAO
      *HA AINDA A QUEBRA POR MOEDA
       2600-PROCESSA-LINHA SECTION.
           IF PRIMEIRO-REGISTRO OR SORT-OP NOT = WRK-OP-ATUAL
               IF NOT PRIMEIRO-REGISTRO
               MOVE 'N' TO WS-PRIMEIRO-REG
               PERFORM 2700-ABRE-OPERACAO
           END-IF.
           IF SORT-OP = 9
              AND (NOT MOEDA-ABERTA OR SORT-MOEDA NOT = WRK-MOEDA-ATUAL)
               IF MOEDA-ABERTA
                   PERFORM 2950-FECHA-MOEDA
               END-IF
               PERFORM 2800-ABRE-MOEDA
           END-IF.
           ADD 1 TO TOT-PROCESSADAS.
           ADD 1 TO SUB-QTDE.
           MOVE SORT-RES-INT TO WRK-VALOR.
               AND SORT-NUM2-DEC = ZEROS)
              OR (SORT-OP NOT = 1 AND SORT-OP NOT = 2
                  AND SORT-OP NOT = 3 AND SORT-OP NOT = 4
                  AND SORT-OP NOT = 6 AND SORT-OP NOT = 7
                  AND SORT-OP NOT = 9 AND SORT-OP NOT = 10)
              OR (SORT-OP = 9 AND SORT-DATA-TAXA = ZEROS)
              OR (SORT-OP = 10 AND SORT-TAXA = '000.000000')
               ADD 1 TO TOT-REJEITADAS
           ELSE
               IF SORT-OP = 9
                   MOVE SORT-NUM-INT TO WRK-VALOR-ORIG
                   COMPUTE WRK-VALOR-ORIG = WRK-VALOR-ORIG
                       + (SORT-NUM-DEC / 100)
                   IF SORT-NUM-SINAL = '-'
                       COMPUTE WRK-VALOR-ORIG = WRK-VALOR-ORIG * -1
                   END-IF
                   ADD 1 TO MOE-QTDE
                   ADD WRK-VALOR-ORIG TO MOE-ORIGINAL
                   ADD WRK-VALOR TO MOE-REAIS
               END-IF
           END-IF.
           WRITE REL-LINHA FROM SORT-REC.
       2600-PROCESSA-LINHA-EXIT.
                   MOVE "PORCENTAGEM"    TO CABOP-NOME
               WHEN 7
                   MOVE "POTENCIA"       TO CABOP-NOME
               WHEN 9
                   MOVE "CONVERSAO MOEDA" TO CABOP-NOME
               WHEN 10
                   MOVE "CORRECAO MONET." TO CABOP-NOME
               WHEN OTHER
                   MOVE "DESCONHECIDA"   TO CABOP-NOME
           END-EVALUATE.
           WRITE REL-LINHA FROM REL-CABECALHO-OP.
       2700-ABRE-OPERACAO-EXIT.
           EXIT.
      *ABRE O GRUPO DE UMA MOEDA DENTRO DA CONVERSAO
       2800-ABRE-MOEDA SECTION.
           MOVE SORT-MOEDA TO WRK-MOEDA-ATUAL.
           SET MOEDA-ABERTA TO TRUE.
           MOVE ZEROS TO MOE-QTDE.
           MOVE ZEROS TO MOE-ORIGINAL.
           MOVE ZEROS TO MOE-REAIS.
       2800-ABRE-MOEDA-EXIT.
           EXIT.
      *FECHA O GRUPO DA OPERACAO CORRENTE COM O SUBTOTAL
       2900-FECHA-OPERACAO SECTION.
           IF MOEDA-ABERTA
               PERFORM 2950-FECHA-MOEDA
           END-IF.
           MOVE SUB-QTDE TO SUB-QTDE-EDT.
           MOVE SUB-SOMA TO SUB-SOMA-EDT.
           WRITE REL-LINHA FROM REL-SUBTOTAL.
       2900-FECHA-OPERACAO-EXIT.
           EXIT.
      *FECHA O GRUPO DA MOEDA CORRENTE COM O SUBTOTAL DA MOEDA
       2950-FECHA-MOEDA SECTION.
           MOVE 'N' TO WS-MOEDA-ABERTA.
           MOVE WRK-MOEDA-ATUAL TO SUBM-MOEDA.
           MOVE MOE-QTDE        TO SUBM-QTDE-EDT.
           MOVE MOE-ORIGINAL    TO SUBM-ORIG-EDT.
           MOVE MOE-REAIS       TO SUBM-REAIS-EDT.
           WRITE REL-LINHA FROM REL-SUBTOTAL-MOEDA.
       2950-FECHA-MOEDA-EXIT.
           EXIT.
      *ESCREVE OS TOTAIS GERAIS E FECHA O RELATORIO
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.

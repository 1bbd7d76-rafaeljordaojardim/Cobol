      *                NUMERO. O LIMITE ANTIGO ERA SO O PIC 9(009) DO
      *                WRK-RES; A MENSAGEM DE OVERFLOW FICA RESERVADA
      *                PARA ALEM DA CAPACIDADE CONFIGURADA.
      * 15/10/2026 RJJ MODO DE COMBINACOES E ARRANJOS: O FATIN GANHOU
      *                O TIPO DA OPERACAO NA POSICAO 10 (BRANCO OU 'F'
      *                FATORIAL N!, 'C' COMBINACAO C(N,K), 'P' ARRANJO
      *                P(N,K)) E O K NAS POSICOES 11-19; O REGISTRO
      *                ANTIGO DE 9 POSICOES CONTINUA SENDO FATORIAL. O
      *                C(N,K) E O P(N,K) SAEM EXATOS NA MESMA TABELA DE
      *                DIGITOS, SEM CALCULAR OS FATORIAIS INTERMEDIARIOS
      *                (P = PRODUTO DE N-K+1 ATE N; C MULTIPLICA E
      *                DIVIDE PASSO A PASSO PELO MENOR ENTRE K E N-K).
      *                PAR INVALIDO (K > N, N OU K NEGATIVO/NAO
      *                NUMERICO) VAI PARA O FATREJ COM MOTIVO 'NKI' E
      *                TIPO DESCONHECIDO COM 'OPI'; OS DOIS CONTINUAM
      *                GERANDO O CABECALHO 'N = ' (STATUS 'INV') PARA O
      *                BALANCO DO BALDIA. O CABECALHO DO FATOUT PASSOU
      *                A TRAZER A OPERACAO DE CADA RESULTADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATLOTE.
       FD  FATIN.
       01  FATIN-REC.
           05 FI-WRK-NUM   PIC 9(009).
           05 FI-WRK-NUM-X REDEFINES FI-WRK-NUM PIC X(009).
           05 FI-OPERACAO  PIC X(001).
               88 FI-FATORIAL        VALUE ' ' 'F'.
               88 FI-COMBINACAO      VALUE 'C'.
               88 FI-ARRANJO         VALUE 'P'.
           05 FI-WRK-K     PIC 9(009).
           05 FI-WRK-K-X   REDEFINES FI-WRK-K   PIC X(009).
       01  FATIN-TRILHA    PIC X(021).
       FD  FATOUT.
       01  FATOUT-REC PIC X(080).
       01 AREA-CONTADORES.
           05 CNT-LIDOS      PIC 9(005) VALUE ZEROS.
           05 CNT-OVERFLOW   PIC 9(005) VALUE ZEROS.
           05 CNT-INVALIDOS  PIC 9(005) VALUE ZEROS.
       01  AREA-SALVAMENTO.
           05 WRK-NUM          PIC 9(009) VALUE ZEROS.
           05 IX-FAT           PIC 9(009) VALUE 1.
           05 WRK-K            PIC 9(009) VALUE ZEROS.
           05 WRK-K-EFETIVO    PIC 9(009) VALUE ZEROS.
           05 IX-PASSO         PIC 9(010) VALUE ZEROS.
           05 WRK-DIVISOR      PIC 9(010) VALUE ZEROS.
           05 WRK-RESTO        PIC 9(011) VALUE ZEROS.
           05 WRK-K-EDT        PIC Z(008)9.
      *TABELA DE DIGITOS DO FATORIAL EXATO (MENOS SIGNIFICATIVO NA
      *POSICAO 1), MULTIPLICADA POR IX-FAT COM VAI-UM A CADA PASSO
       01  AREA-FATORIAL-GRANDE.
               10 FO-NUM       PIC 9(009).
               10 FILLER       PIC X(002) VALUE SPACES.
               10 FO-STATUS    PIC X(003).
               10 FILLER       PIC X(002) VALUE SPACES.
               10 FO-OPERACAO  PIC X(040).
           05 FO-NUM-X REDEFINES FO-CABECALHO.
               10 FILLER       PIC X(004).
               10 FO-NUM-ORIG  PIC X(009).
               10 FILLER       PIC X(047).
           05 FO-DIGITOS       PIC X(060) VALUE SPACES.
       01  AREA-OVERFLOW.
           05 WS-OVERFLOW      PIC X(001) VALUE 'N'.
               88 HOUVE-OVERFLOW      VALUE 'S'.
           05 WS-OVERFLOW-LOTE PIC X(001) VALUE 'N'.
               88 HOUVE-OVERFLOW-LOTE VALUE 'S'.
           05 WS-INVALIDO      PIC X(001) VALUE 'N'.
               88 REGISTRO-INVALIDO   VALUE 'S'.
           05 WS-INVALIDO-LOTE PIC X(001) VALUE 'N'.
               88 HOUVE-INVALIDO-LOTE VALUE 'S'.
           05 WRK-MSG-INVALIDO PIC X(060) VALUE SPACES.
       01  AREA-CONTROLE.
           05 WS-FATIN-STATUS  PIC X(002) VALUE '00'.
           05 WS-FATOUT-STATUS PIC X(002) VALUE '00'.
           END-PERFORM.
       1100-LE-FATIN-EXIT.
           EXIT.
      *CALCULA N!, C(N,K) OU P(N,K) EXATO NA TABELA DE DIGITOS E
      *GRAVA O RESULTADO COMPLETO (LINHAS DE ATE 60 DIGITOS) NO FATOUT
       2000-PROCESSA SECTION.
           ADD 1 TO CNT-LIDOS.
           MOVE 'N' TO WS-OVERFLOW.
           PERFORM 2050-VALIDA-TRANSACAO.
           IF REGISTRO-INVALIDO
               SET HOUVE-INVALIDO-LOTE TO TRUE
               MOVE FI-WRK-NUM-X TO FO-NUM-ORIG
               MOVE 'INV' TO FO-STATUS
               MOVE 'TRANSACAO REJEITADA' TO FO-OPERACAO
               WRITE FATOUT-REC FROM FO-CABECALHO
               WRITE FATOUT-REC FROM WRK-MSG-INVALIDO
               ADD 1 TO CNT-INVALIDOS
               MOVE FATIN-REC TO RJD-REGISTRO
               WRITE REJ-LINHA FROM REJ-DETALHE
               GO TO 2000-PROCESSA-LE
           END-IF.
           PERFORM VARYING IX-DIG FROM 1 BY 1
                   UNTIL IX-DIG > WRK-CAPACIDADE
               MOVE ZEROS TO TAB-DIG(IX-DIG)
           END-PERFORM.
           MOVE 1 TO TAB-DIG(1).
           MOVE 1 TO WRK-QTD-DIG.
           MOVE SPACES TO FO-OPERACAO.
           EVALUATE TRUE
               WHEN FI-COMBINACAO
                   MOVE WRK-K TO WRK-K-EDT
                   STRING 'COMBINACAO C(N,K)  K = ' WRK-K-EDT
                       DELIMITED BY SIZE INTO FO-OPERACAO
                   PERFORM 2300-COMBINACAO
               WHEN FI-ARRANJO
                   MOVE WRK-K TO WRK-K-EDT
                   STRING 'ARRANJO P(N,K)  K = ' WRK-K-EDT
                       DELIMITED BY SIZE INTO FO-OPERACAO
                   PERFORM 2400-ARRANJO
               WHEN OTHER
                   MOVE 'FATORIAL N!' TO FO-OPERACAO
                   PERFORM VARYING IX-FAT FROM 2 BY 1
                           UNTIL IX-FAT > WRK-NUM
                              OR HOUVE-OVERFLOW
                       PERFORM 2100-MULTIPLICA-TABELA
                   END-PERFORM
           END-EVALUATE.
           MOVE WRK-NUM TO FO-NUM.
           IF HOUVE-OVERFLOW
               SET HOUVE-OVERFLOW-LOTE TO TRUE
               WRITE FATOUT-REC FROM FO-CABECALHO
               PERFORM 2200-ESCREVE-DIGITOS
           END-IF.
       2000-PROCESSA-LE.
           PERFORM 1100-LE-FATIN.
       2000-PROCESSA-EXIT.
           EXIT.
      *CONFERE O TIPO DA OPERACAO E O PAR N/K DA TRANSACAO
       2050-VALIDA-TRANSACAO SECTION.
           MOVE 'N' TO WS-INVALIDO.
           MOVE ZEROS TO WRK-K.
           IF NOT FI-FATORIAL AND NOT FI-COMBINACAO
              AND NOT FI-ARRANJO
               SET REGISTRO-INVALIDO TO TRUE
               MOVE 'OPI' TO RJD-MOTIVO
               MOVE 'TIPO DE OPERACAO DESCONHECIDO (USE F, C OU P)'
                   TO WRK-MSG-INVALIDO
               GO TO 2050-VALIDA-TRANSACAO-EXIT
           END-IF.
           IF FI-WRK-NUM-X NOT NUMERIC
               SET REGISTRO-INVALIDO TO TRUE
               MOVE 'NKI' TO RJD-MOTIVO
               MOVE 'N NEGATIVO OU NAO NUMERICO'
                   TO WRK-MSG-INVALIDO
               GO TO 2050-VALIDA-TRANSACAO-EXIT
           END-IF.
           IF FI-FATORIAL
               GO TO 2050-VALIDA-TRANSACAO-EXIT
           END-IF.
           IF FI-WRK-K-X NOT NUMERIC
               SET REGISTRO-INVALIDO TO TRUE
               MOVE 'NKI' TO RJD-MOTIVO
               MOVE 'K NEGATIVO OU NAO NUMERICO'
                   TO WRK-MSG-INVALIDO
               GO TO 2050-VALIDA-TRANSACAO-EXIT
           END-IF.
           IF FI-WRK-K > FI-WRK-NUM
               SET REGISTRO-INVALIDO TO TRUE
               MOVE 'NKI' TO RJD-MOTIVO
               MOVE 'PAR INVALIDO: K MAIOR QUE N'
                   TO WRK-MSG-INVALIDO
               GO TO 2050-VALIDA-TRANSACAO-EXIT
           END-IF.
           MOVE FI-WRK-K TO WRK-K.
       2050-VALIDA-TRANSACAO-EXIT.
           EXIT.
      *MULTIPLICA A TABELA DE DIGITOS POR IX-FAT, COM VAI-UM
       2100-MULTIPLICA-TABELA SECTION.
           MOVE ZEROS TO WRK-VAI-UM.
           END-IF.
       2200-ESCREVE-DIGITOS-EXIT.
           EXIT.
      *C(N,K) = PRODUTO DE (N-K+I)/I PARA I DE 1 ATE K, COM K O
      *MENOR ENTRE K E N-K - CADA PASSO JA E UM C(N-K+I,I) INTEIRO,
      *ENTAO A DIVISAO E SEMPRE EXATA E NENHUM FATORIAL E MONTADO
       2300-COMBINACAO SECTION.
           MOVE WRK-K TO WRK-K-EFETIVO.
           IF WRK-NUM - WRK-K < WRK-K
               COMPUTE WRK-K-EFETIVO = WRK-NUM - WRK-K
           END-IF.
           PERFORM VARYING IX-PASSO FROM 1 BY 1
                   UNTIL IX-PASSO > WRK-K-EFETIVO
                      OR HOUVE-OVERFLOW
               COMPUTE IX-FAT = WRK-NUM - WRK-K-EFETIVO + IX-PASSO
               PERFORM 2100-MULTIPLICA-TABELA
               IF NOT HOUVE-OVERFLOW
                   MOVE IX-PASSO TO WRK-DIVISOR
                   PERFORM 2500-DIVIDE-TABELA
               END-IF
           END-PERFORM.
       2300-COMBINACAO-EXIT.
           EXIT.
      *P(N,K) = N! / (N-K)! = PRODUTO DE N-K+1 ATE N
       2400-ARRANJO SECTION.
           PERFORM VARYING IX-PASSO FROM 1 BY 1
                   UNTIL IX-PASSO > WRK-K
                      OR HOUVE-OVERFLOW
               COMPUTE IX-FAT = WRK-NUM - WRK-K + IX-PASSO
               PERFORM 2100-MULTIPLICA-TABELA
           END-PERFORM.
       2400-ARRANJO-EXIT.
           EXIT.
      *DIVIDE A TABELA DE DIGITOS POR WRK-DIVISOR (DIVISAO LONGA A
      *PARTIR DO DIGITO MAIS SIGNIFICATIVO) E TIRA OS ZEROS A ESQUERDA
       2500-DIVIDE-TABELA SECTION.
           MOVE ZEROS TO WRK-RESTO.
           PERFORM VARYING IX-DIG FROM WRK-QTD-DIG BY -1
                   UNTIL IX-DIG < 1
               COMPUTE WRK-PRODUTO =
                   (WRK-RESTO * 10) + TAB-DIG(IX-DIG)
               COMPUTE TAB-DIG(IX-DIG) = WRK-PRODUTO / WRK-DIVISOR
               COMPUTE WRK-RESTO =
                   FUNCTION MOD(WRK-PRODUTO, WRK-DIVISOR)
           END-PERFORM.
           PERFORM UNTIL WRK-QTD-DIG = 1
                      OR TAB-DIG(WRK-QTD-DIG) NOT = ZEROS
               SUBTRACT 1 FROM WRK-QTD-DIG
           END-PERFORM.
       2500-DIVIDE-TABELA-EXIT.
           EXIT.
      *CONFERE A TRILHA DE CONTROLE CONTRA OS TOTAIS ACUMULADOS
       8800-VERIFICA-TRILHA SECTION.
           SET TRILHA-VISTA TO TRUE.
           IF TRILHA-NAO-BATE
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
           ELSE
               IF HOUVE-OVERFLOW-LOTE OR HOUVE-INVALIDO-LOTE
                  OR NOT TRILHA-VISTA
                   MOVE RC-AVISO TO RETURN-CODE
               ELSE
                   MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
           MOVE CNT-LIDOS    TO EST-LIDOS.
           MOVE CNT-LIDOS    TO EST-GRAVADOS.
           COMPUTE EST-REJEITADOS = CNT-OVERFLOW + CNT-INVALIDOS.
           MOVE RETURN-CODE  TO EST-RC.
           CALL 'GRVSTAT' USING AREA-ESTAT-EXEC.
       3000-FINALIZA-EXIT.

      *                LD-OPERADOR EM CADA LINHA DO LOGSIMP; O ARQUIVO
      *                DE LOG ALARGOU PARA X(090) POR CAUSA DA NOVA
      *                COLUNA.
      * 15/10/2026 RJJ DEPOIS DA PARCELA (WRK-OP 7) O PROGRAMA OFERECE
      *                GRAVAR A SIMULACAO COMO CONTRATO DE EMPRESTIMO
      *                (CALL CTRINCL): O CONTRATO ENTRA NO CTRMSTR COM
      *                AS PRESTACOES NO PARCMST, COBRADAS TODO MES PELO
      *                CTRLOTE.
      * 15/10/2026 RJJ NOVA OPERACAO 8 (CORRECAO MONETARIA): PEDE O
      *                VALOR (COM MR), A DATA INICIAL E A DATA FINAL
      *                (AAAAMMDD) E CORRIGE PELA TABELA DE INDICES DE
      *                PRECOS (CALL CORRMON), MOSTRANDO O FATOR
      *                ACUMULADO E O VALOR CORRIGIDO. PERIODO COM MES
      *                SEM INDICE E RECUSADO COMO ERRO DA OPERACAO. NO
      *                LOGSIMP AS DATAS VAO EM LD-NUM2/LD-NUM3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSIMP.
       COPY RETCOPY.
       COPY VALIDNUM.
       COPY LOGDET.
       COPY CTRCOM.
       COPY CORCOM.
       01 WRK-DATA-HOJE  PIC 9(006) VALUE ZEROS.
       01 WRK-HORA-AGORA PIC 9(008) VALUE ZEROS.
       01 SALVAMENTO.
           05 WRK-FATOR  PIC S9(05)V9(06) VALUE ZEROS.
       01 AREA-AMORTIZACAO.
           05 WRK-GERA-QUADRO  PIC X(001) VALUE 'N'.
           05 WRK-GRAVA-CONTRATO PIC X(001) VALUE 'N'.
           05 WRK-PARCELAS     PIC 9(003) VALUE ZEROS.
           05 IX-PARCELA       PIC 9(003) VALUE ZEROS.
           05 WRK-SALDO        PIC S9(011)V99 VALUE ZEROS.
                   DISPLAY '5 - SAIR'
                   DISPLAY '6 - JUROS SIMPLES'
                   DISPLAY '7 - PARCELA DE EMPRESTIMO'
                   DISPLAY '8 - CORRECAO MONETARIA'
               PERFORM UNTIL WRK-OP > 0 AND WRK-OP < 9
                    ACCEPT WRK-OP
                       IF WRK-OP < 1 OR WRK-OP > 8
                           DISPLAY 'DIGITE UMA OPCAO VALIDA'
                       END-IF
               END-PERFORM
                          OR WRK-GERA-QUADRO = 's'
                           PERFORM 8700-QUADRO-AMORTIZACAO
                       END-IF
                       IF WRK-NUM > 0 AND WRK-NUM2 > 0
                           DISPLAY 'GRAVAR COMO CONTRATO DE EMPRESTIMO?'
                               ' (S/N)'
                           ACCEPT WRK-GRAVA-CONTRATO
                           IF WRK-GRAVA-CONTRATO = 'S'
                              OR WRK-GRAVA-CONTRATO = 's'
                               PERFORM 8800-GRAVA-CONTRATO
                           END-IF
                       END-IF
                   END-IF
              WHEN WRK-OP = 8
                   PERFORM 8600-CORRECAO-MONETARIA
              WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
              END-EVALUATE
              IF (WRK-OP > 0 AND WRK-OP < 5) OR WRK-OP = 6
                  OR WRK-OP = 7 OR WRK-OP = 8
                  PERFORM 8500-GRAVA-LOG
                  IF NOT HOUVE-ERRO-OP
                      PERFORM 8000-ACUMULA-ESTATISTICAS
               PERFORM 9800-VALIDA-NUMERO
               MOVE VLDNUM-RESULTADO TO WRK-NUM
           END-IF.
           IF WRK-OP = 8
               DISPLAY 'DIGITE A DATA INICIAL (AAAAMMDD)'
               PERFORM 9800-VALIDA-NUMERO
               MOVE VLDNUM-RESULTADO TO WRK-NUM2
               DISPLAY 'DIGITE A DATA FINAL (AAAAMMDD)'
               PERFORM 9800-VALIDA-NUMERO
               MOVE VLDNUM-RESULTADO TO WRK-NUM3
               GO TO 7000-OBTEM-NUMEROS-EXIT
           END-IF.
           IF HOUVE-MEMORIA
               DISPLAY 'USAR A MEMORIA (MR) COMO SEGUNDO NUMERO? (S/N)'
               ACCEPT WRK-USA-MEM
           MOVE WRK-OP         TO LD-OP.
           MOVE WRK-NUM        TO LD-NUM.
           MOVE WRK-NUM2       TO LD-NUM2.
           IF WRK-OP = 6 OR WRK-OP = 7 OR WRK-OP = 8
               MOVE WRK-NUM3 TO LD-NUM3
           ELSE
               MOVE ZEROS    TO LD-NUM3
           CLOSE LOGSIMP.
       8500-GRAVA-LOG-EXIT.
           EXIT.
      *CORRIGE O VALOR DA DATA INICIAL ATE A FINAL PELA TABELA DE
      *INDICES (CORRMON); PERIODO RECUSADO E ERRO DA OPERACAO
       8600-CORRECAO-MONETARIA SECTION.
           MOVE WRK-NUM      TO CRM-VALOR.
           MOVE WRK-NUM2     TO CRM-DATA-INI.
           MOVE WRK-NUM3     TO CRM-DATA-FIM.
           MOVE RETURN-CODE  TO CRM-RC.
           CALL 'CORRMON' USING AREA-CORRMON.
           IF CRM-CORRIGIDO
               MOVE CRM-VALOR-CORRIGIDO TO WRK-RESP
               DISPLAY 'FATOR DE CORRECAO ACUMULADO: ' CRM-FATOR
               DISPLAY 'O VALOR CORRIGIDO E ' WRK-RESP
               GO TO 8600-CORRECAO-MONETARIA-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CRM-SEM-INDICE
                   DISPLAY 'SEM INDICE DO MES ' CRM-MES-FALTANTE
                       ' - CORRECAO RECUSADA'
               WHEN CRM-TABELA-INDISPONIVEL
                   DISPLAY 'TABELA DE INDICES INDISPONIVEL'
               WHEN CRM-FORA-DA-FAIXA
                   DISPLAY 'VALOR CORRIGIDO FORA DA FAIXA'
               WHEN OTHER
                   DISPLAY 'DATAS INVALIDAS OU FINAL ANTES DA INICIAL'
           END-EVALUATE.
           SET HOUVE-ERRO-OP TO TRUE.
           SET HOUVE-ERRO-SESSAO TO TRUE.
           MOVE ZEROS TO WRK-RESP.
       8600-CORRECAO-MONETARIA-EXIT.
           EXIT.
      *GRAVA O QUADRO DE AMORTIZACAO COMPLETO NO RELAMORT: JUROS DO
      *PERIODO SOBRE O SALDO, AMORTIZACAO = PARCELA - JUROS
       8700-QUADRO-AMORTIZACAO SECTION.
           DISPLAY 'QUADRO DE AMORTIZACAO GRAVADO NO RELAMORT'.
       8700-QUADRO-AMORTIZACAO-EXIT.
           EXIT.
      *PASSA A SIMULACAO AO CTRINCL, QUE PEDE A CONTA E O PRIMEIRO
      *VENCIMENTO E GRAVA O CONTRATO COM AS PRESTACOES
       8800-GRAVA-CONTRATO SECTION.
           MOVE LNK-OPERADOR TO CTI-OPERADOR.
           MOVE WRK-NUM      TO CTI-PRINCIPAL.
           MOVE WRK-NUM2     TO CTI-TAXA.
           MOVE WRK-NUM3     TO CTI-PRAZO.
           MOVE WRK-RESP     TO CTI-PARCELA.
           MOVE RETURN-CODE  TO CTI-RC.
           CALL 'CTRINCL' USING AREA-CTRINCL.
           IF NOT CTI-CONTRATO-GRAVADO AND NOT CTI-DESISTENCIA
               DISPLAY 'CONTRATO NAO GRAVADO - RETORNO ' CTI-RETORNO
           END-IF.
       8800-GRAVA-CONTRATO-EXIT.
           EXIT.
      *MOSTRA AS ESTATISTICAS DA SESSAO ANTES DE SAIR
       9000-MOSTRA-ESTATISTICAS SECTION.
           IF WRK-CONT-OP > 0

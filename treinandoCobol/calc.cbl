      *                MENU E CARIMBA LD-OPERADOR EM CADA LINHA DO
      *                LOGCALC; O LOG ALARGOU PARA X(090). SEM OPERADOR
      *                VALIDADO A SESSAO NAO ABRE.
      * 15/10/2026 RJJ NOVA OPERACAO 9 (CONVERTER MOEDA): VALOR, MOEDA E
      *                DATA DE REFERENCIA, COM A TAXA EM REAIS DA
      *                TABELA CAMBIO PELO SERVICO CAMUTIL (DATA SEM
      *                COTACAO EM FIM DE SEMANA OU FERIADO USA A DO DIA
      *                UTIL ANTERIOR). SEM COTACAO E ERRO, COMO A
      *                DIVISAO POR ZERO. NO LOGCALC A LINHA LEVA A
      *                DATA DE REFERENCIA EM LD-NUM2, A DATA DA COTACAO
      *                USADA EM LD-NUM3 E A MOEDA EM LD-MOEDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       COPY VALIDNUM.
       COPY LOGDET.
       COPY OPERCOM.
       COPY CAMCOM.
       01 AREA-SALVAMENTO.
           05 WRK-OP PIC 9(002) VALUE ZEROS.
           05 WRK-RES PIC S9(009)V9(002) VALUE ZEROS.
           05 WRK-NUM PIC S9(009)V9(002) VALUE ZEROS.
           05 WRK-NUM2 PIC S9(009)V9(002) VALUE ZEROS.
       01 AREA-CONVERSAO.
           05 WRK-MOEDA     PIC X(003) VALUE SPACES.
           05 WRK-DATA-REF  PIC 9(008) VALUE ZEROS.
           05 WRK-TAXA-EDT  PIC ZZ9.999999.
       01 AREA-CONTROLE.
           05 WS-ERRO-OP PIC X(001) VALUE 'N'.
               88 HOUVE-ERRO-OP      VALUE 'S'.
           DISPLAY '5 - SAIR'.
           DISPLAY '6 - PORCENTAGEM'.
           DISPLAY '7 - POTENCIA'.
           DISPLAY '9 - CONVERTER MOEDA'.

           PERFORM UNTIL (WRK-OP > 0 AND WRK-OP < 8) OR WRK-OP = 9
               ACCEPT WRK-OP
               IF (WRK-OP < 1 OR WRK-OP > 7) AND WRK-OP NOT = 9
                   DISPLAY 'DIGITE UM NUMERO VALIDO'
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WRK-OP EQUAL 5
                   DISPLAY 'SAINDO..'
               WHEN WRK-OP EQUAL 9
                   DISPLAY 'DIGITE O VALOR A CONVERTER'
                   PERFORM 9800-VALIDA-NUMERO
                   MOVE VLDNUM-RESULTADO TO WRK-NUM
                   MOVE ZEROS TO WRK-NUM2
                   DISPLAY 'MOEDA (3 LETRAS, EX.: USD)'
                   ACCEPT WRK-MOEDA
                   MOVE FUNCTION UPPER-CASE(WRK-MOEDA) TO WRK-MOEDA
                   DISPLAY 'DATA DE REFERENCIA (AAAAMMDD)'
                   ACCEPT WRK-DATA-REF
               WHEN OTHER
                   DISPLAY 'DIGITE O PRIMEIRO NUMERO'
                   PERFORM 9800-VALIDA-NUMERO
                   MOVE VLDNUM-RESULTADO TO WRK-NUM
                   DISPLAY 'DIGITE O SEGUNDO NUMERO'
                   PERFORM 9800-VALIDA-NUMERO
                   MOVE VLDNUM-RESULTADO TO WRK-NUM2
           END-EVALUATE.
       1000-INICIALIZA-EXIT.
           EXIT.

                   COMPUTE WRK-RES = (WRK-NUM * WRK-NUM2) / 100
               WHEN WRK-OP = 7
                   COMPUTE WRK-RES = WRK-NUM ** WRK-NUM2
               WHEN WRK-OP = 9
                   PERFORM 2900-CONVERTE-MOEDA
               WHEN OTHER
                   DISPLAY 'TCHAU'
           END-EVALUATE.
       2000-PROCESSO-EXIT.
           EXIT.

      *CONVERTE WRK-NUM DA MOEDA INFORMADA PARA REAIS PELA COTACAO DA
      *DATA DE REFERENCIA (OU DO DIA UTIL ANTERIOR, VIA CAMUTIL)
       2900-CONVERTE-MOEDA SECTION.
           MOVE WRK-MOEDA    TO CAM-MOEDA.
           MOVE WRK-DATA-REF TO CAM-DATA-REF.
           MOVE RETURN-CODE  TO CAM-RC.
           CALL 'CAMUTIL' USING AREA-CAMUTIL.
           IF CAM-COTACAO-DO-DIA OR CAM-DIA-UTIL-ANTERIOR
               COMPUTE WRK-RES ROUNDED = WRK-NUM * CAM-TAXA
               MOVE CAM-TAXA TO WRK-TAXA-EDT
               DISPLAY 'TAXA ' WRK-MOEDA ' ' WRK-TAXA-EDT
                   ' DE ' CAM-DATA-TAXA
               IF CAM-DIA-UTIL-ANTERIOR
                   DISPLAY 'DATA SEM COTACAO - USADA A DO DIA UTIL '
                       'ANTERIOR'
               END-IF
           ELSE
               IF CAM-TABELA-INDISPONIVEL
                   DISPLAY 'TABELA DE CAMBIO INDISPONIVEL'
               ELSE
                   DISPLAY 'SEM COTACAO DE ' WRK-MOEDA ' PARA '
                       WRK-DATA-REF
               END-IF
               SET HOUVE-ERRO-OP TO TRUE
               MOVE RC-ERRO TO RETURN-CODE
               MOVE ZEROS TO WRK-RES
           END-IF.
       2900-CONVERTE-MOEDA-EXIT.
           EXIT.

       3000-SAIDA SECTION.
           DISPLAY WRK-RES.
       3000-SAIDA-EXIT.
           MOVE WRK-NUM        TO LD-NUM.
           MOVE WRK-NUM2       TO LD-NUM2.
           MOVE ZEROS          TO LD-NUM3.
           MOVE SPACES         TO LD-MOEDA.
           IF WRK-OP = 9
               MOVE WRK-DATA-REF  TO LD-NUM2
               MOVE CAM-DATA-TAXA TO LD-NUM3
               MOVE WRK-MOEDA     TO LD-MOEDA
           END-IF.
           MOVE WRK-RES        TO LD-RES.
           IF HOUVE-ERRO-OP
               MOVE 'ERR' TO LD-STATUS

      *                DROPS OUT OF THE RETRY LOOP INSTEAD OF SPINNING
      *                FOREVER ON AN ACCEPT THAT KEEPS RETURNING THE
      *                SAME UNCHANGED FIELD.
      * 15/10/2026 RJJ A VARREDURA DO CAMPO FOI SEPARADA NA SECAO
      *                9810-ANALISA-NUMERO E O CALCULO DO RESULTADO NA
      *                9820-MONTA-NUMERO, PARA UM CAMPO VINDO DE
      *                ARQUIVO SER VALIDADO PELA MESMA REGRA DO
      *                TECLADO: MOVA O CAMPO PARA VLDNUM-ENTRADA,
      *                PERFORM 9810-ANALISA-NUMERO E, SE VLDNUM-VALIDA,
      *                PERFORM 9820-MONTA-NUMERO.
      ******************************************************************
       9800-VALIDA-NUMERO SECTION.
           MOVE 'N' TO WS-VLDNUM-OK.
                       SET VLDNUM-SEM-ENTRADA TO TRUE
               END-ACCEPT
               IF NOT VLDNUM-SEM-ENTRADA
                   PERFORM 9810-ANALISA-NUMERO
                   IF NOT VLDNUM-VALIDA
                       DISPLAY 'ENTRADA INVALIDA - DIGITE NOVAMENTE'
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 9820-MONTA-NUMERO.
       9800-VALIDA-NUMERO-EXIT.
           EXIT.
      *VARRE VLDNUM-ENTRADA (SINAL OPCIONAL, DIGITOS E UM PONTO
      *DECIMAL) E LIGA VLDNUM-VALIDA SE O CAMPO E UM NUMERO
       9810-ANALISA-NUMERO SECTION.
           MOVE 'N' TO WS-VLDNUM-NEGATIVO.
           MOVE 'N' TO WS-VLDNUM-PONTO.
           MOVE 'N' TO WS-VLDNUM-FIM.
           MOVE 'S' TO WS-VLDNUM-OK.
           MOVE ZEROS TO VLDNUM-PARTE-INT VLDNUM-PARTE-DEC
               VLDNUM-QTD-DIG VLDNUM-QTD-DEC.
           PERFORM VARYING VLDNUM-POS FROM 1 BY 1
                   UNTIL VLDNUM-POS > 14 OR VLDNUM-ACABOU
               MOVE VLDNUM-ENTRADA(VLDNUM-POS:1) TO VLDNUM-CHAR
               EVALUATE TRUE
                   WHEN VLDNUM-POS = 1 AND VLDNUM-CHAR = '-'
                       SET VLDNUM-NEGATIVO TO TRUE
                   WHEN VLDNUM-CHAR = SPACE
                       SET VLDNUM-ACABOU TO TRUE
                   WHEN VLDNUM-CHAR = '.' AND
                           NOT VLDNUM-VIU-PONTO
                       SET VLDNUM-VIU-PONTO TO TRUE
                   WHEN VLDNUM-CHAR >= '0' AND
                           VLDNUM-CHAR <= '9'
                       MOVE VLDNUM-CHAR TO VLDNUM-DIGITO
                       IF VLDNUM-VIU-PONTO
                           IF VLDNUM-QTD-DEC < 2
                               COMPUTE VLDNUM-PARTE-DEC =
                                   (VLDNUM-PARTE-DEC * 10) +
                                   VLDNUM-DIGITO
                               ADD 1 TO VLDNUM-QTD-DEC
                           END-IF
                       ELSE
                           COMPUTE VLDNUM-PARTE-INT =
                               (VLDNUM-PARTE-INT * 10) +
                               VLDNUM-DIGITO
                           ADD 1 TO VLDNUM-QTD-DIG
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-VLDNUM-OK
               END-EVALUATE
           END-PERFORM.
           IF VLDNUM-QTD-DIG = 0 AND VLDNUM-QTD-DEC = 0
               MOVE 'N' TO WS-VLDNUM-OK
           END-IF.
       9810-ANALISA-NUMERO-EXIT.
           EXIT.
      *MONTA VLDNUM-RESULTADO COM AS PARTES DA ULTIMA VARREDURA
       9820-MONTA-NUMERO SECTION.
           IF VLDNUM-QTD-DEC = 1
               COMPUTE VLDNUM-PARTE-DEC = VLDNUM-PARTE-DEC * 10
           END-IF.
           IF VLDNUM-NEGATIVO
               COMPUTE VLDNUM-RESULTADO = VLDNUM-RESULTADO * -1
           END-IF.
       9820-MONTA-NUMERO-EXIT.
           EXIT.

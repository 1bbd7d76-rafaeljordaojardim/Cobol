      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: VALIDADOR DE CPF - CONFERE OS DOIS DIGITOS
      *          VERIFICADORES PELO MODULO 11 (PRIMEIRO DIGITO SOBRE OS
      *          9 PRIMEIROS COM PESOS 10 A 2, SEGUNDO SOBRE OS 10
      *          PRIMEIROS COM PESOS 11 A 2; RESTO MENOR QUE 2 DA
      *          DIGITO ZERO, SENAO 11 - RESTO) E RECUSA CPF ZERADO OU
      *          COM TODOS OS DIGITOS IGUAIS, QUE PASSAM NA CONTA MAS
      *          NAO EXISTEM. DEVOLVE VEREDITO E MOTIVO NA AREA CPFCOM.
      *          USADO PELO CLIMAINT E POR QUALQUER PROGRAMA QUE
      *          ACEITE UM CPF.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALCPF.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 AREA-QUEBRA-CPF.
           05 WRK-CPF         PIC 9(011) VALUE ZEROS.
           05 FILLER REDEFINES WRK-CPF.
               10 WRK-DIG-CPF PIC 9(001) OCCURS 11 TIMES.
       01 AREA-CALCULO.
           05 IX-DIG          PIC 9(002) VALUE ZEROS.
           05 WRK-PESO        PIC 9(002) VALUE ZEROS.
           05 WRK-SOMA        PIC 9(005) VALUE ZEROS.
           05 WRK-LIXO        PIC 9(005) VALUE ZEROS.
           05 WRK-RESTO       PIC 9(002) VALUE ZEROS.
           05 WRK-DV1         PIC 9(001) VALUE ZEROS.
           05 WRK-DV2         PIC 9(001) VALUE ZEROS.
           05 WS-TODOS-IGUAIS PIC X(001) VALUE 'S'.
               88 DIGITOS-IGUAIS   VALUE 'S'.
       LINKAGE SECTION.
       COPY CPFCOM.
       PROCEDURE DIVISION USING AREA-VALCPF.
       0000-VALIDA.
           MOVE '00' TO CPF-RETORNO.
           MOVE SPACES TO CPF-MOTIVO.
           IF CPF-NUMERO NOT NUMERIC
               MOVE '08' TO CPF-RETORNO
               MOVE 'CPF NAO NUMERICO' TO CPF-MOTIVO
               MOVE CPF-RC TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CPF-NUMERO TO WRK-CPF.
           PERFORM 1000-CONFERE-REPETIDOS.
           IF DIGITOS-IGUAIS
               MOVE '08' TO CPF-RETORNO
               MOVE 'CPF COM DIGITOS REPETIDOS' TO CPF-MOTIVO
           ELSE
               PERFORM 2000-CALCULA-DIGITOS
               IF WRK-DV1 NOT = WRK-DIG-CPF(10)
                  OR WRK-DV2 NOT = WRK-DIG-CPF(11)
                   MOVE '08' TO CPF-RETORNO
                   MOVE 'DIGITO VERIFICADOR ERRADO' TO CPF-MOTIVO
               END-IF
           END-IF.
           MOVE CPF-RC TO RETURN-CODE.
           GOBACK.
      *CPF COM OS 11 DIGITOS IGUAIS (INCLUSIVE ZERADO) E RECUSADO
       1000-CONFERE-REPETIDOS SECTION.
           MOVE 'S' TO WS-TODOS-IGUAIS.
           PERFORM VARYING IX-DIG FROM 2 BY 1
                   UNTIL IX-DIG > 11 OR NOT DIGITOS-IGUAIS
               IF WRK-DIG-CPF(IX-DIG) NOT = WRK-DIG-CPF(1)
                   MOVE 'N' TO WS-TODOS-IGUAIS
               END-IF
           END-PERFORM.
       1000-CONFERE-REPETIDOS-EXIT.
           EXIT.
      *OS DOIS DIGITOS PELO MODULO 11
       2000-CALCULA-DIGITOS SECTION.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 10 TO WRK-PESO.
           PERFORM VARYING IX-DIG FROM 1 BY 1 UNTIL IX-DIG > 9
               COMPUTE WRK-SOMA = WRK-SOMA
                   + WRK-DIG-CPF(IX-DIG) * WRK-PESO
               SUBTRACT 1 FROM WRK-PESO
           END-PERFORM.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-LIXO
               REMAINDER WRK-RESTO.
           IF WRK-RESTO < 2
               MOVE ZEROS TO WRK-DV1
           ELSE
               COMPUTE WRK-DV1 = 11 - WRK-RESTO
           END-IF.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 11 TO WRK-PESO.
           PERFORM VARYING IX-DIG FROM 1 BY 1 UNTIL IX-DIG > 10
               IF IX-DIG = 10
                   COMPUTE WRK-SOMA = WRK-SOMA + WRK-DV1 * WRK-PESO
               ELSE
                   COMPUTE WRK-SOMA = WRK-SOMA
                       + WRK-DIG-CPF(IX-DIG) * WRK-PESO
               END-IF
               SUBTRACT 1 FROM WRK-PESO
           END-PERFORM.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-LIXO
               REMAINDER WRK-RESTO.
           IF WRK-RESTO < 2
               MOVE ZEROS TO WRK-DV2
           ELSE
               COMPUTE WRK-DV2 = 11 - WRK-RESTO
           END-IF.
       2000-CALCULA-DIGITOS-EXIT.
           EXIT.
       END PROGRAM VALCPF.

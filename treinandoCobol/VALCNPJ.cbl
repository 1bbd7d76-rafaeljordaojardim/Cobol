      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: VALIDADOR DE CNPJ - O PAR DO VALCPF PARA PESSOA
      *          JURIDICA. CONFERE OS DOIS DIGITOS VERIFICADORES PELO
      *          MODULO 11 (PRIMEIRO DIGITO SOBRE OS 12 PRIMEIROS COM
      *          PESOS 5 A 2 E 9 A 2, SEGUNDO SOBRE OS 13 PRIMEIROS COM
      *          PESOS 6 A 2 E 9 A 2; RESTO MENOR QUE 2 DA DIGITO ZERO,
      *          SENAO 11 - RESTO) E RECUSA CNPJ ZERADO OU COM TODOS OS
      *          DIGITOS IGUAIS. DEVOLVE VEREDITO E MOTIVO NA AREA
      *          CNPCOM. USADO PELO PROPMAINT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALCNPJ.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 AREA-QUEBRA-CNPJ.
           05 WRK-CNPJ        PIC 9(014) VALUE ZEROS.
           05 FILLER REDEFINES WRK-CNPJ.
               10 WRK-DIG-CNPJ PIC 9(001) OCCURS 14 TIMES.
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
       COPY CNPCOM.
       PROCEDURE DIVISION USING AREA-VALCNPJ.
       0000-VALIDA.
           MOVE '00' TO CNPJ-RETORNO.
           MOVE SPACES TO CNPJ-MOTIVO.
           IF CNPJ-NUMERO NOT NUMERIC
               MOVE '08' TO CNPJ-RETORNO
               MOVE 'CNPJ NAO NUMERICO' TO CNPJ-MOTIVO
               MOVE CNPJ-RC TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CNPJ-NUMERO TO WRK-CNPJ.
           PERFORM 1000-CONFERE-REPETIDOS.
           IF DIGITOS-IGUAIS
               MOVE '08' TO CNPJ-RETORNO
               MOVE 'CNPJ COM DIGITOS REPETIDOS' TO CNPJ-MOTIVO
           ELSE
               PERFORM 2000-CALCULA-DIGITOS
               IF WRK-DV1 NOT = WRK-DIG-CNPJ(13)
                  OR WRK-DV2 NOT = WRK-DIG-CNPJ(14)
                   MOVE '08' TO CNPJ-RETORNO
                   MOVE 'DIGITO VERIFICADOR ERRADO' TO CNPJ-MOTIVO
               END-IF
           END-IF.
           MOVE CNPJ-RC TO RETURN-CODE.
           GOBACK.
      *CNPJ COM OS 14 DIGITOS IGUAIS (INCLUSIVE ZERADO) E RECUSADO
       1000-CONFERE-REPETIDOS SECTION.
           MOVE 'S' TO WS-TODOS-IGUAIS.
           PERFORM VARYING IX-DIG FROM 2 BY 1
                   UNTIL IX-DIG > 14 OR NOT DIGITOS-IGUAIS
               IF WRK-DIG-CNPJ(IX-DIG) NOT = WRK-DIG-CNPJ(1)
                   MOVE 'N' TO WS-TODOS-IGUAIS
               END-IF
           END-PERFORM.
       1000-CONFERE-REPETIDOS-EXIT.
           EXIT.
      *OS DOIS DIGITOS PELO MODULO 11 - O PESO DESCE ATE 2 E VOLTA A 9
       2000-CALCULA-DIGITOS SECTION.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 5 TO WRK-PESO.
           PERFORM VARYING IX-DIG FROM 1 BY 1 UNTIL IX-DIG > 12
               COMPUTE WRK-SOMA = WRK-SOMA
                   + WRK-DIG-CNPJ(IX-DIG) * WRK-PESO
               IF WRK-PESO = 2
                   MOVE 9 TO WRK-PESO
               ELSE
                   SUBTRACT 1 FROM WRK-PESO
               END-IF
           END-PERFORM.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-LIXO
               REMAINDER WRK-RESTO.
           IF WRK-RESTO < 2
               MOVE ZEROS TO WRK-DV1
           ELSE
               COMPUTE WRK-DV1 = 11 - WRK-RESTO
           END-IF.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 6 TO WRK-PESO.
           PERFORM VARYING IX-DIG FROM 1 BY 1 UNTIL IX-DIG > 13
               IF IX-DIG = 13
                   COMPUTE WRK-SOMA = WRK-SOMA + WRK-DV1 * WRK-PESO
               ELSE
                   COMPUTE WRK-SOMA = WRK-SOMA
                       + WRK-DIG-CNPJ(IX-DIG) * WRK-PESO
               END-IF
               IF WRK-PESO = 2
                   MOVE 9 TO WRK-PESO
               ELSE
                   SUBTRACT 1 FROM WRK-PESO
               END-IF
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
       END PROGRAM VALCNPJ.

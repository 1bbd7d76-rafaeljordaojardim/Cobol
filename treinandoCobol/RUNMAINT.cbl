      * 22/08/2026 RJJ FIRST VERSION. RUNCTL AUSENTE E CRIADO COM OS
      *                PADROES COMPILADOS (10/5/100, SEM FORCA, 5
      *                ANOS, FAIXA 100, 3 TENTATIVAS, PULSO 100).
      * 15/10/2026 RJJ NOVO CAMPO 16 RUNPARM-MESES-DORM, OS MESES SEM
      *                MOVIMENTO DO CLIENTE PARA O DORMLOTE MARCAR A
      *                CONTA COMO DORMENTE (PADRAO 12).
      * 15/10/2026 RJJ NOVO CAMPO 17 RUNPARM-DIAS-AVISO, A ANTECEDENCIA
      *                DO AVISO DE TAXA NOVA DO TAXAVISO (PADRAO 30).
      * 15/10/2026 RJJ NOVO CAMPO 18 RUNPARM-DIAS-MARCA, A JANELA EM
      *                DIAS DA MARCACAO DE TRIAGEM DO MARCLOTE (PADRAO
      *                10).
      * 15/10/2026 RJJ NOVO CAMPO 19 RUNPARM-DIAS-ORDEM, O PRAZO EM DIAS
      *                DE UMA ORDEM DE REMEDICAO ABERTA ANTES DE SAIR
      *                COMO ATRASADA NA FOLHA DE ROTA RELROTA (PADRAO
      *                15).
      * 15/10/2026 RJJ NOVO CAMPO 20 RUNPARM-LIMITE-OS, QUANTAS ORDENS
      *                DE REMEDICAO ABERTAS UM OPERADOR PODE ACUMULAR
      *                ANTES DE SER SINALIZADO NO RELIDADE (PADRAO 20).
      * 15/10/2026 RJJ NOVOS CAMPOS 21 RUNPARM-MIN-DUPLIC, 22 RUNPARM-
      *                HORA-INICIO E 23 RUNPARM-HORA-FIM, A JANELA DE
      *                DIGITACAO EM DOBRO E O HORARIO COMERCIAL DO
      *                RELATORIO DE EXCECOES RELEXCC (PADROES 5
      *                MINUTOS, 08 E 18 HORAS).
      * 15/10/2026 RJJ NOVO CAMPO 24 RUNPARM-MIN-OCIOSO, OS MINUTOS SEM
      *                ATIVIDADE ATE A SESSAO DO OPERADOR EXPIRAR NO
      *                CTLSESS (PADRAO 15).
      * 15/10/2026 RJJ NOVOS CAMPOS 25 RUNPARM-DERIVA-PESO E 26
      *                RUNPARM-DERIVA-IMC, EM DECIMOS, A DERIVA DA
      *                VARIACAO MEDIA DE UM QUIOSQUE SOBRE A MEDIA GERAL
      *                QUE O RELDISP DENUNCIA (PADROES 10 = 1,0 KG E 5 =
      *                0,5 PONTO), E 27 RUNPARM-DIAS-DISP, A JANELA EM
      *                DIAS DO RELDISP (PADRAO 90).
      * 01/09/2026 RJJ NOVO CAMPO 15 RUNPARM-DIAS-SENHA, A VALIDADE
      *                DA SENHA DO SIGN-ON (PADRAO 90 DIAS).
      * 01/09/2026 RJJ NOVO CAMPO 14 RUNPARM-PCT-DIST, A TOLERANCIA
           05 WRK-PCT-DRIFT     PIC 9(003) VALUE 10.
           05 WRK-PCT-DIST      PIC 9(003) VALUE 30.
           05 WRK-DIAS-SENHA    PIC 9(003) VALUE 90.
           05 WRK-MESES-DORM    PIC 9(003) VALUE 12.
           05 WRK-DIAS-AVISO    PIC 9(003) VALUE 30.
           05 WRK-DIAS-MARCA    PIC 9(003) VALUE 10.
           05 WRK-DIAS-ORDEM    PIC 9(003) VALUE 15.
           05 WRK-LIMITE-OS     PIC 9(003) VALUE 20.
           05 WRK-MIN-DUPLIC    PIC 9(003) VALUE 5.
           05 WRK-HORA-INICIO   PIC 9(002) VALUE 8.
           05 WRK-HORA-FIM      PIC 9(002) VALUE 18.
           05 WRK-MIN-OCIOSO    PIC 9(003) VALUE 15.
           05 WRK-DERIVA-PESO   PIC 9(003) VALUE 10.
           05 WRK-DERIVA-IMC    PIC 9(003) VALUE 5.
           05 WRK-DIAS-DISP     PIC 9(003) VALUE 90.
       01 LOG-DETALHE-PARM.
           05 LG-DATA      PIC 9(008).
           05 FILLER       PIC X(001) VALUE SPACE.
               DISPLAY 'CAMPO A ALTERAR (99 = SAIR)'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO >= 1 AND WRK-OPCAO <= 27
                       PERFORM 2100-ALTERA-CAMPO
                   WHEN WRK-OPCAO = 99
                       DISPLAY 'SAINDO...'
                          AND RUNPARM-DIAS-SENHA > ZEROS
                           MOVE RUNPARM-DIAS-SENHA TO WRK-DIAS-SENHA
                       END-IF
                       IF RUNPARM-MESES-DORM NUMERIC
                          AND RUNPARM-MESES-DORM > ZEROS
                           MOVE RUNPARM-MESES-DORM TO WRK-MESES-DORM
                       END-IF
                       IF RUNPARM-DIAS-AVISO NUMERIC
                          AND RUNPARM-DIAS-AVISO > ZEROS
                           MOVE RUNPARM-DIAS-AVISO TO WRK-DIAS-AVISO
                       END-IF
                       IF RUNPARM-DIAS-MARCA NUMERIC
                          AND RUNPARM-DIAS-MARCA > ZEROS
                           MOVE RUNPARM-DIAS-MARCA TO WRK-DIAS-MARCA
                       END-IF
                       IF RUNPARM-DIAS-ORDEM NUMERIC
                          AND RUNPARM-DIAS-ORDEM > ZEROS
                           MOVE RUNPARM-DIAS-ORDEM TO WRK-DIAS-ORDEM
                       END-IF
                       IF RUNPARM-LIMITE-OS NUMERIC
                          AND RUNPARM-LIMITE-OS > ZEROS
                           MOVE RUNPARM-LIMITE-OS TO WRK-LIMITE-OS
                       END-IF
                       IF RUNPARM-MIN-DUPLIC NUMERIC
                          AND RUNPARM-MIN-DUPLIC > ZEROS
                           MOVE RUNPARM-MIN-DUPLIC TO WRK-MIN-DUPLIC
                       END-IF
                       IF RUNPARM-HORA-INICIO NUMERIC
                          AND RUNPARM-HORA-INICIO > ZEROS
                           MOVE RUNPARM-HORA-INICIO
                               TO WRK-HORA-INICIO
                       END-IF
                       IF RUNPARM-HORA-FIM NUMERIC
                          AND RUNPARM-HORA-FIM > ZEROS
                           MOVE RUNPARM-HORA-FIM TO WRK-HORA-FIM
                       END-IF
                       IF RUNPARM-MIN-OCIOSO NUMERIC
                          AND RUNPARM-MIN-OCIOSO > ZEROS
                           MOVE RUNPARM-MIN-OCIOSO TO WRK-MIN-OCIOSO
                       END-IF
                       IF RUNPARM-DERIVA-PESO NUMERIC
                          AND RUNPARM-DERIVA-PESO > ZEROS
                           MOVE RUNPARM-DERIVA-PESO TO WRK-DERIVA-PESO
                       END-IF
                       IF RUNPARM-DERIVA-IMC NUMERIC
                          AND RUNPARM-DERIVA-IMC > ZEROS
                           MOVE RUNPARM-DERIVA-IMC TO WRK-DERIVA-IMC
                       END-IF
                       IF RUNPARM-DIAS-DISP NUMERIC
                          AND RUNPARM-DIAS-DISP > ZEROS
                           MOVE RUNPARM-DIAS-DISP TO WRK-DIAS-DISP
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
           DISPLAY '13 RUNPARM-PCT-DRIFT...: ' WRK-PCT-DRIFT.
           DISPLAY '14 RUNPARM-PCT-DIST....: ' WRK-PCT-DIST.
           DISPLAY '15 RUNPARM-DIAS-SENHA..: ' WRK-DIAS-SENHA.
           DISPLAY '16 RUNPARM-MESES-DORM..: ' WRK-MESES-DORM.
           DISPLAY '17 RUNPARM-DIAS-AVISO..: ' WRK-DIAS-AVISO.
           DISPLAY '18 RUNPARM-DIAS-MARCA..: ' WRK-DIAS-MARCA.
           DISPLAY '19 RUNPARM-DIAS-ORDEM..: ' WRK-DIAS-ORDEM.
           DISPLAY '20 RUNPARM-LIMITE-OS...: ' WRK-LIMITE-OS.
           DISPLAY '21 RUNPARM-MIN-DUPLIC..: ' WRK-MIN-DUPLIC.
           DISPLAY '22 RUNPARM-HORA-INICIO.: ' WRK-HORA-INICIO.
           DISPLAY '23 RUNPARM-HORA-FIM....: ' WRK-HORA-FIM.
           DISPLAY '24 RUNPARM-MIN-OCIOSO..: ' WRK-MIN-OCIOSO.
           DISPLAY '25 RUNPARM-DERIVA-PESO.: ' WRK-DERIVA-PESO.
           DISPLAY '26 RUNPARM-DERIVA-IMC..: ' WRK-DERIVA-IMC.
           DISPLAY '27 RUNPARM-DIAS-DISP...: ' WRK-DIAS-DISP.
       2000-MOSTRA-PARAMETROS-EXIT.
           EXIT.
      *PEDE O VALOR NOVO, VALIDA OS LIMITES E EFETIVA A MUDANCA
                           MOVE WRK-VALOR-NOVO TO WRK-DIAS-SENHA
                           MOVE WRK-DIAS-SENHA TO LG-NOVO
                       END-IF
                   WHEN 16
                       IF WRK-VALOR-NOVO < 1 OR WRK-VALOR-NOVO > 120
                           DISPLAY 'FORA DOS LIMITES (1-120)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-MESES-DORM' TO LG-CAMPO
                           MOVE WRK-MESES-DORM TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-MESES-DORM
                           MOVE WRK-MESES-DORM TO LG-NOVO
                       END-IF
                   WHEN 17
                       IF WRK-VALOR-NOVO < 1 OR WRK-VALOR-NOVO > 365
                           DISPLAY 'FORA DOS LIMITES (1-365)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-DIAS-AVISO' TO LG-CAMPO
                           MOVE WRK-DIAS-AVISO TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-DIAS-AVISO
                           MOVE WRK-DIAS-AVISO TO LG-NOVO
                       END-IF
                   WHEN 18
                       IF WRK-VALOR-NOVO < 1 OR WRK-VALOR-NOVO > 90
                           DISPLAY 'FORA DOS LIMITES (1-90)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-DIAS-MARCA' TO LG-CAMPO
                           MOVE WRK-DIAS-MARCA TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-DIAS-MARCA
                           MOVE WRK-DIAS-MARCA TO LG-NOVO
                       END-IF
                   WHEN 19
                       IF WRK-VALOR-NOVO < 1 OR WRK-VALOR-NOVO > 365
                           DISPLAY 'FORA DOS LIMITES (1-365)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-DIAS-ORDEM' TO LG-CAMPO
                           MOVE WRK-DIAS-ORDEM TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-DIAS-ORDEM
                           MOVE WRK-DIAS-ORDEM TO LG-NOVO
                       END-IF
                   WHEN 20
                       IF WRK-VALOR-NOVO < 1 OR WRK-VALOR-NOVO > 999
                           DISPLAY 'FORA DOS LIMITES (1-999)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-LIMITE-OS' TO LG-CAMPO
                           MOVE WRK-LIMITE-OS TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-LIMITE-OS
                           MOVE WRK-LIMITE-OS TO LG-NOVO
                       END-IF
                   WHEN 21
                       IF WRK-VALOR-NOVO < 1 OR WRK-VALOR-NOVO > 240
                           DISPLAY 'FORA DOS LIMITES (1-240)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-MIN-DUPLIC' TO LG-CAMPO
                           MOVE WRK-MIN-DUPLIC TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-MIN-DUPLIC
                           MOVE WRK-MIN-DUPLIC TO LG-NOVO
                       END-IF
                   WHEN 22
                       IF WRK-VALOR-NOVO < 1
                          OR WRK-VALOR-NOVO >= WRK-HORA-FIM
                           DISPLAY 'FORA DOS LIMITES (1 ATE A HORA '
                               'DE FIM)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-HORA-INICIO' TO LG-CAMPO
                           MOVE WRK-HORA-INICIO TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-HORA-INICIO
                           MOVE WRK-HORA-INICIO TO LG-NOVO
                       END-IF
                   WHEN 23
                       IF WRK-VALOR-NOVO <= WRK-HORA-INICIO
                          OR WRK-VALOR-NOVO > 24
                           DISPLAY 'FORA DOS LIMITES (DA HORA DE '
                               'INICIO ATE 24)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-HORA-FIM' TO LG-CAMPO
                           MOVE WRK-HORA-FIM TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-HORA-FIM
                           MOVE WRK-HORA-FIM TO LG-NOVO
                       END-IF
                   WHEN 24
                       IF WRK-VALOR-NOVO < 1 OR WRK-VALOR-NOVO > 480
                           DISPLAY 'FORA DOS LIMITES (1-480)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-MIN-OCIOSO' TO LG-CAMPO
                           MOVE WRK-MIN-OCIOSO TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-MIN-OCIOSO
                           MOVE WRK-MIN-OCIOSO TO LG-NOVO
                       END-IF
                   WHEN 25
                       IF WRK-VALOR-NOVO < 1 OR WRK-VALOR-NOVO > 999
                           DISPLAY 'FORA DOS LIMITES (1-999)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-DERIVA-PESO' TO LG-CAMPO
                           MOVE WRK-DERIVA-PESO TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-DERIVA-PESO
                           MOVE WRK-DERIVA-PESO TO LG-NOVO
                       END-IF
                   WHEN 26
                       IF WRK-VALOR-NOVO < 1 OR WRK-VALOR-NOVO > 999
                           DISPLAY 'FORA DOS LIMITES (1-999)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-DERIVA-IMC' TO LG-CAMPO
                           MOVE WRK-DERIVA-IMC TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-DERIVA-IMC
                           MOVE WRK-DERIVA-IMC TO LG-NOVO
                       END-IF
                   WHEN 27
                       IF WRK-VALOR-NOVO < 1 OR WRK-VALOR-NOVO > 999
                           DISPLAY 'FORA DOS LIMITES (1-999)'
                           MOVE 'N' TO WS-VALOR-OK
                       ELSE
                           MOVE 'RUNPARM-DIAS-DISP' TO LG-CAMPO
                           MOVE WRK-DIAS-DISP TO LG-ANTIGO
                           MOVE WRK-VALOR-NOVO TO WRK-DIAS-DISP
                           MOVE WRK-DIAS-DISP TO LG-NOVO
                       END-IF
               END-EVALUATE
           END-IF.
           IF VALOR-ACEITO
           MOVE WRK-PCT-DRIFT    TO RUNPARM-PCT-DRIFT.
           MOVE WRK-PCT-DIST     TO RUNPARM-PCT-DIST.
           MOVE WRK-DIAS-SENHA   TO RUNPARM-DIAS-SENHA.
           MOVE WRK-MESES-DORM   TO RUNPARM-MESES-DORM.
           MOVE WRK-DIAS-AVISO   TO RUNPARM-DIAS-AVISO.
           MOVE WRK-DIAS-MARCA   TO RUNPARM-DIAS-MARCA.
           MOVE WRK-DIAS-ORDEM   TO RUNPARM-DIAS-ORDEM.
           MOVE WRK-LIMITE-OS    TO RUNPARM-LIMITE-OS.
           MOVE WRK-MIN-DUPLIC   TO RUNPARM-MIN-DUPLIC.
           MOVE WRK-HORA-INICIO  TO RUNPARM-HORA-INICIO.
           MOVE WRK-HORA-FIM     TO RUNPARM-HORA-FIM.
           MOVE WRK-MIN-OCIOSO   TO RUNPARM-MIN-OCIOSO.
           MOVE WRK-DERIVA-PESO  TO RUNPARM-DERIVA-PESO.
           MOVE WRK-DERIVA-IMC   TO RUNPARM-DERIVA-IMC.
           MOVE WRK-DIAS-DISP    TO RUNPARM-DIAS-DISP.
           WRITE RUNPARM-REC.
           CLOSE RUNCTL.
       2300-REGRAVA-RUNCTL-EXIT.

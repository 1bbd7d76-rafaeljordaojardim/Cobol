      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA CAPACIDADE DIARIA DA CLINICA (CAPCLIN,
      *          LAYOUT CAPREC) - A CLINICA DIZ QUANTAS TRIAGENS ATENDE
      *          EM CADA DIA, A HORA DE INICIO, A DURACAO DA VAGA E O
      *          PERCENTUAL MAXIMO DO DIA POR DEPARTAMENTO. A DATA
      *          00000000 E O PADRAO DOS DIAS SEM REGISTRO PROPRIO E
      *          NAO PODE SER EXCLUIDA; VAGAS ZERO FECHA O DIA. LISTAR,
      *          GRAVAR (INCLUI OU ALTERA) E EXCLUIR. SEM CAPCLIN, A
      *          TABELA E CRIADA SO COM O PADRAO (20 VAGAS A PARTIR DAS
      *          08:00, 20 MINUTOS CADA, 25% POR DEPARTAMENTO). MESMO
      *          DESENHO DE TABELA EM MEMORIA DO RISMAINT, COM A TRILHA
      *          DE AUDITORIA COMUM (GRVAUDIT).
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPCLIN ASSIGN TO "CAPCLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPCLIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAPCLIN.
       COPY CAPREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       COPY OPERCOM.
       COPY VATCOM.
       COPY AUDCOM.
       COPY VALDCOM.
       01 WRK-OPCAO         PIC 9(001) VALUE ZEROS.
       01 WRK-DATA          PIC 9(008) VALUE ZEROS.
       01 WRK-CAPACIDADE.
           05 WRK-VAGAS      PIC 9(003) VALUE ZEROS.
           05 WRK-HORA-INI   PIC 9(004) VALUE ZEROS.
           05 FILLER REDEFINES WRK-HORA-INI.
               10 WRK-HH     PIC 9(002).
               10 WRK-MM     PIC 9(002).
           05 WRK-MINUTOS    PIC 9(003) VALUE ZEROS.
           05 WRK-PCT-DEPTO  PIC 9(003) VALUE ZEROS.
       01 WRK-MINUTO-FIM    PIC 9(006) VALUE ZEROS.
       01 WRK-IMAGEM.
           05 IMG-DATA       PIC 9(008).
           05 FILLER         PIC X(001).
           05 IMG-VAGAS      PIC 9(003).
           05 FILLER         PIC X(001).
           05 IMG-HORA-INI   PIC 9(004).
           05 FILLER         PIC X(001).
           05 IMG-MINUTOS    PIC 9(003).
           05 FILLER         PIC X(001).
           05 IMG-PCT-DEPTO  PIC 9(003).
           05 FILLER         PIC X(035).
       01 AREA-CONTROLE.
           05 WS-CAPCLIN-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-CAPCLIN     PIC X(001) VALUE 'N'.
               88 FIM-CAPCLIN        VALUE 'S'.
           05 WS-ACHOU           PIC X(001) VALUE 'N'.
               88 ACHOU-DIA          VALUE 'S'.
           05 WS-VALOR-OK        PIC X(001) VALUE 'S'.
               88 VALOR-ACEITO       VALUE 'S'.
       01 AREA-TABELA.
           05 CAP-QTDE          PIC 9(003) VALUE ZEROS.
           05 CAP-ENTRADA OCCURS 400 TIMES.
               10 TAB-DATA      PIC 9(008).
               10 TAB-VAGAS     PIC 9(003).
               10 TAB-HORA-INI  PIC 9(004).
               10 TAB-MINUTOS   PIC 9(003).
               10 TAB-PCT-DEPTO PIC 9(003).
           05 IX-CAP            PIC 9(003) VALUE ZEROS.
           05 IX-ACHADO         PIC 9(003) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'CAPMAINT' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO CAPMAINT'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-CARREGA-TABELA.
           PERFORM UNTIL WRK-OPCAO = 4
               DISPLAY 'CAPACIDADE DIARIA DA CLINICA'
               DISPLAY '1 - LISTAR'
               DISPLAY '2 - GRAVAR (INCLUIR/ALTERAR)'
               DISPLAY '3 - EXCLUIR'
               DISPLAY '4 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-LISTA
                   WHEN WRK-OPCAO = 2
                       PERFORM 2200-GRAVA
                   WHEN WRK-OPCAO = 3
                       PERFORM 2300-EXCLUI
                   WHEN WRK-OPCAO = 4
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           MOVE RC-SUCESSO TO RETURN-CODE
           GOBACK.
      *CARREGA A CAPACIDADE PARA A TABELA - AUSENTE, CRIA O CAPCLIN
      *SO COM O REGISTRO PADRAO
       1000-CARREGA-TABELA SECTION.
           MOVE ZEROS TO CAP-QTDE.
           MOVE 'N' TO WS-FIM-CAPCLIN.
           OPEN INPUT CAPCLIN.
           IF WS-CAPCLIN-STATUS = '00'
               PERFORM UNTIL FIM-CAPCLIN OR CAP-QTDE >= 400
                   READ CAPCLIN
                       AT END
                           SET FIM-CAPCLIN TO TRUE
                       NOT AT END
                           ADD 1 TO CAP-QTDE
                           MOVE CAP-DATA  TO TAB-DATA(CAP-QTDE)
                           MOVE CAP-VAGAS TO TAB-VAGAS(CAP-QTDE)
                           MOVE CAP-HORA-INI
                               TO TAB-HORA-INI(CAP-QTDE)
                           MOVE CAP-MINUTOS
                               TO TAB-MINUTOS(CAP-QTDE)
                           MOVE CAP-PCT-DEPTO
                               TO TAB-PCT-DEPTO(CAP-QTDE)
                   END-READ
               END-PERFORM
               CLOSE CAPCLIN
           ELSE
               DISPLAY 'CAPCLIN AINDA NAO EXISTE - CRIANDO COM O '
                   'PADRAO'
               MOVE 1        TO CAP-QTDE
               MOVE ZEROS    TO TAB-DATA(1)
               MOVE 20       TO TAB-VAGAS(1)
               MOVE 0800     TO TAB-HORA-INI(1)
               MOVE 20       TO TAB-MINUTOS(1)
               MOVE 25       TO TAB-PCT-DEPTO(1)
               PERFORM 1200-REGRAVA-CAPACIDADE
           END-IF.
       1000-CARREGA-TABELA-EXIT.
           EXIT.
      *REGRAVA O CAPCLIN A PARTIR DA TABELA
       1200-REGRAVA-CAPACIDADE SECTION.
           OPEN OUTPUT CAPCLIN.
           PERFORM VARYING IX-CAP FROM 1 BY 1
                   UNTIL IX-CAP > CAP-QTDE
               MOVE TAB-DATA(IX-CAP)      TO CAP-DATA
               MOVE TAB-VAGAS(IX-CAP)     TO CAP-VAGAS
               MOVE TAB-HORA-INI(IX-CAP)  TO CAP-HORA-INI
               MOVE TAB-MINUTOS(IX-CAP)   TO CAP-MINUTOS
               MOVE TAB-PCT-DEPTO(IX-CAP) TO CAP-PCT-DEPTO
               WRITE CAPCLIN-REC
           END-PERFORM.
           CLOSE CAPCLIN.
       1200-REGRAVA-CAPACIDADE-EXIT.
           EXIT.
      *PEDE A DATA (0 = PADRAO) E PROCURA O DIA NA TABELA
       1300-BUSCA-DIA SECTION.
           DISPLAY 'DATA (AAAAMMDD, 0 = PADRAO DOS DEMAIS DIAS)'.
           ACCEPT WRK-DATA.
           MOVE 'N' TO WS-ACHOU.
           MOVE ZEROS TO IX-ACHADO.
           PERFORM VARYING IX-CAP FROM 1 BY 1
                   UNTIL IX-CAP > CAP-QTDE OR ACHOU-DIA
               IF TAB-DATA(IX-CAP) = WRK-DATA
                   SET ACHOU-DIA TO TRUE
                   MOVE IX-CAP TO IX-ACHADO
               END-IF
           END-PERFORM.
       1300-BUSCA-DIA-EXIT.
           EXIT.
      *LISTA A CAPACIDADE NO CONSOLE
       2100-LISTA SECTION.
           DISPLAY 'DATA     VAGAS INICIO MIN PCT/DEPTO'.
           PERFORM VARYING IX-CAP FROM 1 BY 1
                   UNTIL IX-CAP > CAP-QTDE
               IF TAB-DATA(IX-CAP) = ZEROS
                   DISPLAY 'PADRAO   ' TAB-VAGAS(IX-CAP)
                       '   ' TAB-HORA-INI(IX-CAP)
                       '   ' TAB-MINUTOS(IX-CAP)
                       ' ' TAB-PCT-DEPTO(IX-CAP)
               ELSE
                   DISPLAY TAB-DATA(IX-CAP) ' ' TAB-VAGAS(IX-CAP)
                       '   ' TAB-HORA-INI(IX-CAP)
                       '   ' TAB-MINUTOS(IX-CAP)
                       ' ' TAB-PCT-DEPTO(IX-CAP)
               END-IF
           END-PERFORM.
       2100-LISTA-EXIT.
           EXIT.
      *GRAVA A CAPACIDADE DE UM DIA (OU DO PADRAO) - INCLUI OU ALTERA
       2200-GRAVA SECTION.
           PERFORM 1300-BUSCA-DIA.
           IF WRK-DATA NOT = ZEROS
               MOVE WRK-DATA TO VDT-DATA
               MOVE RETURN-CODE TO VDT-RC
               CALL 'VALDATA' USING AREA-VALDATA
               IF NOT VDT-DATA-VALIDA
                   DISPLAY 'DATA INVALIDA: ' VDT-MOTIVO
                   GO TO 2200-GRAVA-EXIT
               END-IF
           END-IF.
           IF NOT ACHOU-DIA AND CAP-QTDE >= 400
               DISPLAY 'TABELA DE CAPACIDADE CHEIA'
               GO TO 2200-GRAVA-EXIT
           END-IF.
           IF ACHOU-DIA
               DISPLAY 'ATUAL: ' TAB-VAGAS(IX-ACHADO) ' VAGAS A PARTIR'
                   ' DE ' TAB-HORA-INI(IX-ACHADO) ', '
                   TAB-MINUTOS(IX-ACHADO) ' MIN, '
                   TAB-PCT-DEPTO(IX-ACHADO) '% POR DEPTO'
           END-IF.
           DISPLAY 'VAGAS NO DIA (0 = CLINICA FECHADA)'.
           ACCEPT WRK-VAGAS.
           DISPLAY 'HORA DE INICIO (HHMM)'.
           ACCEPT WRK-HORA-INI.
           DISPLAY 'MINUTOS POR VAGA'.
           ACCEPT WRK-MINUTOS.
           DISPLAY 'PERCENTUAL MAXIMO DO DIA POR DEPARTAMENTO (1-100)'.
           ACCEPT WRK-PCT-DEPTO.
           PERFORM 2250-VALIDA-CAPACIDADE.
           IF NOT VALOR-ACEITO
               GO TO 2200-GRAVA-EXIT
           END-IF.
           MOVE SPACES TO AUD-ANTES.
           IF ACHOU-DIA
               MOVE 'A' TO AUD-ACAO
               PERFORM 8500-MONTA-IMAGEM
               MOVE WRK-IMAGEM TO AUD-ANTES
           ELSE
               MOVE 'I' TO AUD-ACAO
               ADD 1 TO CAP-QTDE
               MOVE CAP-QTDE TO IX-ACHADO
               MOVE WRK-DATA TO TAB-DATA(IX-ACHADO)
           END-IF.
           MOVE WRK-VAGAS     TO TAB-VAGAS(IX-ACHADO).
           MOVE WRK-HORA-INI  TO TAB-HORA-INI(IX-ACHADO).
           MOVE WRK-MINUTOS   TO TAB-MINUTOS(IX-ACHADO).
           MOVE WRK-PCT-DEPTO TO TAB-PCT-DEPTO(IX-ACHADO).
           PERFORM 1200-REGRAVA-CAPACIDADE.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-DEPOIS.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'CAPACIDADE GRAVADA'.
       2200-GRAVA-EXIT.
           EXIT.
      *LIMITES: HORA VALIDA, VAGA DE 5 A 240 MINUTOS, PERCENTUAL DE 1
      *A 100 E A ULTIMA VAGA TERMINANDO ANTES DA MEIA-NOITE
       2250-VALIDA-CAPACIDADE SECTION.
           MOVE 'S' TO WS-VALOR-OK.
           IF WRK-HH > 23 OR WRK-MM > 59
               DISPLAY 'HORA DE INICIO INVALIDA'
               MOVE 'N' TO WS-VALOR-OK
               GO TO 2250-VALIDA-CAPACIDADE-EXIT
           END-IF.
           IF WRK-MINUTOS < 5 OR WRK-MINUTOS > 240
               DISPLAY 'MINUTOS POR VAGA FORA DOS LIMITES (5-240)'
               MOVE 'N' TO WS-VALOR-OK
               GO TO 2250-VALIDA-CAPACIDADE-EXIT
           END-IF.
           IF WRK-PCT-DEPTO < 1 OR WRK-PCT-DEPTO > 100
               DISPLAY 'PERCENTUAL FORA DOS LIMITES (1-100)'
               MOVE 'N' TO WS-VALOR-OK
               GO TO 2250-VALIDA-CAPACIDADE-EXIT
           END-IF.
           COMPUTE WRK-MINUTO-FIM = (WRK-HH * 60) + WRK-MM
               + (WRK-VAGAS * WRK-MINUTOS).
           IF WRK-MINUTO-FIM > 1440
               DISPLAY 'AS VAGAS NAO CABEM NO DIA - REDUZA AS VAGAS '
                   'OU OS MINUTOS'
               MOVE 'N' TO WS-VALOR-OK
           END-IF.
       2250-VALIDA-CAPACIDADE-EXIT.
           EXIT.
      *EXCLUI A CAPACIDADE DE UM DIA - O DIA VOLTA AO PADRAO
       2300-EXCLUI SECTION.
           PERFORM 1300-BUSCA-DIA.
           IF WRK-DATA = ZEROS
               DISPLAY 'O PADRAO NAO PODE SER EXCLUIDO - USE GRAVAR'
               GO TO 2300-EXCLUI-EXIT
           END-IF.
           IF NOT ACHOU-DIA
               DISPLAY 'DIA NAO CADASTRADO'
               GO TO 2300-EXCLUI-EXIT
           END-IF.
           MOVE 'E' TO AUD-ACAO.
           PERFORM 8500-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO AUD-ANTES.
           MOVE SPACES TO AUD-DEPOIS.
           MOVE TAB-DATA(CAP-QTDE)      TO TAB-DATA(IX-ACHADO).
           MOVE TAB-VAGAS(CAP-QTDE)     TO TAB-VAGAS(IX-ACHADO).
           MOVE TAB-HORA-INI(CAP-QTDE)  TO TAB-HORA-INI(IX-ACHADO).
           MOVE TAB-MINUTOS(CAP-QTDE)   TO TAB-MINUTOS(IX-ACHADO).
           MOVE TAB-PCT-DEPTO(CAP-QTDE) TO TAB-PCT-DEPTO(IX-ACHADO).
           SUBTRACT 1 FROM CAP-QTDE.
           PERFORM 1200-REGRAVA-CAPACIDADE.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'DIA EXCLUIDO - VOLTA AO PADRAO'.
       2300-EXCLUI-EXIT.
           EXIT.
      *IMAGEM DO DIA IX-ACHADO PARA A TRILHA DE AUDITORIA
       8500-MONTA-IMAGEM SECTION.
           MOVE SPACES TO WRK-IMAGEM.
           MOVE TAB-DATA(IX-ACHADO)      TO IMG-DATA.
           MOVE TAB-VAGAS(IX-ACHADO)     TO IMG-VAGAS.
           MOVE TAB-HORA-INI(IX-ACHADO)  TO IMG-HORA-INI.
           MOVE TAB-MINUTOS(IX-ACHADO)   TO IMG-MINUTOS.
           MOVE TAB-PCT-DEPTO(IX-ACHADO) TO IMG-PCT-DEPTO.
       8500-MONTA-IMAGEM-EXIT.
           EXIT.
      *GRAVA A OPERACAO NA TRILHA DE AUDITORIA COMUM (AUDCOM) - QUEM
      *CHAMA JA CARREGOU ACAO E IMAGENS
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'CAPMAINT' TO AUD-PROGRAMA.
           MOVE SIGN-OPERADOR TO AUD-OPERADOR.
           MOVE 'CAPCLIN ' TO AUD-ARQUIVO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE WRK-DATA TO AUD-CHAVE(1:8).
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM CAPMAINT.

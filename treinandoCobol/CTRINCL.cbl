      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: INCLUSAO DE CONTRATO DE EMPRESTIMO - CHAMADO PELA
      *          OPCAO 7 DO calcSimples DEPOIS DA SIMULACAO, QUANDO O
      *          CLIENTE ASSINA. RECEBE PRINCIPAL, TAXA MENSAL, PRAZO
      *          E PARCELA (VEJA CTRCOM), PEDE NO TERMINAL A CONTA DO
      *          CONTMSTR (TEM DE ESTAR ATIVA) E O PRIMEIRO VENCIMENTO,
      *          NUMERA O CONTRATO PELO REGISTRO DE CONTROLE DO
      *          CTRMSTR, GERA AS PRESTACOES NO PARCMST COM A MESMA
      *          CONTA DO QUADRO DE AMORTIZACAO DO calcSimples E GRAVA
      *          A INCLUSAO NA TRILHA AUDITMST. A FUNCAO 'CTRINCL' E
      *          LIBERADA PELO VERAUTH, COM O PERFIL DO OPERADOR LIDO
      *          NO OPERMSTR. O CONTRATO E GRAVADO A LIBERAR ('P'): O
      *          CREDITO DO PRINCIPAL NA CONTA (MOVCONTA/SALDONOV) E O
      *          LANCAMENTO D 1301 / C 2101 SAO FEITOS PELO CTRLOTE NA
      *          JANELA NOTURNA, QUE E QUEM ATUALIZA O SALDOS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ CONTRATO NASCE A LIBERAR (CR-A-LIBERAR) EM VEZ DE
      *                ATIVO - O PRINCIPAL NUNCA ERA CREDITADO NA CONTA
      *                NEM DEBITADO NA 1301. A LIBERACAO FICA COM O
      *                CTRLOTE DA NOITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRINCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRMSTR ASSIGN TO "CTRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CONTRATO
               FILE STATUS IS WS-CTRMSTR-STATUS.
           SELECT PARCMST ASSIGN TO "PARCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-PARCMST-STATUS.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-CONTMSTR-STATUS.
           SELECT OPERMSTR ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERMSTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRMSTR.
       COPY CTRREC.
       FD  PARCMST.
       COPY PRCREC.
       FD  CONTMSTR.
       COPY CONTREC.
       FD  OPERMSTR.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       COPY VATCOM.
       COPY AUDCOM.
       COPY VALDCOM.
       01 AREA-CONTROLE.
           05 WS-CTRMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-PARCMST-STATUS  PIC X(002) VALUE '00'.
           05 WS-CONTMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-OPERMSTR-STATUS PIC X(002) VALUE '00'.
           05 WS-NUMERO-OK       PIC X(001) VALUE 'N'.
               88 NUMERO-OBTIDO       VALUE 'S'.
           05 WS-PARCELAS-OK     PIC X(001) VALUE 'N'.
               88 PARCELAS-GRAVADAS   VALUE 'S'.
       01 AREA-CONTRATO.
           05 WRK-CONTA          PIC 9(009) VALUE ZEROS.
           05 WRK-PRIMEIRO-VENC  PIC 9(008) VALUE ZEROS.
           05 WRK-DATA-HOJE      PIC 9(008) VALUE ZEROS.
           05 WRK-NUMERO         PIC 9(007) VALUE ZEROS.
           05 WRK-CONFIRMA       PIC X(001) VALUE 'N'.
      *CONTA DO QUADRO DE AMORTIZACAO - MESMA DO calcSimples
       01 AREA-AMORTIZACAO.
           05 WRK-TAXA           PIC 9(003)V9(006) VALUE ZEROS.
           05 WRK-SALDO          PIC S9(011)V99 VALUE ZEROS.
           05 WRK-JUROS          PIC S9(011)V99 VALUE ZEROS.
           05 WRK-AMORTIZA       PIC S9(011)V99 VALUE ZEROS.
           05 IX-PARCELA         PIC 9(003) VALUE ZEROS.
      *VENCIMENTO MENSAL NO DIA DO PRIMEIRO, RECUADO PARA O ULTIMO DIA
      *DO MES QUANDO O MES NAO TEM AQUELE DIA
       01 AREA-VENCIMENTO.
           05 WRK-VENC-BASE      PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-VENC-BASE.
               10 WRK-BASE-ANO   PIC 9(004).
               10 WRK-BASE-MES   PIC 9(002).
               10 WRK-BASE-DIA   PIC 9(002).
           05 WRK-VENCIMENTO     PIC 9(008) VALUE ZEROS.
           05 FILLER REDEFINES WRK-VENCIMENTO.
               10 WRK-VENC-ANO   PIC 9(004).
               10 WRK-VENC-MES   PIC 9(002).
               10 WRK-VENC-DIA   PIC 9(002).
           05 WRK-MESES          PIC 9(005) VALUE ZEROS.
       01 WRK-VALOR-EDT          PIC Z(8)9.99.
       01 WRK-TAXA-EDT           PIC ZZ9.99.
       LINKAGE SECTION.
       COPY CTRCOM.
       PROCEDURE DIVISION USING AREA-CTRINCL.
       0000-MAINLINE.
           MOVE '08' TO CTI-RETORNO.
           MOVE ZEROS TO CTI-CONTRATO.
           PERFORM 0500-VERIFICA-ACESSO.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO CTRINCL'
               GO TO 0000-DEVOLVE
           END-IF.
           IF CTI-PRINCIPAL = ZEROS OR CTI-TAXA = ZEROS
              OR CTI-PARCELA = ZEROS
              OR CTI-PRAZO < 1 OR CTI-PRAZO > 360
               DISPLAY 'SIMULACAO NAO PODE VIRAR CONTRATO - PRINCIPAL'
                   ', TAXA E PARCELA MAIORES QUE ZERO E PRAZO DE 1 A'
                   ' 360 MESES'
               GO TO 0000-DEVOLVE
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRE-ARQUIVOS.
           IF CTI-ARQUIVO-INDISPONIVEL
               GO TO 0000-DEVOLVE
           END-IF.
           PERFORM 2000-OBTEM-DADOS.
           IF CTI-CONTRATO-GRAVADO
               PERFORM 2500-GRAVA-CONTRATO
           END-IF.
           CLOSE CTRMSTR.
           CLOSE PARCMST.
           CLOSE CONTMSTR.
       0000-DEVOLVE.
           MOVE CTI-RC TO RETURN-CODE.
           GOBACK.
      *PERFIL DO OPERADOR NO OPERMSTR E LIBERACAO DA FUNCAO NO VERAUTH
       0500-VERIFICA-ACESSO SECTION.
           MOVE CTI-OPERADOR TO VAT-OPERADOR.
           MOVE 'O'          TO VAT-PERFIL.
           MOVE 'CTRINCL '   TO VAT-FUNCAO.
           OPEN INPUT OPERMSTR.
           IF WS-OPERMSTR-STATUS = '00'
               MOVE CTI-OPERADOR TO OP-ID
               READ OPERMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OP-PERFIL TO VAT-PERFIL
               END-READ
               CLOSE OPERMSTR
           END-IF.
           CALL 'VERAUTH' USING AREA-VERAUTH.
       0500-VERIFICA-ACESSO-EXIT.
           EXIT.
      *ABRE CTRMSTR E PARCMST (CRIADOS NO PRIMEIRO CONTRATO) E O
      *CONTMSTR PARA CONFERIR A CONTA
       1000-ABRE-ARQUIVOS SECTION.
           OPEN INPUT CONTMSTR.
           IF WS-CONTMSTR-STATUS NOT = '00'
               DISPLAY 'CONTMSTR INDISPONIVEL - STATUS '
                   WS-CONTMSTR-STATUS
               MOVE '12' TO CTI-RETORNO
               GO TO 1000-ABRE-ARQUIVOS-EXIT
           END-IF.
           OPEN I-O CTRMSTR.
           IF WS-CTRMSTR-STATUS = '35'
               OPEN OUTPUT CTRMSTR
               CLOSE CTRMSTR
               OPEN I-O CTRMSTR
           END-IF.
           IF WS-CTRMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CTRMSTR - STATUS '
                   WS-CTRMSTR-STATUS
               CLOSE CONTMSTR
               MOVE '12' TO CTI-RETORNO
               GO TO 1000-ABRE-ARQUIVOS-EXIT
           END-IF.
           OPEN I-O PARCMST.
           IF WS-PARCMST-STATUS = '35'
               OPEN OUTPUT PARCMST
               CLOSE PARCMST
               OPEN I-O PARCMST
           END-IF.
           IF WS-PARCMST-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O PARCMST - STATUS '
                   WS-PARCMST-STATUS
               CLOSE CONTMSTR
               CLOSE CTRMSTR
               MOVE '12' TO CTI-RETORNO
           END-IF.
       1000-ABRE-ARQUIVOS-EXIT.
           EXIT.
      *CONTA DE DEBITO, PRIMEIRO VENCIMENTO E CONFIRMACAO DO OPERADOR
       2000-OBTEM-DADOS SECTION.
           DISPLAY 'CONTA DE DEBITO DAS PRESTACOES (9 DIGITOS)'.
           ACCEPT WRK-CONTA.
           IF WRK-CONTA NOT NUMERIC OR WRK-CONTA = ZEROS
               DISPLAY 'CONTA INVALIDA'
               GO TO 2000-OBTEM-DADOS-EXIT
           END-IF.
           MOVE WRK-CONTA TO CT-CONTA.
           READ CONTMSTR
               INVALID KEY
                   DISPLAY 'CONTA ' WRK-CONTA ' NAO CADASTRADA'
                   GO TO 2000-OBTEM-DADOS-EXIT
           END-READ.
           IF NOT CT-ATIVA
               DISPLAY 'CONTA ' WRK-CONTA ' NAO ESTA ATIVA'
               GO TO 2000-OBTEM-DADOS-EXIT
           END-IF.
           DISPLAY 'TITULAR: ' CT-NOME.
           DISPLAY 'PRIMEIRO VENCIMENTO (AAAAMMDD)'.
           ACCEPT WRK-PRIMEIRO-VENC.
           MOVE WRK-PRIMEIRO-VENC TO VDT-DATA.
           MOVE CTI-RC TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           IF NOT VDT-DATA-VALIDA
               DISPLAY 'DATA INVALIDA: ' VDT-MOTIVO
               GO TO 2000-OBTEM-DADOS-EXIT
           END-IF.
           IF WRK-PRIMEIRO-VENC <= WRK-DATA-HOJE
               DISPLAY 'O PRIMEIRO VENCIMENTO TEM DE SER DEPOIS DE HOJE'
               GO TO 2000-OBTEM-DADOS-EXIT
           END-IF.
           MOVE CTI-PRINCIPAL TO WRK-VALOR-EDT.
           DISPLAY 'PRINCIPAL.....: ' WRK-VALOR-EDT.
           MOVE CTI-TAXA TO WRK-TAXA-EDT.
           DISPLAY 'TAXA AO MES...: ' WRK-TAXA-EDT ' %'.
           DISPLAY 'PRAZO.........: ' CTI-PRAZO ' MESES'.
           MOVE CTI-PARCELA TO WRK-VALOR-EDT.
           DISPLAY 'PARCELA.......: ' WRK-VALOR-EDT.
           DISPLAY 'CONFIRMA A GRAVACAO DO CONTRATO? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE '00' TO CTI-RETORNO
           ELSE
               MOVE '04' TO CTI-RETORNO
               DISPLAY 'CONTRATO NAO GRAVADO'
           END-IF.
       2000-OBTEM-DADOS-EXIT.
           EXIT.
      *NUMERO DO CONTRATO, PRESTACOES E CONTRATO, NESTA ORDEM - O
      *CONTRATO SO APARECE NO CTRMSTR COM TODAS AS PRESTACOES GRAVADAS
       2500-GRAVA-CONTRATO SECTION.
           PERFORM 2700-PROXIMO-NUMERO.
           IF NOT NUMERO-OBTIDO
               MOVE '12' TO CTI-RETORNO
               GO TO 2500-GRAVA-CONTRATO-EXIT
           END-IF.
           PERFORM 2600-GERA-PARCELAS.
           IF NOT PARCELAS-GRAVADAS
               MOVE '12' TO CTI-RETORNO
               GO TO 2500-GRAVA-CONTRATO-EXIT
           END-IF.
           MOVE WRK-NUMERO        TO CR-CONTRATO.
           MOVE WRK-CONTA         TO CR-CONTA.
           MOVE CTI-PRINCIPAL     TO CR-PRINCIPAL.
           MOVE CTI-TAXA          TO CR-TAXA.
           MOVE CTI-PRAZO         TO CR-PRAZO.
           MOVE CTI-PARCELA       TO CR-PARCELA.
           MOVE WRK-PRIMEIRO-VENC TO CR-PRIMEIRO-VENC.
           MOVE WRK-DATA-HOJE     TO CR-DATA-CONTRATO.
           MOVE CTI-OPERADOR      TO CR-OPERADOR.
           MOVE ZEROS             TO CR-PARC-PAGAS.
           SET CR-A-LIBERAR       TO TRUE.
           MOVE ZEROS             TO CR-DATA-LIQUIDA.
           WRITE CTRMSTR-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CONTRATO - STATUS '
                       WS-CTRMSTR-STATUS
                   MOVE '12' TO CTI-RETORNO
                   GO TO 2500-GRAVA-CONTRATO-EXIT
           END-WRITE.
           MOVE WRK-NUMERO TO CTI-CONTRATO.
           PERFORM 8600-GRAVA-AUDITORIA.
           DISPLAY 'CONTRATO ' WRK-NUMERO ' GRAVADO COM ' CTI-PRAZO
               ' PRESTACOES NA CONTA ' WRK-CONTA.
           DISPLAY 'PRINCIPAL SERA CREDITADO NA CONTA NA JANELA '
               'NOTURNA (CTRLOTE)'.
       2500-GRAVA-CONTRATO-EXIT.
           EXIT.
      *UMA LINHA DO PARCMST POR PRESTACAO: JUROS DO MES SOBRE O SALDO
      *DEVEDOR, AMORTIZACAO = PARCELA - JUROS; A ULTIMA QUITA O
      *RESIDUO DE ARREDONDAMENTO E O VALOR DELA ACOMPANHA
       2600-GERA-PARCELAS SECTION.
           MOVE 'N' TO WS-PARCELAS-OK.
           COMPUTE WRK-TAXA = CTI-TAXA / 100.
           MOVE CTI-PRINCIPAL TO WRK-SALDO.
           MOVE WRK-PRIMEIRO-VENC TO WRK-VENC-BASE.
           PERFORM VARYING IX-PARCELA FROM 1 BY 1
                   UNTIL IX-PARCELA > CTI-PRAZO
               COMPUTE WRK-JUROS ROUNDED = WRK-SALDO * WRK-TAXA
               COMPUTE WRK-AMORTIZA = CTI-PARCELA - WRK-JUROS
               IF IX-PARCELA = CTI-PRAZO
                   MOVE WRK-SALDO TO WRK-AMORTIZA
               END-IF
               SUBTRACT WRK-AMORTIZA FROM WRK-SALDO
               PERFORM 2650-CALCULA-VENCIMENTO
               MOVE WRK-NUMERO     TO PA-CONTRATO
               MOVE IX-PARCELA     TO PA-NUMERO
               MOVE WRK-VENCIMENTO TO PA-VENCIMENTO
               COMPUTE PA-VALOR = WRK-JUROS + WRK-AMORTIZA
               MOVE WRK-JUROS      TO PA-JUROS
               MOVE WRK-AMORTIZA   TO PA-AMORTIZA
               MOVE WRK-SALDO      TO PA-SALDO-DEVEDOR
               SET PA-ABERTA       TO TRUE
               MOVE ZEROS          TO PA-DATA-PAGTO
               WRITE PARCMST-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A PRESTACAO '
                           IX-PARCELA ' - STATUS ' WS-PARCMST-STATUS
                       GO TO 2600-GERA-PARCELAS-EXIT
               END-WRITE
           END-PERFORM.
           SET PARCELAS-GRAVADAS TO TRUE.
       2600-GERA-PARCELAS-EXIT.
           EXIT.
      *VENCIMENTO DA PRESTACAO IX-PARCELA: O PRIMEIRO MAIS (IX - 1)
      *MESES, NO MESMO DIA OU NO ULTIMO DIA VALIDO DO MES
       2650-CALCULA-VENCIMENTO SECTION.
           COMPUTE WRK-MESES = (WRK-BASE-MES - 1) + (IX-PARCELA - 1).
           COMPUTE WRK-VENC-ANO = WRK-BASE-ANO + (WRK-MESES / 12).
           COMPUTE WRK-VENC-MES = FUNCTION MOD(WRK-MESES, 12) + 1.
           MOVE WRK-BASE-DIA TO WRK-VENC-DIA.
           MOVE WRK-VENCIMENTO TO VDT-DATA.
           MOVE CTI-RC TO VDT-RC.
           CALL 'VALDATA' USING AREA-VALDATA.
           PERFORM UNTIL VDT-DATA-VALIDA OR WRK-VENC-DIA < 29
               SUBTRACT 1 FROM WRK-VENC-DIA
               MOVE WRK-VENCIMENTO TO VDT-DATA
               MOVE CTI-RC TO VDT-RC
               CALL 'VALDATA' USING AREA-VALDATA
           END-PERFORM.
       2650-CALCULA-VENCIMENTO-EXIT.
           EXIT.
      *PROXIMO NUMERO DE CONTRATO NO REGISTRO DE CONTROLE (CHAVE ZERO)
       2700-PROXIMO-NUMERO SECTION.
           MOVE 'N' TO WS-NUMERO-OK.
           MOVE ZEROS TO CR-CONTRATO.
           READ CTRMSTR
               INVALID KEY
                   MOVE SPACES TO CR-CONTEUDO
                   MOVE 1 TO WRK-NUMERO
                   MOVE WRK-NUMERO TO CR-ULTIMO-NUMERO
                   WRITE CTRMSTR-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE WRK-NUMERO = CR-ULTIMO-NUMERO + 1
                   MOVE WRK-NUMERO TO CR-ULTIMO-NUMERO
                   REWRITE CTRMSTR-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           IF WS-CTRMSTR-STATUS NOT = '00'
               DISPLAY 'ERRO NO CONTROLE DE NUMERACAO DO CTRMSTR - '
                   'STATUS ' WS-CTRMSTR-STATUS
               GO TO 2700-PROXIMO-NUMERO-EXIT
           END-IF.
           SET NUMERO-OBTIDO TO TRUE.
       2700-PROXIMO-NUMERO-EXIT.
           EXIT.
      *REGISTRA A INCLUSAO NA TRILHA DE AUDITORIA
       8600-GRAVA-AUDITORIA SECTION.
           MOVE 'CTRINCL ' TO AUD-PROGRAMA.
           MOVE CTI-OPERADOR TO AUD-OPERADOR.
           MOVE 'CTRMSTR ' TO AUD-ARQUIVO.
           MOVE 'I' TO AUD-ACAO.
           MOVE SPACES TO AUD-CHAVE.
           MOVE CR-CONTRATO TO AUD-CHAVE(1:7).
           MOVE SPACES TO AUD-ANTES.
           MOVE CR-CONTEUDO TO AUD-DEPOIS.
           CALL 'GRVAUDIT' USING AREA-GRVAUDIT.
       8600-GRAVA-AUDITORIA-EXIT.
           EXIT.
       END PROGRAM CTRINCL.

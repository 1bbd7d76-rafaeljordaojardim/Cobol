      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CERTIFICADO NUMERADO DE MEDICAO DE LOTE - O OPERADOR
      *          DIGITA O LOTE E O PROGRAMA IMPRIME NO CERTIFIC UM
      *          CERTIFICADO DE UMA PAGINA COM NUMERO SEQUENCIAL, A
      *          DESCRICAO DO LOTMSTR, A ULTIMA MEDICAO DO GEOMSTR
      *          (FORMA, DIMENSOES, AREA, PERIMETRO, DATA E OPERADOR),
      *          A AREA DO LEVANTAMENTO (LEVANT) E A DIFERENCA ENTRE AS
      *          DUAS. TODO CERTIFICADO IMPRESSO FICA NO CERTLOG COM O
      *          CONTEUDO CERTIFICADO. A SEGUNDA VIA E PEDIDA PELO
      *          NUMERO, REPRODUZ O ORIGINAL E SAI MARCADA COMO SEGUNDA
      *          VIA DAQUELE NUMERO. LOTE COM ORDEM DE DIVERGENCIA (DIV)
      *          ABERTA NO ORDSERV NAO RECEBE CERTIFICADO NEM SEGUNDA
      *          VIA ATE A REMEDICAO FECHAR A ORDEM.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTLOG ASSIGN TO "CERTLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CHAVE
               FILE STATUS IS WS-CERTLOG-STATUS.
           SELECT LOTMSTR ASSIGN TO "LOTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LT-LOTE
               FILE STATUS IS WS-LOTMSTR-STATUS.
           SELECT GEOMSTR ASSIGN TO "GEOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-CHAVE
               FILE STATUS IS WS-GEOMSTR-STATUS.
           SELECT LEVANT ASSIGN TO "LEVANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-LOTE
               FILE STATUS IS WS-LEVANT-STATUS.
           SELECT ORDSERV ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WS-ORDSERV-STATUS.
           SELECT CERTIFIC ASSIGN TO "CERTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CERTLOG.
       COPY CRTREC.
       FD  LOTMSTR.
       COPY LOTREC.
       FD  GEOMSTR.
       COPY GEOREC.
       FD  LEVANT.
       COPY LEVREC.
       FD  ORDSERV.
       COPY ORDREC.
       FD  CERTIFIC.
       01  CERT-LINHA PIC X(090).
       WORKING-STORAGE SECTION.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY OPERCOM.
       COPY VATCOM.
       01 WRK-OPCAO       PIC 9(001) VALUE ZEROS.
       01 WRK-LOTE        PIC 9(006) VALUE ZEROS.
       01 WRK-NUMERO      PIC 9(007) VALUE ZEROS.
       01 WRK-VIA         PIC 9(002) VALUE ZEROS.
       01 WRK-HORA-AGORA  PIC 9(008) VALUE ZEROS.
       01 WRK-OS-DIVERG   PIC 9(005) VALUE ZEROS.
       01 WRK-DATA-ORIGINAL PIC 9(008) VALUE ZEROS.
       01 WRK-CONTEUDO-ORIG PIC X(112) VALUE SPACES.
       01 WRK-GEO-ULTIMA    PIC X(069) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-CERTLOG-STATUS  PIC X(002) VALUE '00'.
           05 WS-LOTMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-GEOMSTR-STATUS  PIC X(002) VALUE '00'.
           05 WS-LEVANT-STATUS   PIC X(002) VALUE '00'.
           05 WS-ORDSERV-STATUS  PIC X(002) VALUE '00'.
           05 WS-LEVANT-ABERTO   PIC X(001) VALUE 'N'.
               88 LEVANT-NO-AR        VALUE 'S'.
           05 WS-FIM-ARQUIVO     PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO         VALUE 'S'.
           05 WS-TEM-MEDICAO     PIC X(001) VALUE 'N'.
               88 TEM-MEDICAO         VALUE 'S'.
           05 WS-TEM-DIVERGENCIA PIC X(001) VALUE 'N'.
               88 TEM-DIVERGENCIA     VALUE 'S'.
           05 WS-NUMERO-OK       PIC X(001) VALUE 'N'.
               88 NUMERO-OBTIDO       VALUE 'S'.
       01 AREA-CALCULO.
           05 WRK-DIFERENCA      PIC S9(006)V99 VALUE ZEROS.
           05 WRK-PERCENTUAL     PIC S9(005)V99 VALUE ZEROS.
       01 AREA-EDICAO.
           05 WRK-DIM-EDT        PIC ZZ9.99.
           05 WRK-DIM2-EDT       PIC ZZ9.99.
           05 WRK-DIM3-EDT       PIC ZZ9.99.
           05 WRK-AREA-EDT       PIC ZZZ,ZZ9.99.
           05 WRK-DIF-EDT        PIC -ZZZ,ZZ9.99.
           05 WRK-PCT-EDT        PIC -ZZZZ9.99.
           05 WRK-VIA-EDT        PIC Z9.
           05 WRK-FORMA-DESC     PIC X(020).
       01 WRK-DATA-QUEBRA        PIC 9(008) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-QUEBRA.
           05 WRK-QD-ANO         PIC 9(004).
           05 WRK-QD-MES         PIC 9(002).
           05 WRK-QD-DIA         PIC 9(002).
       01 WRK-DATA-EDT.
           05 WRK-DE-DIA         PIC 9(002).
           05 FILLER             PIC X(001) VALUE '/'.
           05 WRK-DE-MES         PIC 9(002).
           05 FILLER             PIC X(001) VALUE '/'.
           05 WRK-DE-ANO         PIC 9(004).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL 'OPERSIGN' USING AREA-OPERSIGN.
           IF SIGN-RETORNO NOT = '00'
               DISPLAY 'OPERADOR NAO VALIDADO - SESSAO ENCERRADA'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'CERTLOTE' TO VAT-FUNCAO.
           MOVE SIGN-OPERADOR TO VAT-OPERADOR.
           MOVE SIGN-PERFIL   TO VAT-PERFIL.
           CALL 'VERAUTH' USING AREA-VERAUTH.
           IF ACESSO-NEGADO
               DISPLAY 'ACESSO NEGADO A FUNCAO CERTLOTE'
               MOVE RC-ERRO TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZA
           PERFORM UNTIL WRK-OPCAO = 3
               DISPLAY 'CERTIFICADO DE MEDICAO DE LOTE'
               DISPLAY '1 - EMITIR CERTIFICADO'
               DISPLAY '2 - SEGUNDA VIA'
               DISPLAY '3 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE TRUE
                   WHEN WRK-OPCAO = 1
                       PERFORM 2100-EMITE
                   WHEN WRK-OPCAO = 2
                       PERFORM 2300-SEGUNDA-VIA
                   WHEN WRK-OPCAO = 3
                       DISPLAY 'SAINDO...'
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM
           PERFORM 3000-FINALIZA
           GOBACK.
      *ABRE OS CADASTROS E O ARQUIVO DE IMPRESSAO
       1000-INICIALIZA SECTION.
           OPEN I-O CERTLOG.
           IF WS-CERTLOG-STATUS = '35'
               OPEN OUTPUT CERTLOG
               CLOSE CERTLOG
               OPEN I-O CERTLOG
           END-IF.
           IF WS-CERTLOG-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CERTLOG - STATUS '
                   WS-CERTLOG-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 3 TO WRK-OPCAO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT LOTMSTR.
           OPEN INPUT GEOMSTR.
           IF WS-LOTMSTR-STATUS NOT = '00'
              OR WS-GEOMSTR-STATUS NOT = '00'
               DISPLAY 'LOTMSTR/GEOMSTR INDISPONIVEL - STATUS '
                   WS-LOTMSTR-STATUS '/' WS-GEOMSTR-STATUS
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               MOVE 3 TO WRK-OPCAO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT LEVANT.
           IF WS-LEVANT-STATUS = '00'
               SET LEVANT-NO-AR TO TRUE
           ELSE
               DISPLAY 'AVISO: LEVANT INDISPONIVEL - CERTIFICADOS SEM '
                   'AREA LEVANTADA'
           END-IF.
           OPEN OUTPUT CERTIFIC.
           ACCEPT AS-DATA-LONGA FROM DATE YYYYMMDD.
           MOVE AS-DIA-L    TO CAB-REL-DD.
           MOVE AS-MES-L    TO CAB-REL-MM.
           MOVE AS-ANO-AAAA TO CAB-REL-AAAA.
       1000-INICIALIZA-EXIT.
           EXIT.
      *EMITE O ORIGINAL DE UM CERTIFICADO COM NUMERO NOVO
       2100-EMITE SECTION.
           DISPLAY 'NUMERO DO LOTE'.
           ACCEPT WRK-LOTE.
           MOVE WRK-LOTE TO LT-LOTE.
           READ LOTMSTR
               INVALID KEY
                   DISPLAY 'LOTE SEM CADASTRO NO LOTMSTR'
                   GO TO 2100-EMITE-EXIT
           END-READ.
           IF LT-APOSENTADO
               DISPLAY 'LOTE APOSENTADO - CERTIFICADO RECUSADO'
               GO TO 2100-EMITE-EXIT
           END-IF.
           PERFORM 2600-VERIFICA-DIVERGENCIA.
           IF TEM-DIVERGENCIA
               DISPLAY 'CERTIFICADO RECUSADO: ORDEM DE DIVERGENCIA '
                   WRK-OS-DIVERG ' ABERTA PARA O LOTE'
               GO TO 2100-EMITE-EXIT
           END-IF.
           PERFORM 2200-BUSCA-MEDICAO.
           IF NOT TEM-MEDICAO
               DISPLAY 'LOTE SEM MEDICAO NO GEOMSTR - CERTIFICADO '
                   'RECUSADO'
               GO TO 2100-EMITE-EXIT
           END-IF.
           PERFORM 2700-PROXIMO-NUMERO.
           IF NOT NUMERO-OBTIDO
               GO TO 2100-EMITE-EXIT
           END-IF.
           MOVE WRK-NUMERO     TO CE-NUMERO.
           MOVE 01             TO CE-VIA.
           PERFORM 2750-CARIMBA-EMISSAO.
           MOVE WRK-LOTE       TO CE-LOTE.
           MOVE LT-DESCRICAO   TO CE-DESCRICAO.
           MOVE GM-DATA        TO CE-GM-DATA.
           MOVE GM-FORMA       TO CE-FORMA.
           MOVE GM-DIM1        TO CE-DIM1.
           MOVE GM-DIM2        TO CE-DIM2.
           MOVE GM-DIM3        TO CE-DIM3.
           MOVE GM-AREA        TO CE-AREA.
           MOVE GM-PERIMETRO   TO CE-PERIMETRO.
           MOVE GM-OPERADOR    TO CE-GM-OPERADOR.
           MOVE ZEROS          TO CE-LV-AREA.
           IF LEVANT-NO-AR
               MOVE WRK-LOTE TO LV-LOTE
               READ LEVANT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LV-AREA TO CE-LV-AREA
               END-READ
           END-IF.
           WRITE CERTLOG-REC
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O CERTIFICADO - STATUS '
                       WS-CERTLOG-STATUS
                   GO TO 2100-EMITE-EXIT
           END-WRITE.
           MOVE CE-DATA-EMISSAO TO WRK-DATA-ORIGINAL.
           PERFORM 2800-IMPRIME-CERTIFICADO.
           DISPLAY 'CERTIFICADO ' WRK-NUMERO ' EMITIDO PARA O LOTE '
               WRK-LOTE.
       2100-EMITE-EXIT.
           EXIT.
      *ULTIMA MEDICAO DO LOTE NO GEOMSTR (A DE MAIOR DATA)
       2200-BUSCA-MEDICAO SECTION.
           MOVE 'N' TO WS-TEM-MEDICAO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE WRK-LOTE TO GM-LOTE.
           MOVE ZEROS    TO GM-DATA.
           START GEOMSTR KEY >= GM-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ GEOMSTR NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF GM-LOTE NOT = WRK-LOTE
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           SET TEM-MEDICAO TO TRUE
                           MOVE GEOMSTR-REC TO WRK-GEO-ULTIMA
                       END-IF
               END-READ
           END-PERFORM.
           IF TEM-MEDICAO
               MOVE WRK-GEO-ULTIMA TO GEOMSTR-REC
           END-IF.
       2200-BUSCA-MEDICAO-EXIT.
           EXIT.
      *SEGUNDA VIA DE UM CERTIFICADO JA EMITIDO, PELO NUMERO
       2300-SEGUNDA-VIA SECTION.
           DISPLAY 'NUMERO DO CERTIFICADO'.
           ACCEPT WRK-NUMERO.
           IF WRK-NUMERO = ZEROS
               DISPLAY 'NUMERO INVALIDO'
               GO TO 2300-SEGUNDA-VIA-EXIT
           END-IF.
           MOVE WRK-NUMERO TO CE-NUMERO.
           MOVE 01         TO CE-VIA.
           READ CERTLOG
               INVALID KEY
                   DISPLAY 'CERTIFICADO NAO ENCONTRADO NO CERTLOG'
                   GO TO 2300-SEGUNDA-VIA-EXIT
           END-READ.
           MOVE CE-LOTE         TO WRK-LOTE.
           MOVE CE-DATA-EMISSAO TO WRK-DATA-ORIGINAL.
           MOVE CE-CONTEUDO     TO WRK-CONTEUDO-ORIG.
           PERFORM 2600-VERIFICA-DIVERGENCIA.
           IF TEM-DIVERGENCIA
               DISPLAY 'SEGUNDA VIA RECUSADA: ORDEM DE DIVERGENCIA '
                   WRK-OS-DIVERG ' ABERTA PARA O LOTE ' WRK-LOTE
               GO TO 2300-SEGUNDA-VIA-EXIT
           END-IF.
           MOVE 01 TO WRK-VIA.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           MOVE WRK-NUMERO TO CE-NUMERO.
           MOVE 01         TO CE-VIA.
           START CERTLOG KEY > CE-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ CERTLOG NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF CE-NUMERO NOT = WRK-NUMERO
                           SET FIM-ARQUIVO TO TRUE
                       ELSE
                           MOVE CE-VIA TO WRK-VIA
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-VIA = 99
               DISPLAY 'LIMITE DE VIAS DO CERTIFICADO ATINGIDO'
               GO TO 2300-SEGUNDA-VIA-EXIT
           END-IF.
           MOVE WRK-CONTEUDO-ORIG TO CE-CONTEUDO.
           MOVE WRK-NUMERO        TO CE-NUMERO.
           COMPUTE CE-VIA = WRK-VIA + 1.
           PERFORM 2750-CARIMBA-EMISSAO.
           WRITE CERTLOG-REC
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR A SEGUNDA VIA - STATUS '
                       WS-CERTLOG-STATUS
                   GO TO 2300-SEGUNDA-VIA-EXIT
           END-WRITE.
           PERFORM 2800-IMPRIME-CERTIFICADO.
           DISPLAY 'SEGUNDA VIA DO CERTIFICADO ' WRK-NUMERO ' EMITIDA'.
       2300-SEGUNDA-VIA-EXIT.
           EXIT.
      *ORDEM DE DIVERGENCIA ABERTA PARA WRK-LOTE NO ORDSERV?
       2600-VERIFICA-DIVERGENCIA SECTION.
           MOVE 'N' TO WS-TEM-DIVERGENCIA.
           MOVE ZEROS TO WRK-OS-DIVERG.
           OPEN INPUT ORDSERV.
           IF WS-ORDSERV-STATUS NOT = '00'
               GO TO 2600-VERIFICA-DIVERGENCIA-EXIT
           END-IF.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO OR TEM-DIVERGENCIA
               READ ORDSERV NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       IF OS-LOTE = WRK-LOTE AND OS-ABERTA
                          AND OS-DIVERGENCIA
                           SET TEM-DIVERGENCIA TO TRUE
                           MOVE OS-NUMERO TO WRK-OS-DIVERG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDSERV.
       2600-VERIFICA-DIVERGENCIA-EXIT.
           EXIT.
      *PROXIMO NUMERO DE CERTIFICADO PELO REGISTRO DE CONTROLE
       2700-PROXIMO-NUMERO SECTION.
           MOVE 'N' TO WS-NUMERO-OK.
           MOVE ZEROS TO CE-NUMERO CE-VIA.
           READ CERTLOG
               INVALID KEY
                   MOVE SPACES TO CE-CONTEUDO
                   MOVE 1 TO WRK-NUMERO
                   MOVE WRK-NUMERO TO CE-ULTIMO-NUMERO
                   WRITE CERTLOG-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE WRK-NUMERO = CE-ULTIMO-NUMERO + 1
                   MOVE WRK-NUMERO TO CE-ULTIMO-NUMERO
                   REWRITE CERTLOG-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           IF WS-CERTLOG-STATUS NOT = '00'
               DISPLAY 'ERRO NO CONTROLE DE NUMERACAO DO CERTLOG - '
                   'STATUS ' WS-CERTLOG-STATUS
               GO TO 2700-PROXIMO-NUMERO-EXIT
           END-IF.
           SET NUMERO-OBTIDO TO TRUE.
       2700-PROXIMO-NUMERO-EXIT.
           EXIT.
      *DATA, HORA E OPERADOR DESTA IMPRESSAO NA LINHA DO CERTLOG
       2750-CARIMBA-EMISSAO SECTION.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE AS-DATA-LONGA  TO CE-DATA-EMISSAO.
           MOVE WRK-HORA-AGORA TO CE-HORA.
           MOVE SIGN-OPERADOR  TO CE-OPERADOR.
       2750-CARIMBA-EMISSAO-EXIT.
           EXIT.
      *IMPRIME O CERTIFICADO A PARTIR DA LINHA GRAVADA NO CERTLOG
       2800-IMPRIME-CERTIFICADO SECTION.
           MOVE SPACES TO CERT-LINHA.
           STRING CAB-REL-EMPRESA DELIMITED BY SIZE
               INTO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           STRING 'CERTIFICADO DE MEDICAO DE LOTE No. ' CE-NUMERO
               DELIMITED BY SIZE INTO CERT-LINHA.
           WRITE CERT-LINHA.
           IF NOT CE-ORIGINAL
               MOVE CE-VIA TO WRK-VIA-EDT
               MOVE WRK-DATA-ORIGINAL TO WRK-DATA-QUEBRA
               PERFORM 2900-EDITA-DATA
               MOVE SPACES TO CERT-LINHA
               STRING '*** SEGUNDA VIA (VIA ' WRK-VIA-EDT
                      ') - ORIGINAL EMITIDO EM ' WRK-DATA-EDT ' ***'
                   DELIMITED BY SIZE INTO CERT-LINHA
               WRITE CERT-LINHA
           END-IF.
           MOVE SPACES TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           STRING 'CERTIFICAMOS, PARA OS DEVIDOS FINS, A MEDICAO DO '
                  'LOTE ' CE-LOTE ':'
               DELIMITED BY SIZE INTO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           STRING 'DESCRICAO..............: ' CE-DESCRICAO
               DELIMITED BY SIZE INTO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE CE-GM-DATA TO WRK-DATA-QUEBRA.
           PERFORM 2900-EDITA-DATA.
           MOVE SPACES TO CERT-LINHA.
           STRING 'DATA DA MEDICAO........: ' WRK-DATA-EDT
                  '  OPERADOR: ' CE-GM-OPERADOR
               DELIMITED BY SIZE INTO CERT-LINHA.
           WRITE CERT-LINHA.
           EVALUATE CE-FORMA
               WHEN 1
                   MOVE '1 - RETANGULO' TO WRK-FORMA-DESC
               WHEN 2
                   MOVE '2 - CIRCULO' TO WRK-FORMA-DESC
               WHEN 3
                   MOVE '3 - TRIANGULO' TO WRK-FORMA-DESC
               WHEN 4
                   MOVE '4 - TRAPEZIO' TO WRK-FORMA-DESC
               WHEN 5
                   MOVE '5 - ELIPSE' TO WRK-FORMA-DESC
               WHEN 6
                   MOVE '6 - POLIGONO' TO WRK-FORMA-DESC
               WHEN OTHER
                   MOVE 'NAO INFORMADA' TO WRK-FORMA-DESC
           END-EVALUATE.
           MOVE SPACES TO CERT-LINHA.
           STRING 'FORMA..................: ' WRK-FORMA-DESC
               DELIMITED BY SIZE INTO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           IF CE-FORMA = 6
               STRING 'DIMENSOES (M)..........: POLIGONO IRREGULAR '
                      '(VERTICES NO GEOMSTR)'
                   DELIMITED BY SIZE INTO CERT-LINHA
           ELSE
               MOVE CE-DIM1 TO WRK-DIM-EDT
               MOVE CE-DIM2 TO WRK-DIM2-EDT
               MOVE CE-DIM3 TO WRK-DIM3-EDT
               STRING 'DIMENSOES (M)..........: ' WRK-DIM-EDT
                      '  ' WRK-DIM2-EDT '  ' WRK-DIM3-EDT
                   DELIMITED BY SIZE INTO CERT-LINHA
           END-IF.
           WRITE CERT-LINHA.
           MOVE CE-AREA TO WRK-AREA-EDT.
           MOVE SPACES TO CERT-LINHA.
           STRING 'AREA MEDIDA (M2).......: ' WRK-AREA-EDT
               DELIMITED BY SIZE INTO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE CE-PERIMETRO TO WRK-AREA-EDT.
           MOVE SPACES TO CERT-LINHA.
           STRING 'PERIMETRO (M)..........: ' WRK-AREA-EDT
               DELIMITED BY SIZE INTO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           IF CE-LV-AREA = ZEROS
               STRING 'AREA LEVANTADA (M2)....: SEM LEVANTAMENTO NO '
                      'LEVANT'
                   DELIMITED BY SIZE INTO CERT-LINHA
               WRITE CERT-LINHA
           ELSE
               MOVE CE-LV-AREA TO WRK-AREA-EDT
               STRING 'AREA LEVANTADA (M2)....: ' WRK-AREA-EDT
                   DELIMITED BY SIZE INTO CERT-LINHA
               WRITE CERT-LINHA
               COMPUTE WRK-DIFERENCA = CE-AREA - CE-LV-AREA
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-DIFERENCA * 100 / CE-LV-AREA
               MOVE WRK-DIFERENCA  TO WRK-DIF-EDT
               MOVE WRK-PERCENTUAL TO WRK-PCT-EDT
               MOVE SPACES TO CERT-LINHA
               STRING 'DIFERENCA MEDIDA-LEVANT: ' WRK-DIF-EDT
                      ' M2 (' WRK-PCT-EDT ' %)'
                   DELIMITED BY SIZE INTO CERT-LINHA
               WRITE CERT-LINHA
           END-IF.
           MOVE SPACES TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE CE-DATA-EMISSAO TO WRK-DATA-QUEBRA.
           PERFORM 2900-EDITA-DATA.
           MOVE SPACES TO CERT-LINHA.
           STRING 'EMITIDO EM ' WRK-DATA-EDT ' POR ' CE-OPERADOR
               DELIMITED BY SIZE INTO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE SPACES TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE '______________________________' TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE 'RESPONSAVEL TECNICO' TO CERT-LINHA.
           WRITE CERT-LINHA.
           MOVE ALL '-' TO CERT-LINHA.
           WRITE CERT-LINHA.
       2800-IMPRIME-CERTIFICADO-EXIT.
           EXIT.
      *AAAAMMDD PARA DD/MM/AAAA
       2900-EDITA-DATA SECTION.
           MOVE WRK-QD-DIA TO WRK-DE-DIA.
           MOVE WRK-QD-MES TO WRK-DE-MES.
           MOVE WRK-QD-ANO TO WRK-DE-ANO.
       2900-EDITA-DATA-EXIT.
           EXIT.
      *FECHA OS ARQUIVOS
       3000-FINALIZA SECTION.
           IF RETURN-CODE = RC-ERRO-GRAVE
               GO TO 3000-FINALIZA-EXIT
           END-IF.
           CLOSE CERTLOG.
           CLOSE LOTMSTR.
           CLOSE GEOMSTR.
           IF LEVANT-NO-AR
               CLOSE LEVANT
           END-IF.
           CLOSE CERTIFIC.
           MOVE RC-SUCESSO TO RETURN-CODE.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM CERTLOTE.

      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ OPCAO 4: MOVCONTA (77 PARA 80 BYTES, SEQUENCIA
      *                MV-SEQ NA CHAVE) A PARTIR DO MOVCONTV - OS
      *                MOVIMENTOS ANTIGOS SAO TODOS APROPRIACOES DO
      *                JUROLOTE E SAEM NA SEQUENCIA 000.
      * 15/10/2026 RJJ OPCAO 5: CONTMSTR (46 PARA 53 BYTES, CODIGO DO
      *                CLIENTE CT-CLIENTE) A PARTIR DO CONTMSTV - AS
      *                CONTAS SAEM COM CLIENTE ZERO, A VINCULAR PELO
      *                ALTERAR TITULAR DO CONMAINT.
      * 15/10/2026 RJJ OPCAO 6: EMPMSTR (33 PARA 39 BYTES, SUCESSOR
      *                EMP-ID-SUCESSOR DOS IDS UNIFICADOS) A PARTIR DO
      *                EMPMSTRD - OS FUNCIONARIOS SAEM COM O SUCESSOR
      *                ZERADO. A OPCAO 3 CONTINUA LENDO O LAYOUT DE 30
      *                BYTES DO EMPMSTRV.
      * 15/10/2026 RJJ AS OPCOES 3 E 6 GRAVAM O EMPMSTR DE 55 BYTES COM
      *                AS DATAS DE NASCIMENTO E ADMISSAO ZERADAS - QUEM
      *                AINDA TEM O ROSTIDAD CONVERTE O EMPMSTR DE 39
      *                BYTES PELO ROSTCONV, QUE TRAZ AS DATAS DELE.
      * 15/10/2026 RJJ OPCAO 7: HISTIMC (44 PARA 50 BYTES, DISPOSITIVO
      *                E SITUACAO DA CALIBRACAO) A PARTIR DO HISTIMCV E
      *                OPCAO 8: SAUDMED (24 PARA 30 BYTES, MESMOS
      *                CAMPOS) A PARTIR DO SAUDMEDV - AS MEDICOES
      *                ANTIGAS SAEM SEM DISPOSITIVO (EM BRANCO).
      * 15/10/2026 RJJ OPCAO 9: CLIMSTR (127 PARA 168 BYTES, E-MAIL E
      *                FORMA DE ENTREGA DO EXTRATO) A PARTIR DO CLIMSTV
      *                - OS CLIENTES SAEM SO PAPEL E SEM E-MAIL.
      * 15/10/2026 RJJ OPCAO 10: CONTMSTR (53 PARA 74 BYTES, LIMITE DE
      *                CHEQUE ESPECIAL E DATA EM QUE A CONTA FICOU
      *                NEGATIVA) A PARTIR DO CONTMSTD - AS CONTAS SAEM
      *                COM LIMITE ZERO E SEM DATA. A OPCAO 5 CONTINUA
      *                LENDO O LAYOUT DE 46 BYTES DO CONTMSTV E GRAVA O
      *                LAYOUT NOVO COM OS MESMOS CAMPOS ZERADOS. A
      *                OPCAO PASSOU A TER DOIS DIGITOS.
      * 15/10/2026 RJJ OPCAO 11: CONTMSTR (74 PARA 82 BYTES, DATA DA
      *                REATIVACAO) A PARTIR DO CONTMSTN - AS CONTAS SAEM
      *                SEM DATA DE REATIVACAO. AS OPCOES 5 E 10 GRAVAM O
      *                LAYOUT NOVO COM A DATA ZERADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONV.
               ALTERNATE RECORD KEY IS EV-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-VELHO-STATUS.
           SELECT EMPMSTRD ASSIGN TO "EMPMSTRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ED-ID
               ALTERNATE RECORD KEY IS ED-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-VELHO-STATUS.
           SELECT MOVCONTV ASSIGN TO "MOVCONTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MO-CHAVE
               FILE STATUS IS WS-VELHO-STATUS.
           SELECT CONTMSTV ASSIGN TO "CONTMSTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-CONTA
               FILE STATUS IS WS-VELHO-STATUS.
           SELECT CONTMSTD ASSIGN TO "CONTMSTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-CONTA
               FILE STATUS IS WS-VELHO-STATUS.
           SELECT CONTMSTN ASSIGN TO "CONTMSTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-CONTA
               FILE STATUS IS WS-VELHO-STATUS.
           SELECT HISTIMCV ASSIGN TO "HISTIMCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HV-CHAVE
               FILE STATUS IS WS-VELHO-STATUS.
           SELECT SAUDMEDV ASSIGN TO "SAUDMEDV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS WS-VELHO-STATUS.
           SELECT CLIMSTV ASSIGN TO "CLIMSTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLV-CODIGO
               ALTERNATE RECORD KEY IS CLV-CPF
               FILE STATUS IS WS-VELHO-STATUS.
           SELECT OPERMSTR ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-NOVO-STATUS.
           SELECT MOVCONTA ASSIGN TO "MOVCONTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-NOVO-STATUS.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-NOVO-STATUS.
           SELECT HISTIMC ASSIGN TO "HISTIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-NOVO-STATUS.
           SELECT SAUDMED ASSIGN TO "SAUDMED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MED-CHAVE
               FILE STATUS IS WS-NOVO-STATUS.
           SELECT CLIMSTR ASSIGN TO "CLIMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WS-NOVO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMSTV.
           05 EV-NOME            PIC A(20).
           05 EV-SITUACAO        PIC X(001).
           05 EV-PESO-META       PIC 9(003).
       FD  EMPMSTRD.
      *LAYOUT DE 33 BYTES DO EMPMSTR, COM O DEPARTAMENTO E SEM O
      *SUCESSOR
       01  EMPMSTRD-REC.
           05 ED-ID              PIC 9(006).
           05 ED-NOME            PIC A(20).
           05 ED-SITUACAO        PIC X(001).
           05 ED-PESO-META       PIC 9(003).
           05 ED-DEPTO           PIC 9(003).
       FD  MOVCONTV.
      *LAYOUT ANTIGO DO MOVCONTA, SEM A SEQUENCIA NA CHAVE
       01  MOVCONTV-REC.
           05 MO-CHAVE.
               10 MO-CONTA       PIC 9(009).
               10 MO-DATA        PIC 9(008).
           05 MO-TIPO            PIC X(001).
           05 MO-HISTORICO       PIC X(020).
           05 MO-VALOR           PIC S9(011)V99.
           05 MO-SALDO-ANTES     PIC S9(011)V99.
           05 MO-SALDO-APOS      PIC S9(011)V99.
       FD  CONTMSTV.
      *LAYOUT ANTIGO DO CONTMSTR, SEM O CODIGO DO CLIENTE
       01  CONTMSTV-REC.
           05 CV-CONTA           PIC 9(009).
           05 CV-NOME            PIC X(020).
           05 CV-SITUACAO        PIC X(001).
           05 CV-DATA-ABERTURA   PIC 9(008).
           05 CV-DATA-ENCERRA    PIC 9(008).
       FD  CONTMSTD.
      *LAYOUT ANTERIOR DO CONTMSTR, SEM O LIMITE DE CHEQUE ESPECIAL
       01  CONTMSTD-REC.
           05 CD-CONTA           PIC 9(009).
           05 CD-NOME            PIC X(020).
           05 CD-SITUACAO        PIC X(001).
           05 CD-DATA-ABERTURA   PIC 9(008).
           05 CD-DATA-ENCERRA    PIC 9(008).
           05 CD-CLIENTE         PIC 9(007).
       FD  CONTMSTN.
      *LAYOUT ANTERIOR DO CONTMSTR, SEM A DATA DA REATIVACAO
       01  CONTMSTN-REC.
           05 CN-CONTA           PIC 9(009).
           05 CN-NOME            PIC X(020).
           05 CN-SITUACAO        PIC X(001).
           05 CN-DATA-ABERTURA   PIC 9(008).
           05 CN-DATA-ENCERRA    PIC 9(008).
           05 CN-CLIENTE         PIC 9(007).
           05 CN-LIMITE-CE       PIC 9(011)V99.
           05 CN-NEGATIVO-DESDE  PIC 9(008).
       FD  HISTIMCV.
      *LAYOUT ANTIGO DO HISTIMC, SEM O DISPOSITIVO
       01  HISTIMCV-REC.
           05 HV-CHAVE.
               10 HV-ID          PIC 9(006).
               10 HV-DATA        PIC 9(008).
           05 HV-NOME            PIC A(20).
           05 HV-ALTURA          PIC 9(01)V99.
           05 HV-PESO            PIC 9(03).
           05 HV-RES             PIC 9(02)V99.
       FD  SAUDMEDV.
      *LAYOUT ANTIGO DO SAUDMED, SEM O DISPOSITIVO
       01  SAUDMEDV-REC.
           05 SV-CHAVE.
               10 SV-ID          PIC 9(006).
               10 SV-DATA        PIC 9(008).
               10 SV-TIPO        PIC X(002).
           05 SV-VALOR           PIC 9(003)V99.
           05 SV-VALOR2          PIC 9(003).
       FD  CLIMSTV.
      *LAYOUT ANTIGO DO CLIMSTR, SEM O E-MAIL E A FORMA DE ENTREGA
       01  CLIMSTV-REC.
           05 CLV-CODIGO         PIC 9(007).
           05 CLV-CPF            PIC 9(011).
           05 CLV-NOME           PIC X(030).
           05 CLV-ENDERECO       PIC X(040).
           05 CLV-CIDADE         PIC X(020).
           05 CLV-UF             PIC X(002).
           05 CLV-CEP            PIC 9(008).
           05 CLV-SITUACAO       PIC X(001).
           05 CLV-DATA-CADASTRO  PIC 9(008).
       FD  OPERMSTR.
       COPY OPERREC.
       FD  AGENMSTR.
       COPY AGEREC.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  MOVCONTA.
       COPY MOVREC.
       FD  CONTMSTR.
       COPY CONTREC.
       FD  HISTIMC.
       COPY HISTREC.
       FD  SAUDMED.
       COPY SAUDREC.
       FD  CLIMSTR.
       COPY CLIREC.
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       01 WRK-OPCAO         PIC 9(002) VALUE ZEROS.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-VELHO-STATUS  PIC X(002) VALUE '00'.
           DISPLAY '1=OPERMSTR (DE OPERMSTV)'.
           DISPLAY '2=AGENMSTR (DE AGENMSTV)'.
           DISPLAY '3=EMPMSTR  (DE EMPMSTRV)'.
           DISPLAY '4=MOVCONTA (DE MOVCONTV)'.
           DISPLAY '5=CONTMSTR (DE CONTMSTV)'.
           DISPLAY '6=EMPMSTR  (DE EMPMSTRD)'.
           DISPLAY '7=HISTIMC  (DE HISTIMCV)'.
           DISPLAY '8=SAUDMED  (DE SAUDMEDV)'.
           DISPLAY '9=CLIMSTR  (DE CLIMSTV)'.
           DISPLAY '10=CONTMSTR (DE CONTMSTD)'.
           DISPLAY '11=CONTMSTR (DE CONTMSTN)'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 2200-CONVERTE-AGENMSTR
               WHEN 3
                   PERFORM 2300-CONVERTE-EMPMSTR
               WHEN 4
                   PERFORM 2400-CONVERTE-MOVCONTA
               WHEN 5
                   PERFORM 2500-CONVERTE-CONTMSTR
               WHEN 6
                   PERFORM 2600-CONVERTE-EMPMSTRD
               WHEN 7
                   PERFORM 2700-CONVERTE-HISTIMCV
               WHEN 8
                   PERFORM 2800-CONVERTE-SAUDMEDV
               WHEN 9
                   PERFORM 2900-CONVERTE-CLIMSTR
               WHEN 10
                   PERFORM 3000-CONVERTE-CONTMSTD
               WHEN 11
                   PERFORM 3100-CONVERTE-CONTMSTN
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE RC-ERRO TO RETURN-CODE
                       MOVE EV-SITUACAO  TO EMP-SITUACAO
                       MOVE EV-PESO-META TO EMP-PESO-META
                       MOVE ZEROS        TO EMP-DEPTO
                       MOVE ZEROS        TO EMP-ID-SUCESSOR
                       MOVE ZEROS        TO EMP-DATA-NASC
                       MOVE ZEROS        TO EMP-DATA-ADMIS
                       WRITE EMPMSTR-REC
                       ADD 1 TO CNT-CONVERTIDOS
               END-READ
           PERFORM 8200-RESUME.
       2300-CONVERTE-EMPMSTR-EXIT.
           EXIT.
      *RECONSTROI O MOVCONTA COM A SEQUENCIA 000 NA CHAVE
       2400-CONVERTE-MOVCONTA SECTION.
           OPEN INPUT MOVCONTV.
           IF WS-VELHO-STATUS NOT = '00'
               PERFORM 8000-AVISA-SEM-VELHO
               GO TO 2400-CONVERTE-MOVCONTA-EXIT
           END-IF.
           OPEN OUTPUT MOVCONTA.
           IF WS-NOVO-STATUS NOT = '00'
               PERFORM 8100-AVISA-ERRO-NOVO
               CLOSE MOVCONTV
               GO TO 2400-CONVERTE-MOVCONTA-EXIT
           END-IF.
           PERFORM UNTIL FIM-VELHO
               READ MOVCONTV NEXT
                   AT END
                       SET FIM-VELHO TO TRUE
                   NOT AT END
                       MOVE MO-CONTA       TO MV-CONTA
                       MOVE MO-DATA        TO MV-DATA
                       MOVE ZEROS          TO MV-SEQ
                       MOVE MO-TIPO        TO MV-TIPO
                       MOVE MO-HISTORICO   TO MV-HISTORICO
                       MOVE MO-VALOR       TO MV-VALOR
                       MOVE MO-SALDO-ANTES TO MV-SALDO-ANTES
                       MOVE MO-SALDO-APOS  TO MV-SALDO-APOS
                       WRITE MOVCONTA-REC
                       ADD 1 TO CNT-CONVERTIDOS
               END-READ
           END-PERFORM.
           CLOSE MOVCONTV.
           CLOSE MOVCONTA.
           PERFORM 8200-RESUME.
       2400-CONVERTE-MOVCONTA-EXIT.
           EXIT.
      *RECONSTROI O CONTMSTR COM O CLIENTE ZERADO
       2500-CONVERTE-CONTMSTR SECTION.
           OPEN INPUT CONTMSTV.
           IF WS-VELHO-STATUS NOT = '00'
               PERFORM 8000-AVISA-SEM-VELHO
               GO TO 2500-CONVERTE-CONTMSTR-EXIT
           END-IF.
           OPEN OUTPUT CONTMSTR.
           IF WS-NOVO-STATUS NOT = '00'
               PERFORM 8100-AVISA-ERRO-NOVO
               CLOSE CONTMSTV
               GO TO 2500-CONVERTE-CONTMSTR-EXIT
           END-IF.
           PERFORM UNTIL FIM-VELHO
               READ CONTMSTV NEXT
                   AT END
                       SET FIM-VELHO TO TRUE
                   NOT AT END
                       MOVE CV-CONTA         TO CT-CONTA
                       MOVE CV-NOME          TO CT-NOME
                       MOVE CV-SITUACAO      TO CT-SITUACAO
                       MOVE CV-DATA-ABERTURA TO CT-DATA-ABERTURA
                       MOVE CV-DATA-ENCERRA  TO CT-DATA-ENCERRA
                       MOVE ZEROS            TO CT-CLIENTE
                       MOVE ZEROS            TO CT-LIMITE-CE
                       MOVE ZEROS            TO CT-NEGATIVO-DESDE
                       MOVE ZEROS            TO CT-DATA-REATIVA
                       WRITE CONTMSTR-REC
                       ADD 1 TO CNT-CONVERTIDOS
               END-READ
           END-PERFORM.
           CLOSE CONTMSTV.
           CLOSE CONTMSTR.
           PERFORM 8200-RESUME.
       2500-CONVERTE-CONTMSTR-EXIT.
           EXIT.
      *RECONSTROI O EMPMSTR DE 33 BYTES COM O SUCESSOR ZERADO
       2600-CONVERTE-EMPMSTRD SECTION.
           OPEN INPUT EMPMSTRD.
           IF WS-VELHO-STATUS NOT = '00'
               PERFORM 8000-AVISA-SEM-VELHO
               GO TO 2600-CONVERTE-EMPMSTRD-EXIT
           END-IF.
           OPEN OUTPUT EMPMSTR.
           IF WS-NOVO-STATUS NOT = '00'
               PERFORM 8100-AVISA-ERRO-NOVO
               CLOSE EMPMSTRD
               GO TO 2600-CONVERTE-EMPMSTRD-EXIT
           END-IF.
           PERFORM UNTIL FIM-VELHO
               READ EMPMSTRD NEXT
                   AT END
                       SET FIM-VELHO TO TRUE
                   NOT AT END
                       MOVE ED-ID        TO EMP-ID
                       MOVE ED-NOME      TO EMP-NOME
                       MOVE ED-SITUACAO  TO EMP-SITUACAO
                       MOVE ED-PESO-META TO EMP-PESO-META
                       MOVE ED-DEPTO     TO EMP-DEPTO
                       MOVE ZEROS        TO EMP-ID-SUCESSOR
                       MOVE ZEROS        TO EMP-DATA-NASC
                       MOVE ZEROS        TO EMP-DATA-ADMIS
                       WRITE EMPMSTR-REC
                       ADD 1 TO CNT-CONVERTIDOS
               END-READ
           END-PERFORM.
           CLOSE EMPMSTRD.
           CLOSE EMPMSTR.
           PERFORM 8200-RESUME.
       2600-CONVERTE-EMPMSTRD-EXIT.
           EXIT.
      *RECONSTROI O HISTIMC COM AS MEDICOES SEM DISPOSITIVO
       2700-CONVERTE-HISTIMCV SECTION.
           OPEN INPUT HISTIMCV.
           IF WS-VELHO-STATUS NOT = '00'
               PERFORM 8000-AVISA-SEM-VELHO
               GO TO 2700-CONVERTE-HISTIMCV-EXIT
           END-IF.
           OPEN OUTPUT HISTIMC.
           IF WS-NOVO-STATUS NOT = '00'
               PERFORM 8100-AVISA-ERRO-NOVO
               CLOSE HISTIMCV
               GO TO 2700-CONVERTE-HISTIMCV-EXIT
           END-IF.
           PERFORM UNTIL FIM-VELHO
               READ HISTIMCV NEXT
                   AT END
                       SET FIM-VELHO TO TRUE
                   NOT AT END
                       MOVE HV-ID        TO HIST-ID
                       MOVE HV-DATA      TO HIST-DATA
                       MOVE HV-NOME      TO HIST-NOME
                       MOVE HV-ALTURA    TO HIST-ALTURA
                       MOVE HV-PESO      TO HIST-PESO
                       MOVE HV-RES       TO HIST-RES
                       MOVE SPACES       TO HIST-DISPOSITIVO
                       MOVE SPACE        TO HIST-SIT-CALIB
                       WRITE HIST-REC
                       ADD 1 TO CNT-CONVERTIDOS
               END-READ
           END-PERFORM.
           CLOSE HISTIMCV.
           CLOSE HISTIMC.
           PERFORM 8200-RESUME.
       2700-CONVERTE-HISTIMCV-EXIT.
           EXIT.
      *RECONSTROI O SAUDMED COM AS MEDIDAS SEM DISPOSITIVO
       2800-CONVERTE-SAUDMEDV SECTION.
           OPEN INPUT SAUDMEDV.
           IF WS-VELHO-STATUS NOT = '00'
               PERFORM 8000-AVISA-SEM-VELHO
               GO TO 2800-CONVERTE-SAUDMEDV-EXIT
           END-IF.
           OPEN OUTPUT SAUDMED.
           IF WS-NOVO-STATUS NOT = '00'
               PERFORM 8100-AVISA-ERRO-NOVO
               CLOSE SAUDMEDV
               GO TO 2800-CONVERTE-SAUDMEDV-EXIT
           END-IF.
           PERFORM UNTIL FIM-VELHO
               READ SAUDMEDV NEXT
                   AT END
                       SET FIM-VELHO TO TRUE
                   NOT AT END
                       MOVE SV-ID        TO MED-ID
                       MOVE SV-DATA      TO MED-DATA
                       MOVE SV-TIPO      TO MED-TIPO
                       MOVE SV-VALOR     TO MED-VALOR
                       MOVE SV-VALOR2    TO MED-VALOR2
                       MOVE SPACES       TO MED-DISPOSITIVO
                       MOVE SPACE        TO MED-SIT-CALIB
                       WRITE SAUDMED-REC
                       ADD 1 TO CNT-CONVERTIDOS
               END-READ
           END-PERFORM.
           CLOSE SAUDMEDV.
           CLOSE SAUDMED.
           PERFORM 8200-RESUME.
       2800-CONVERTE-SAUDMEDV-EXIT.
           EXIT.
      *RECONSTROI O CLIMSTR COM OS CLIENTES SO PAPEL
       2900-CONVERTE-CLIMSTR SECTION.
           OPEN INPUT CLIMSTV.
           IF WS-VELHO-STATUS NOT = '00'
               PERFORM 8000-AVISA-SEM-VELHO
               GO TO 2900-CONVERTE-CLIMSTR-EXIT
           END-IF.
           OPEN OUTPUT CLIMSTR.
           IF WS-NOVO-STATUS NOT = '00'
               PERFORM 8100-AVISA-ERRO-NOVO
               CLOSE CLIMSTV
               GO TO 2900-CONVERTE-CLIMSTR-EXIT
           END-IF.
           PERFORM UNTIL FIM-VELHO
               READ CLIMSTV NEXT
                   AT END
                       SET FIM-VELHO TO TRUE
                   NOT AT END
                       MOVE CLV-CODIGO        TO CLI-CODIGO
                       MOVE CLV-CPF           TO CLI-CPF
                       MOVE CLV-NOME          TO CLI-NOME
                       MOVE CLV-ENDERECO      TO CLI-ENDERECO
                       MOVE CLV-CIDADE        TO CLI-CIDADE
                       MOVE CLV-UF            TO CLI-UF
                       MOVE CLV-CEP           TO CLI-CEP
                       MOVE CLV-SITUACAO      TO CLI-SITUACAO
                       MOVE CLV-DATA-CADASTRO TO CLI-DATA-CADASTRO
                       MOVE SPACES            TO CLI-EMAIL
                       SET CLI-SO-PAPEL       TO TRUE
                       WRITE CLIMSTR-REC
                       ADD 1 TO CNT-CONVERTIDOS
               END-READ
           END-PERFORM.
           CLOSE CLIMSTV.
           CLOSE CLIMSTR.
           PERFORM 8200-RESUME.
       2900-CONVERTE-CLIMSTR-EXIT.
           EXIT.
      *RECONSTROI O CONTMSTR COM LIMITE ZERO E SEM DATA DE NEGATIVO
       3000-CONVERTE-CONTMSTD SECTION.
           OPEN INPUT CONTMSTD.
           IF WS-VELHO-STATUS NOT = '00'
               PERFORM 8000-AVISA-SEM-VELHO
               GO TO 3000-CONVERTE-CONTMSTD-EXIT
           END-IF.
           OPEN OUTPUT CONTMSTR.
           IF WS-NOVO-STATUS NOT = '00'
               PERFORM 8100-AVISA-ERRO-NOVO
               CLOSE CONTMSTD
               GO TO 3000-CONVERTE-CONTMSTD-EXIT
           END-IF.
           PERFORM UNTIL FIM-VELHO
               READ CONTMSTD NEXT
                   AT END
                       SET FIM-VELHO TO TRUE
                   NOT AT END
                       MOVE CD-CONTA         TO CT-CONTA
                       MOVE CD-NOME          TO CT-NOME
                       MOVE CD-SITUACAO      TO CT-SITUACAO
                       MOVE CD-DATA-ABERTURA TO CT-DATA-ABERTURA
                       MOVE CD-DATA-ENCERRA  TO CT-DATA-ENCERRA
                       MOVE CD-CLIENTE       TO CT-CLIENTE
                       MOVE ZEROS            TO CT-LIMITE-CE
                       MOVE ZEROS            TO CT-NEGATIVO-DESDE
                       MOVE ZEROS            TO CT-DATA-REATIVA
                       WRITE CONTMSTR-REC
                       ADD 1 TO CNT-CONVERTIDOS
               END-READ
           END-PERFORM.
           CLOSE CONTMSTD.
           CLOSE CONTMSTR.
           PERFORM 8200-RESUME.
       3000-CONVERTE-CONTMSTD-EXIT.
           EXIT.
      *RECONSTROI O CONTMSTR SEM DATA DE REATIVACAO
       3100-CONVERTE-CONTMSTN SECTION.
           OPEN INPUT CONTMSTN.
           IF WS-VELHO-STATUS NOT = '00'
               PERFORM 8000-AVISA-SEM-VELHO
               GO TO 3100-CONVERTE-CONTMSTN-EXIT
           END-IF.
           OPEN OUTPUT CONTMSTR.
           IF WS-NOVO-STATUS NOT = '00'
               PERFORM 8100-AVISA-ERRO-NOVO
               CLOSE CONTMSTN
               GO TO 3100-CONVERTE-CONTMSTN-EXIT
           END-IF.
           PERFORM UNTIL FIM-VELHO
               READ CONTMSTN NEXT
                   AT END
                       SET FIM-VELHO TO TRUE
                   NOT AT END
                       MOVE CN-CONTA         TO CT-CONTA
                       MOVE CN-NOME          TO CT-NOME
                       MOVE CN-SITUACAO      TO CT-SITUACAO
                       MOVE CN-DATA-ABERTURA TO CT-DATA-ABERTURA
                       MOVE CN-DATA-ENCERRA  TO CT-DATA-ENCERRA
                       MOVE CN-CLIENTE       TO CT-CLIENTE
                       MOVE CN-LIMITE-CE     TO CT-LIMITE-CE
                       MOVE CN-NEGATIVO-DESDE TO CT-NEGATIVO-DESDE
                       MOVE ZEROS            TO CT-DATA-REATIVA
                       WRITE CONTMSTR-REC
                       ADD 1 TO CNT-CONVERTIDOS
               END-READ
           END-PERFORM.
           CLOSE CONTMSTN.
           CLOSE CONTMSTR.
           PERFORM 8200-RESUME.
       3100-CONVERTE-CONTMSTN-EXIT.
           EXIT.
      *O ARQUIVO -V NAO FOI ENCONTRADO
       8000-AVISA-SEM-VELHO SECTION.
           DISPLAY 'ARQUIVO ANTIGO NAO ENCONTRADO - STATUS '

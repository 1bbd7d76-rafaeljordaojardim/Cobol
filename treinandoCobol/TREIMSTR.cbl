      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CARGA DO AMBIENTE DE TREINAMENTO - COPIA EMPMSTR,
      *          HISTIMC, SAUDMED, CONTMSTR, SALDOS, LEVANT, LOTMSTR E
      *          GEOMSTR PARA UM CONJUNTO SEPARADO DE ARQUIVOS DE
      *          TREINO (<PREFIXO><ARQUIVO>, EX.: TREINO/EMPMSTR), COM
      *          OS DADOS PESSOAIS MASCARADOS:
      *          - NOME DO FUNCIONARIO (EMPMSTR E HISTIMC) TROCADO POR
      *            UM NOME FICTICIO TIRADO DO PROPRIO EMP-ID, ENTAO A
      *            MESMA PESSOA TEM O MESMO NOME EM TODOS OS ARQUIVOS;
      *          - TITULAR DA CONTA (CONTMSTR) TROCADO PELO NOME
      *            FICTICIO DO CLIENTE E O CODIGO DO CLIENTE
      *            EMBARALHADO (MESMO CLIENTE, MESMO CODIGO NOVO);
      *          - DATAS DE MEDICAO (HISTIMC, SAUDMED, GEOMSTR) E DE
      *            NASCIMENTO DESLOCADAS UM NUMERO FIXO DE DIAS PARA
      *            TRAS, ENTAO AS CHAVES ENTRE ARQUIVOS CONTINUAM
      *            CASANDO E A ORDEM DAS CHAVES NAO MUDA.
      *          SYSIN: PREFIXO DOS ARQUIVOS DE TREINO E DESLOCAMENTO
      *          EM DIAS, SEPARADOS POR BRANCO (PADRAO: TREINO/ 035).
      *          PREFIXO QUE LEVE AOS NOMES DE PRODUCAO (BRANCO, '.',
      *          './') E RECUSADO COM RC-ERRO-GRAVE ANTES DE ABRIR
      *          QUALQUER ARQUIVO. O TREINO RODA OS PROGRAMAS DE SEMPRE
      *          DENTRO DO DIRETORIO DE TREINO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ REGISTROS DO THISTIMC (44 PARA 50 BYTES) E DO
      *                TSAUDMED (24 PARA 30) NO TAMANHO NOVO DO HISTREC
      *                E DO SAUDREC (CODIGO E CALIBRACAO DO
      *                DISPOSITIVO).
      * 15/10/2026 RJJ REGISTRO DO TCONTMST (53 PARA 74 BYTES) NO
      *                TAMANHO NOVO DO CONTREC (LIMITE DE CHEQUE
      *                ESPECIAL E DATA EM QUE A CONTA FICOU NEGATIVA).
      * 15/10/2026 RJJ REGISTRO DO TCONTMST (74 PARA 82 BYTES) COM A
      *                DATA DA REATIVACAO DO CONTREC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREIMSTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT HISTIMC ASSIGN TO "HISTIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT SAUDMED ASSIGN TO "SAUDMED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MED-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT CONTMSTR ASSIGN TO "CONTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-CONTA
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT LEVANT ASSIGN TO "LEVANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-LOTE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT LOTMSTR ASSIGN TO "LOTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-LOTE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT GEOMSTR ASSIGN TO "GEOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
      *COPIAS DE TREINO - MESMA ORGANIZACAO E CHAVES DA PRODUCAO
           SELECT TEMPMSTR ASSIGN USING WRK-NOME-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEMP-ID
               ALTERNATE RECORD KEY IS TEMP-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-TREINO-STATUS.
           SELECT THISTIMC ASSIGN USING WRK-NOME-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS THIST-CHAVE
               FILE STATUS IS WS-TREINO-STATUS.
           SELECT TSAUDMED ASSIGN USING WRK-NOME-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TMED-CHAVE
               FILE STATUS IS WS-TREINO-STATUS.
           SELECT TCONTMST ASSIGN USING WRK-NOME-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCT-CONTA
               FILE STATUS IS WS-TREINO-STATUS.
           SELECT TSALDOS ASSIGN USING WRK-NOME-TREINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREINO-STATUS.
           SELECT TLEVANT ASSIGN USING WRK-NOME-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TLV-LOTE
               FILE STATUS IS WS-TREINO-STATUS.
           SELECT TLOTMSTR ASSIGN USING WRK-NOME-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TLT-LOTE
               FILE STATUS IS WS-TREINO-STATUS.
           SELECT TGEOMSTR ASSIGN USING WRK-NOME-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TGM-CHAVE
               FILE STATUS IS WS-TREINO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR.
       COPY EMPREC.
       FD  HISTIMC.
       COPY HISTREC.
       FD  SAUDMED.
       COPY SAUDREC.
       FD  CONTMSTR.
       COPY CONTREC.
       FD  SALDOS.
       01  SALDOS-REC.
           05 SL-CONTA     PIC 9(009).
           05 SL-SALDO     PIC S9(011)V99.
           05 SL-TAXA-COD  PIC X(001).
       FD  LEVANT.
       COPY LEVREC.
       FD  LOTMSTR.
       COPY LOTREC.
       FD  GEOMSTR.
       COPY GEOREC.
       FD  TEMPMSTR.
       01  TEMP-REC.
           05 TEMP-ID          PIC 9(006).
           05 TEMP-NOME        PIC A(20).
           05 FILLER           PIC X(029).
       FD  THISTIMC.
       01  THIST-REC.
           05 THIST-CHAVE      PIC X(014).
           05 FILLER           PIC X(036).
       FD  TSAUDMED.
       01  TMED-REC.
           05 TMED-CHAVE       PIC X(016).
           05 FILLER           PIC X(014).
       FD  TCONTMST.
       01  TCT-REC.
           05 TCT-CONTA        PIC 9(009).
           05 FILLER           PIC X(073).
       FD  TSALDOS.
       01  TSL-REC             PIC X(023).
       FD  TLEVANT.
       01  TLV-REC.
           05 TLV-LOTE         PIC 9(006).
           05 FILLER           PIC X(028).
       FD  TLOTMSTR.
       01  TLT-REC.
           05 TLT-LOTE         PIC 9(006).
           05 FILLER           PIC X(034).
       FD  TGEOMSTR.
       01  TGM-REC.
           05 TGM-CHAVE        PIC X(014).
           05 FILLER           PIC X(048).
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       01 WRK-PARAMETRO     PIC X(080) VALUE SPACES.
       01 WRK-PREFIXO       PIC X(040) VALUE SPACES.
       01 WRK-DESLOC-TXT    PIC X(003) VALUE SPACES.
       01 WRK-TAM-DESLOC    PIC 9(002) VALUE ZEROS.
       01 WRK-DESLOCAMENTO  PIC 9(003) VALUE 35.
       01 WRK-ARQUIVO       PIC X(008) VALUE SPACES.
       01 WRK-NOME-TREINO   PIC X(050) VALUE SPACES.
       01 AREA-CONTROLE.
           05 WS-ARQ-STATUS     PIC X(002) VALUE '00'.
           05 WS-TREINO-STATUS  PIC X(002) VALUE '00'.
           05 WS-FIM-ARQUIVO    PIC X(001) VALUE 'N'.
               88 FIM-ARQUIVO        VALUE 'S'.
           05 WS-PODE-COPIAR    PIC X(001) VALUE 'N'.
               88 PODE-COPIAR        VALUE 'S'.
       01 AREA-TOTAIS.
           05 CNT-COPIADOS      PIC 9(007) VALUE ZEROS.
           05 CNT-MASCARADOS    PIC 9(007) VALUE ZEROS.
           05 CNT-ARQUIVOS      PIC 9(002) VALUE ZEROS.
           05 CNT-FALHAS        PIC 9(002) VALUE ZEROS.
      *MASCARAMENTO - NOME FICTICIO E DATA DESLOCADA
       01 WRK-SEMENTE       PIC 9(009) VALUE ZEROS.
       01 WRK-QUOCIENTE     PIC 9(009) VALUE ZEROS.
       01 WRK-NOME-FICTICIO PIC X(020) VALUE SPACES.
       01 WRK-DATA-CONV     PIC 9(008) VALUE ZEROS.
       01 WRK-CLIENTE-MASC  PIC 9(007) VALUE ZEROS.
       01 IX-PRENOME        PIC 9(002) VALUE ZEROS.
       01 IX-SOBRENOME      PIC 9(002) VALUE ZEROS.
       01 TAB-PRENOMES-VALORES.
           05 FILLER PIC X(008) VALUE 'ANA'.
           05 FILLER PIC X(008) VALUE 'BRUNO'.
           05 FILLER PIC X(008) VALUE 'CARLA'.
           05 FILLER PIC X(008) VALUE 'DANIEL'.
           05 FILLER PIC X(008) VALUE 'ELISA'.
           05 FILLER PIC X(008) VALUE 'FABIO'.
           05 FILLER PIC X(008) VALUE 'GISELE'.
           05 FILLER PIC X(008) VALUE 'HUGO'.
           05 FILLER PIC X(008) VALUE 'IRENE'.
           05 FILLER PIC X(008) VALUE 'JOAO'.
           05 FILLER PIC X(008) VALUE 'KATIA'.
           05 FILLER PIC X(008) VALUE 'LUCAS'.
           05 FILLER PIC X(008) VALUE 'MARTA'.
           05 FILLER PIC X(008) VALUE 'NELSON'.
           05 FILLER PIC X(008) VALUE 'OLGA'.
           05 FILLER PIC X(008) VALUE 'PAULO'.
           05 FILLER PIC X(008) VALUE 'RAQUEL'.
           05 FILLER PIC X(008) VALUE 'SERGIO'.
           05 FILLER PIC X(008) VALUE 'TANIA'.
           05 FILLER PIC X(008) VALUE 'VITOR'.
       01 TAB-PRENOMES REDEFINES TAB-PRENOMES-VALORES.
           05 TAB-PRENOME       PIC X(008) OCCURS 20 TIMES.
       01 TAB-SOBRENOMES-VALORES.
           05 FILLER PIC X(010) VALUE 'ALVES'.
           05 FILLER PIC X(010) VALUE 'BARROS'.
           05 FILLER PIC X(010) VALUE 'CARDOSO'.
           05 FILLER PIC X(010) VALUE 'DIAS'.
           05 FILLER PIC X(010) VALUE 'ESTEVES'.
           05 FILLER PIC X(010) VALUE 'FARIAS'.
           05 FILLER PIC X(010) VALUE 'GOMES'.
           05 FILLER PIC X(010) VALUE 'LIMA'.
           05 FILLER PIC X(010) VALUE 'MACHADO'.
           05 FILLER PIC X(010) VALUE 'NUNES'.
           05 FILLER PIC X(010) VALUE 'OLIVEIRA'.
           05 FILLER PIC X(010) VALUE 'PEREIRA'.
           05 FILLER PIC X(010) VALUE 'QUEIROZ'.
           05 FILLER PIC X(010) VALUE 'RAMOS'.
           05 FILLER PIC X(010) VALUE 'SOUZA'.
           05 FILLER PIC X(010) VALUE 'TEIXEIRA'.
           05 FILLER PIC X(010) VALUE 'VIEIRA'.
           05 FILLER PIC X(010) VALUE 'XAVIER'.
           05 FILLER PIC X(010) VALUE 'MOREIRA'.
           05 FILLER PIC X(010) VALUE 'CAMPOS'.
       01 TAB-SOBRENOMES REDEFINES TAB-SOBRENOMES-VALORES.
           05 TAB-SOBRENOME     PIC X(010) OCCURS 20 TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF PODE-COPIAR
               PERFORM 2000-COPIA-EMPMSTR
               PERFORM 2100-COPIA-HISTIMC
               PERFORM 2200-COPIA-SAUDMED
               PERFORM 2300-COPIA-CONTMSTR
               PERFORM 2400-COPIA-SALDOS
               PERFORM 2500-COPIA-LEVANT
               PERFORM 2600-COPIA-LOTMSTR
               PERFORM 2700-COPIA-GEOMSTR
               PERFORM 3000-FINALIZA
           END-IF
           GOBACK.
      *LE O SYSIN E RECUSA PREFIXO QUE APONTE PARA A PRODUCAO
       1000-INICIALIZA SECTION.
           MOVE RC-SUCESSO TO RETURN-CODE.
           ACCEPT WRK-PARAMETRO.
           UNSTRING WRK-PARAMETRO DELIMITED BY ALL SPACE
               INTO WRK-PREFIXO
                    WRK-DESLOC-TXT COUNT IN WRK-TAM-DESLOC
           END-UNSTRING.
           IF WRK-PARAMETRO = SPACES
               MOVE 'TREINO/' TO WRK-PREFIXO
           END-IF.
           IF WRK-TAM-DESLOC > ZEROS
               IF WRK-TAM-DESLOC <= 3
                  AND WRK-DESLOC-TXT(1:WRK-TAM-DESLOC) NUMERIC
                  AND WRK-DESLOC-TXT(1:WRK-TAM-DESLOC) NOT = ZEROS
                   MOVE WRK-DESLOC-TXT(1:WRK-TAM-DESLOC)
                       TO WRK-DESLOCAMENTO
               ELSE
                   DISPLAY 'DESLOCAMENTO INVALIDO ' WRK-DESLOC-TXT
                       ' - USANDO ' WRK-DESLOCAMENTO ' DIAS'
               END-IF
           END-IF.
           IF WRK-PREFIXO = SPACES OR WRK-PREFIXO = '.'
              OR WRK-PREFIXO = './' OR WRK-PREFIXO = '/'
               DISPLAY 'PREFIXO ' WRK-PREFIXO ' APONTA PARA OS '
                   'ARQUIVOS DE PRODUCAO - CARGA RECUSADA'
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           MOVE 'EMPMSTR' TO WRK-ARQUIVO.
           PERFORM 1100-MONTA-NOME.
           IF WRK-NOME-TREINO = WRK-ARQUIVO
              OR WRK-NOME-TREINO(1:2) = './'
                 AND WRK-NOME-TREINO(3:) = WRK-ARQUIVO
               DISPLAY 'DESTINO ' WRK-NOME-TREINO ' E O ARQUIVO DE '
                   'PRODUCAO - CARGA RECUSADA'
               MOVE RC-ERRO-GRAVE TO RETURN-CODE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           MOVE ZEROS TO CNT-ARQUIVOS.
           SET PODE-COPIAR TO TRUE.
           DISPLAY 'CARGA DO TREINO EM ' WRK-PREFIXO.
           DISPLAY 'DATAS DESLOCADAS EM ' WRK-DESLOCAMENTO ' DIAS'.
       1000-INICIALIZA-EXIT.
           EXIT.
      *NOME DO ARQUIVO DE TREINO = PREFIXO + NOME DE PRODUCAO
       1100-MONTA-NOME SECTION.
           MOVE SPACES TO WRK-NOME-TREINO.
           STRING WRK-PREFIXO DELIMITED BY SPACE
               WRK-ARQUIVO DELIMITED BY SPACE
               INTO WRK-NOME-TREINO
           END-STRING.
           MOVE ZEROS TO CNT-COPIADOS CNT-MASCARADOS.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           ADD 1 TO CNT-ARQUIVOS.
       1100-MONTA-NOME-EXIT.
           EXIT.
      *ORIGEM AUSENTE SO AVISA; DESTINO QUE NAO ABRE E ERRO
       1200-FALHA-ABERTURA SECTION.
           IF WS-ARQ-STATUS NOT = '00'
               DISPLAY WRK-ARQUIVO ' DE PRODUCAO INDISPONIVEL - STATUS '
                   WS-ARQ-STATUS ' - NAO COPIADO'
               IF RETURN-CODE < RC-AVISO
                   MOVE RC-AVISO TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'NAO FOI POSSIVEL CRIAR ' WRK-NOME-TREINO
                   ' - STATUS ' WS-TREINO-STATUS
               ADD 1 TO CNT-FALHAS
               IF RETURN-CODE < RC-ERRO
                   MOVE RC-ERRO TO RETURN-CODE
               END-IF
           END-IF.
       1200-FALHA-ABERTURA-EXIT.
           EXIT.
      *FUNCIONARIOS: NOME FICTICIO E NASCIMENTO DESLOCADO
       2000-COPIA-EMPMSTR SECTION.
           MOVE 'EMPMSTR' TO WRK-ARQUIVO.
           PERFORM 1100-MONTA-NOME.
           OPEN INPUT EMPMSTR.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               GO TO 2000-COPIA-EMPMSTR-EXIT
           END-IF.
           OPEN OUTPUT TEMPMSTR.
           IF WS-TREINO-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               CLOSE EMPMSTR
               GO TO 2000-COPIA-EMPMSTR-EXIT
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ EMPMSTR NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE EMP-ID TO WRK-SEMENTE
                       PERFORM 8000-NOME-FICTICIO
                       MOVE WRK-NOME-FICTICIO TO EMP-NOME
                       MOVE EMP-DATA-NASC TO WRK-DATA-CONV
                       PERFORM 8100-DESLOCA-DATA
                       MOVE WRK-DATA-CONV TO EMP-DATA-NASC
                       WRITE TEMP-REC FROM EMPMSTR-REC
                       ADD 1 TO CNT-COPIADOS CNT-MASCARADOS
               END-READ
           END-PERFORM.
           CLOSE EMPMSTR TEMPMSTR.
           PERFORM 2900-MOSTRA-TOTAL.
       2000-COPIA-EMPMSTR-EXIT.
           EXIT.
      *HISTORICO DE IMC: MESMO NOME FICTICIO PELO ID E DATA DESLOCADA
       2100-COPIA-HISTIMC SECTION.
           MOVE 'HISTIMC' TO WRK-ARQUIVO.
           PERFORM 1100-MONTA-NOME.
           OPEN INPUT HISTIMC.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               GO TO 2100-COPIA-HISTIMC-EXIT
           END-IF.
           OPEN OUTPUT THISTIMC.
           IF WS-TREINO-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               CLOSE HISTIMC
               GO TO 2100-COPIA-HISTIMC-EXIT
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ HISTIMC NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE HIST-ID TO WRK-SEMENTE
                       PERFORM 8000-NOME-FICTICIO
                       MOVE WRK-NOME-FICTICIO TO HIST-NOME
                       MOVE HIST-DATA TO WRK-DATA-CONV
                       PERFORM 8100-DESLOCA-DATA
                       MOVE WRK-DATA-CONV TO HIST-DATA
                       WRITE THIST-REC FROM HIST-REC
                       ADD 1 TO CNT-COPIADOS CNT-MASCARADOS
               END-READ
           END-PERFORM.
           CLOSE HISTIMC THISTIMC.
           PERFORM 2900-MOSTRA-TOTAL.
       2100-COPIA-HISTIMC-EXIT.
           EXIT.
      *MEDICOES DE SAUDE: DATA DESLOCADA
       2200-COPIA-SAUDMED SECTION.
           MOVE 'SAUDMED' TO WRK-ARQUIVO.
           PERFORM 1100-MONTA-NOME.
           OPEN INPUT SAUDMED.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               GO TO 2200-COPIA-SAUDMED-EXIT
           END-IF.
           OPEN OUTPUT TSAUDMED.
           IF WS-TREINO-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               CLOSE SAUDMED
               GO TO 2200-COPIA-SAUDMED-EXIT
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ SAUDMED NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE MED-DATA TO WRK-DATA-CONV
                       PERFORM 8100-DESLOCA-DATA
                       MOVE WRK-DATA-CONV TO MED-DATA
                       WRITE TMED-REC FROM SAUDMED-REC
                       ADD 1 TO CNT-COPIADOS CNT-MASCARADOS
               END-READ
           END-PERFORM.
           CLOSE SAUDMED TSAUDMED.
           PERFORM 2900-MOSTRA-TOTAL.
       2200-COPIA-SAUDMED-EXIT.
           EXIT.
      *CONTAS: TITULAR FICTICIO E CODIGO DE CLIENTE EMBARALHADO (A
      *CONTA FICA - E A CHAVE DO SALDOS E TEM DIGITO VERIFICADOR)
       2300-COPIA-CONTMSTR SECTION.
           MOVE 'CONTMSTR' TO WRK-ARQUIVO.
           PERFORM 1100-MONTA-NOME.
           OPEN INPUT CONTMSTR.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               GO TO 2300-COPIA-CONTMSTR-EXIT
           END-IF.
           OPEN OUTPUT TCONTMST.
           IF WS-TREINO-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               CLOSE CONTMSTR
               GO TO 2300-COPIA-CONTMSTR-EXIT
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ CONTMSTR NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       COMPUTE WRK-SEMENTE = CT-CLIENTE + 500000
                       PERFORM 8000-NOME-FICTICIO
                       MOVE WRK-NOME-FICTICIO TO CT-NOME
                       COMPUTE WRK-CLIENTE-MASC = FUNCTION MOD
                           (CT-CLIENTE * 7 + 4315827, 10000000)
                       MOVE WRK-CLIENTE-MASC TO CT-CLIENTE
                       WRITE TCT-REC FROM CONTMSTR-REC
                       ADD 1 TO CNT-COPIADOS CNT-MASCARADOS
               END-READ
           END-PERFORM.
           CLOSE CONTMSTR TCONTMST.
           PERFORM 2900-MOSTRA-TOTAL.
       2300-COPIA-CONTMSTR-EXIT.
           EXIT.
      *SALDOS: COPIA DIRETA (SO CONTA, SALDO E CODIGO DE TAXA)
       2400-COPIA-SALDOS SECTION.
           MOVE 'SALDOS' TO WRK-ARQUIVO.
           PERFORM 1100-MONTA-NOME.
           OPEN INPUT SALDOS.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               GO TO 2400-COPIA-SALDOS-EXIT
           END-IF.
           OPEN OUTPUT TSALDOS.
           IF WS-TREINO-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               CLOSE SALDOS
               GO TO 2400-COPIA-SALDOS-EXIT
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ SALDOS
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       WRITE TSL-REC FROM SALDOS-REC
                       ADD 1 TO CNT-COPIADOS
               END-READ
           END-PERFORM.
           CLOSE SALDOS TSALDOS.
           PERFORM 2900-MOSTRA-TOTAL.
       2400-COPIA-SALDOS-EXIT.
           EXIT.
      *LEVANTAMENTOS: COPIA DIRETA
       2500-COPIA-LEVANT SECTION.
           MOVE 'LEVANT' TO WRK-ARQUIVO.
           PERFORM 1100-MONTA-NOME.
           OPEN INPUT LEVANT.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               GO TO 2500-COPIA-LEVANT-EXIT
           END-IF.
           OPEN OUTPUT TLEVANT.
           IF WS-TREINO-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               CLOSE LEVANT
               GO TO 2500-COPIA-LEVANT-EXIT
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ LEVANT NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       WRITE TLV-REC FROM LEVANT-REC
                       ADD 1 TO CNT-COPIADOS
               END-READ
           END-PERFORM.
           CLOSE LEVANT TLEVANT.
           PERFORM 2900-MOSTRA-TOTAL.
       2500-COPIA-LEVANT-EXIT.
           EXIT.
      *LOTES: COPIA DIRETA
       2600-COPIA-LOTMSTR SECTION.
           MOVE 'LOTMSTR' TO WRK-ARQUIVO.
           PERFORM 1100-MONTA-NOME.
           OPEN INPUT LOTMSTR.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               GO TO 2600-COPIA-LOTMSTR-EXIT
           END-IF.
           OPEN OUTPUT TLOTMSTR.
           IF WS-TREINO-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               CLOSE LOTMSTR
               GO TO 2600-COPIA-LOTMSTR-EXIT
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ LOTMSTR NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       WRITE TLT-REC FROM LOTMSTR-REC
                       ADD 1 TO CNT-COPIADOS
               END-READ
           END-PERFORM.
           CLOSE LOTMSTR TLOTMSTR.
           PERFORM 2900-MOSTRA-TOTAL.
       2600-COPIA-LOTMSTR-EXIT.
           EXIT.
      *GEOMETRIA DOS LOTES: DATA DA MEDICAO DESLOCADA
       2700-COPIA-GEOMSTR SECTION.
           MOVE 'GEOMSTR' TO WRK-ARQUIVO.
           PERFORM 1100-MONTA-NOME.
           OPEN INPUT GEOMSTR.
           IF WS-ARQ-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               GO TO 2700-COPIA-GEOMSTR-EXIT
           END-IF.
           OPEN OUTPUT TGEOMSTR.
           IF WS-TREINO-STATUS NOT = '00'
               PERFORM 1200-FALHA-ABERTURA
               CLOSE GEOMSTR
               GO TO 2700-COPIA-GEOMSTR-EXIT
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ GEOMSTR NEXT
                   AT END
                       SET FIM-ARQUIVO TO TRUE
                   NOT AT END
                       MOVE GM-DATA TO WRK-DATA-CONV
                       PERFORM 8100-DESLOCA-DATA
                       MOVE WRK-DATA-CONV TO GM-DATA
                       WRITE TGM-REC FROM GEOMSTR-REC
                       ADD 1 TO CNT-COPIADOS CNT-MASCARADOS
               END-READ
           END-PERFORM.
           CLOSE GEOMSTR TGEOMSTR.
           PERFORM 2900-MOSTRA-TOTAL.
       2700-COPIA-GEOMSTR-EXIT.
           EXIT.
      *UMA LINHA DE TOTAL POR ARQUIVO COPIADO
       2900-MOSTRA-TOTAL SECTION.
           DISPLAY WRK-ARQUIVO ' -> ' WRK-NOME-TREINO(1:30)
               ' COPIADOS ' CNT-COPIADOS ' MASCARADOS ' CNT-MASCARADOS.
       2900-MOSTRA-TOTAL-EXIT.
           EXIT.
      *TOTAIS E RETORNO AO STEP
       3000-FINALIZA SECTION.
           DISPLAY 'ARQUIVOS TRATADOS....: ' CNT-ARQUIVOS.
           DISPLAY 'FALHAS NA GRAVACAO...: ' CNT-FALHAS.
       3000-FINALIZA-EXIT.
           EXIT.
      *NOME FICTICIO ESTAVEL: A MESMA SEMENTE DA SEMPRE O MESMO NOME
       8000-NOME-FICTICIO SECTION.
           COMPUTE IX-PRENOME = FUNCTION MOD(WRK-SEMENTE * 7 + 3, 20)
               + 1.
           DIVIDE WRK-SEMENTE BY 20 GIVING WRK-QUOCIENTE.
           COMPUTE IX-SOBRENOME =
               FUNCTION MOD(WRK-QUOCIENTE * 11 + WRK-SEMENTE, 20) + 1.
           MOVE SPACES TO WRK-NOME-FICTICIO.
           STRING TAB-PRENOME(IX-PRENOME) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               TAB-SOBRENOME(IX-SOBRENOME) DELIMITED BY SPACE
               INTO WRK-NOME-FICTICIO
           END-STRING.
       8000-NOME-FICTICIO-EXIT.
           EXIT.
      *DESLOCA WRK-DATA-CONV (AAAAMMDD) PARA TRAS; ZERO FICA ZERO
       8100-DESLOCA-DATA SECTION.
           IF WRK-DATA-CONV = ZEROS
               GO TO 8100-DESLOCA-DATA-EXIT
           END-IF.
           COMPUTE WRK-DATA-CONV = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-CONV)
                - WRK-DESLOCAMENTO).
       8100-DESLOCA-DATA-EXIT.
           EXIT.
       END PROGRAM TREIMSTR.

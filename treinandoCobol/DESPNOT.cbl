      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: DESPACHANTE DA FILA DE NOTIFICACOES - LE AS
      *          NOTIFICACOES PENDENTES DA NOTIFQ (GRAVADAS PELO
      *          SERVICO GRVNOTIF), RESOLVE O GRUPO DESTINATARIO NOS
      *          ENDERECOS DO ARQUIVO DE GRUPOS GRUPNOT E FORMATA UMA
      *          LINHA POR ENDERECO NO ARQUIVO DE INTERFACE MAILNOT
      *          QUE O GATEWAY DE CORREIO APANHA (HEADER, DETALHES E
      *          TRAILER NO ESTILO DA INTERFACE DO ALERTHR). CADA
      *          NOTIFICACAO ENTREGUE E MARCADA COMO ENVIADA, COM DATA
      *          E HORA DO ENVIO; GRUPO SEM ENDERECO NO GRUPNOT DEIXA
      *          A NOTIFICACAO PENDENTE PARA A PROXIMA RODADA E O
      *          STEP SAI COM RC-AVISO.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESPNOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFQ ASSIGN TO "NOTIFQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NQ-CHAVE
               FILE STATUS IS WS-NOTIFQ-STATUS.
           SELECT GRUPNOT ASSIGN TO "GRUPNOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRUPNOT-STATUS.
           SELECT MAILNOT ASSIGN TO "MAILNOT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFQ.
       COPY NTFREC.
       FD  GRUPNOT.
       COPY GNTREC.
       FD  MAILNOT.
       01  MAIL-LINHA PIC X(160).
       WORKING-STORAGE SECTION.
       COPY RETCOPY.
       01 WRK-DATA-HOJE     PIC 9(008) VALUE ZEROS.
       01 WRK-HORA-AGORA    PIC 9(008) VALUE ZEROS.
       01 AREA-CONTROLE.
           05 WS-NOTIFQ-STATUS  PIC X(002) VALUE '00'.
           05 WS-GRUPNOT-STATUS PIC X(002) VALUE '00'.
           05 WS-FIM-NOTIFQ     PIC X(001) VALUE 'N'.
               88 FIM-NOTIFQ         VALUE 'S'.
           05 WS-FIM-GRUPNOT    PIC X(001) VALUE 'N'.
               88 FIM-GRUPNOT        VALUE 'S'.
      *ENDERECOS DOS GRUPOS DESTINATARIOS, CARREGADOS DO GRUPNOT
       01 TAB-GRUPOS.
           05 TAB-GRP-QTDE      PIC 9(003) VALUE ZEROS.
           05 TAB-GRP-ENTRADA   OCCURS 200 TIMES.
               10 TAB-GRP-GRUPO    PIC X(008).
               10 TAB-GRP-ENDERECO PIC X(060).
           05 IX-GRP            PIC 9(003) VALUE ZEROS.
       01 AREA-TOTAIS.
           05 CNT-LIDAS         PIC 9(005) VALUE ZEROS.
           05 CNT-PENDENTES     PIC 9(005) VALUE ZEROS.
           05 CNT-ENVIADAS      PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-DESTINO   PIC 9(005) VALUE ZEROS.
           05 CNT-LINHAS        PIC 9(005) VALUE ZEROS.
           05 CNT-ENDERECOS     PIC 9(003) VALUE ZEROS.
      *LAYOUT FIXO DA INTERFACE COM O GATEWAY DE CORREIO
       01 MAIL-CABECALHO.
           05 FILLER        PIC X(001) VALUE 'H'.
           05 CAB-DATA      PIC 9(008).
           05 FILLER        PIC X(008) VALUE 'DESPNOT '.
       01 MAIL-DETALHE.
           05 FILLER        PIC X(001) VALUE 'D'.
           05 MLD-ENDERECO  PIC X(060).
           05 MLD-GRUPO     PIC X(008).
           05 MLD-SEVERIDADE PIC X(001).
           05 MLD-MSG-ID    PIC X(007).
           05 MLD-PROGRAMA  PIC X(008).
           05 MLD-DATA      PIC 9(008).
           05 MLD-HORA      PIC 9(006).
           05 MLD-TEXTO     PIC X(060).
       01 MAIL-TRAILER.
           05 FILLER        PIC X(001) VALUE 'T'.
           05 TRL-DATA      PIC 9(008).
           05 TRL-QTDE      PIC 9(005).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-DESPACHA UNTIL FIM-NOTIFQ
           PERFORM 3000-FINALIZA
           GOBACK.
      *CARREGA OS GRUPOS, ABRE A FILA E A INTERFACE
       1000-INICIALIZA SECTION.
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           OPEN INPUT GRUPNOT.
           IF WS-GRUPNOT-STATUS NOT = '00'
               DISPLAY 'GRUPNOT INDISPONIVEL - STATUS '
                   WS-GRUPNOT-STATUS ' - NENHUM ENDERECO CONHECIDO'
           ELSE
               PERFORM UNTIL FIM-GRUPNOT
                   READ GRUPNOT
                       AT END
                           SET FIM-GRUPNOT TO TRUE
                       NOT AT END
                           PERFORM 1100-GUARDA-ENDERECO
                   END-READ
               END-PERFORM
               CLOSE GRUPNOT
           END-IF.
           OPEN I-O NOTIFQ.
           IF WS-NOTIFQ-STATUS NOT = '00'
               DISPLAY 'NOTIFQ VAZIA - STATUS ' WS-NOTIFQ-STATUS
               SET FIM-NOTIFQ TO TRUE
           END-IF.
           OPEN OUTPUT MAILNOT.
           MOVE WRK-DATA-HOJE TO CAB-DATA.
           WRITE MAIL-LINHA FROM MAIL-CABECALHO.
       1000-INICIALIZA-EXIT.
           EXIT.
      *UMA LINHA DO GRUPNOT NA TABELA (COMENTARIO E BRANCO NAO ENTRAM)
       1100-GUARDA-ENDERECO SECTION.
           IF GRUPNOT-REC = SPACES OR GRUPNOT-REC(1:1) = '*'
              OR GN-ENDERECO = SPACES
               GO TO 1100-GUARDA-ENDERECO-EXIT
           END-IF.
           IF TAB-GRP-QTDE = 200
               DISPLAY 'GRUPNOT COM MAIS DE 200 ENDERECOS - '
                   GN-GRUPO ' ' GN-ENDERECO ' IGNORADO'
               GO TO 1100-GUARDA-ENDERECO-EXIT
           END-IF.
           ADD 1 TO TAB-GRP-QTDE.
           MOVE GN-GRUPO    TO TAB-GRP-GRUPO(TAB-GRP-QTDE).
           MOVE GN-ENDERECO TO TAB-GRP-ENDERECO(TAB-GRP-QTDE).
       1100-GUARDA-ENDERECO-EXIT.
           EXIT.
      *ENTREGA UMA NOTIFICACAO PENDENTE A TODOS OS ENDERECOS DO GRUPO
       2000-DESPACHA SECTION.
           READ NOTIFQ NEXT
               AT END
                   SET FIM-NOTIFQ TO TRUE
                   GO TO 2000-DESPACHA-EXIT
           END-READ.
           ADD 1 TO CNT-LIDAS.
           IF NOT NQ-PENDENTE
               GO TO 2000-DESPACHA-EXIT
           END-IF.
           ADD 1 TO CNT-PENDENTES.
           MOVE ZEROS TO CNT-ENDERECOS.
           PERFORM VARYING IX-GRP FROM 1 BY 1
                   UNTIL IX-GRP > TAB-GRP-QTDE
               IF TAB-GRP-GRUPO(IX-GRP) = NQ-GRUPO
                   PERFORM 2100-GRAVA-DETALHE
               END-IF
           END-PERFORM.
           IF CNT-ENDERECOS = ZEROS
               ADD 1 TO CNT-SEM-DESTINO
               DISPLAY 'GRUPO ' NQ-GRUPO ' SEM ENDERECO NO GRUPNOT - '
                   NQ-MSG-ID ' ' NQ-PROGRAMA ' FICA PENDENTE'
               GO TO 2000-DESPACHA-EXIT
           END-IF.
           SET NQ-ENVIADA TO TRUE.
           MOVE WRK-DATA-HOJE  TO NQ-DATA-ENVIO.
           MOVE WRK-HORA-AGORA TO NQ-HORA-ENVIO.
           REWRITE NOTIFQ-REC.
           ADD 1 TO CNT-ENVIADAS.
       2000-DESPACHA-EXIT.
           EXIT.
      *UMA LINHA DE INTERFACE PARA UM ENDERECO DO GRUPO
       2100-GRAVA-DETALHE SECTION.
           MOVE TAB-GRP-ENDERECO(IX-GRP) TO MLD-ENDERECO.
           MOVE NQ-GRUPO                 TO MLD-GRUPO.
           MOVE NQ-SEVERIDADE            TO MLD-SEVERIDADE.
           MOVE NQ-MSG-ID                TO MLD-MSG-ID.
           MOVE NQ-PROGRAMA              TO MLD-PROGRAMA.
           MOVE NQ-DATA                  TO MLD-DATA.
           MOVE NQ-HORA(1:6)             TO MLD-HORA.
           MOVE NQ-TEXTO                 TO MLD-TEXTO.
           WRITE MAIL-LINHA FROM MAIL-DETALHE.
           ADD 1 TO CNT-LINHAS.
           ADD 1 TO CNT-ENDERECOS.
       2100-GRAVA-DETALHE-EXIT.
           EXIT.
      *TRAILER, TOTAIS E RETORNO AO STEP
       3000-FINALIZA SECTION.
           MOVE WRK-DATA-HOJE TO TRL-DATA.
           MOVE CNT-LINHAS    TO TRL-QTDE.
           WRITE MAIL-LINHA FROM MAIL-TRAILER.
           CLOSE MAILNOT.
           IF WS-NOTIFQ-STATUS NOT = '35'
              AND WS-NOTIFQ-STATUS NOT = '91'
               CLOSE NOTIFQ
           END-IF.
           DISPLAY 'NOTIFICACOES NA FILA.: ' CNT-LIDAS.
           DISPLAY 'PENDENTES............: ' CNT-PENDENTES.
           DISPLAY 'ENVIADAS.............: ' CNT-ENVIADAS.
           DISPLAY 'SEM DESTINO..........: ' CNT-SEM-DESTINO.
           DISPLAY 'LINHAS PARA O GATEWAY: ' CNT-LINHAS.
           IF CNT-SEM-DESTINO > ZEROS
               MOVE RC-AVISO TO RETURN-CODE
           ELSE
               MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
       END PROGRAM DESPNOT.

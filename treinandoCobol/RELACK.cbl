      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ ALERTA ENCERRADO POR DESLIGAMENTO (SITUACAO 'D',
      *                GRAVADA PELO DESLIGA) NAO ENVELHECE NEM ESCALA;
      *                SO ENTRA NO TOTAL PROPRIO DO RODAPE.
      * 15/10/2026 RJJ ALERTA ESCALADO TAMBEM VAI PARA A FILA DE
      *                NOTIFICACOES (CALL 'GRVNOTIF'), GRUPO RH,
      *                MSG0008, UMA VEZ POR ALERTA POR DIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELACK.
       COPY DATACOPY.
       COPY RETCOPY.
       COPY REPHDR.
       COPY NTFCOM.
       01 AREA-CONTROLE.
           05 WS-ALERTCTL-STATUS PIC X(002) VALUE '00'.
           05 WS-RUNCTL-STATUS   PIC X(002) VALUE '00'.
           05 CNT-ENVIADOS       PIC 9(005) VALUE ZEROS.
           05 CNT-SEM-RESPOSTA   PIC 9(005) VALUE ZEROS.
           05 CNT-ESCALADOS      PIC 9(005) VALUE ZEROS.
           05 CNT-DESLIGADOS     PIC 9(005) VALUE ZEROS.
       01 REL-CABECALHO-0.
           05 FILLER   PIC X(041) VALUE
               'ALERTAS AO RH AGUARDANDO RESPOSTA - AGING'.
                       IF WRK-DIAS-ESPERA > WRK-DIAS-ACK
                           ADD 1 TO CNT-ESCALADOS
                           MOVE 'ESCALADO' TO DET-SITUACAO
                           PERFORM 2100-NOTIFICA
                       ELSE
                           MOVE 'NO PRAZO' TO DET-SITUACAO
                       END-IF
                       WRITE REL-LINHA FROM REL-DETALHE
                   END-IF
                   IF ALC-DESLIGADO
                       ADD 1 TO CNT-DESLIGADOS
                   END-IF
           END-READ.
       2000-PROCESSA-EXIT.
           EXIT.
      *ENFILEIRA O ALERTA VENCIDO PARA O GRUPO DO RH
       2100-NOTIFICA SECTION.
           MOVE SPACES     TO AREA-GRVNOTIF.
           MOVE 'RH'       TO NTF-GRUPO.
           MOVE 'A'        TO NTF-SEVERIDADE.
           MOVE 'MSG0008'  TO NTF-MSG-ID.
           MOVE 'RELACK'   TO NTF-PROGRAMA.
           MOVE ALC-ID     TO NTF-CONDICAO.
           STRING 'ALERTA DO FUNCIONARIO ' ALC-ID ' SEM RESPOSTA HA '
               DET-DIAS ' DIAS' DELIMITED BY SIZE INTO NTF-TEXTO.
           CALL 'GRVNOTIF' USING AREA-GRVNOTIF.
       2100-NOTIFICA-EXIT.
           EXIT.
      *TOTAIS E RETORNO AO STEP
       3000-FINALIZA SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING 'ESCALADOS..........: ' CNT-ESCALADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENCERRADOS POR DESLIGAMENTO: ' CNT-DESLIGADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELACK.
           IF WS-ALERTCTL-STATUS NOT = '35'
              AND WS-ALERTCTL-STATUS NOT = '91'

      *                DO GEOREC ATUAL (DIMENSOES COM CENTAVOS +
      *                GM-QTD-VERT) - O CENSO SUPERESTIMAVA O TAMANHO
      *                EM UNS 10 POR CENTO E ENTORTAVA O RELCAP.
      * 15/10/2026 RJJ LARGURA DO EMPMSTR DE 33 PARA 39 BYTES (O
      *                EMP-ID-SUCESSOR DO EMPREC).
      * 15/10/2026 RJJ LARGURA DO EMPMSTR DE 39 PARA 55 BYTES (DATAS DE
      *                NASCIMENTO E ADMISSAO DO EMPREC).
      * 15/10/2026 RJJ LARGURA DO LEVANT DE 30 PARA 34 BYTES (CODIGO DA
      *                EMPREITEIRA DO LEVREC).
      * 15/10/2026 RJJ LARGURA DO HISTIMC DE 44 PARA 50 BYTES (CODIGO E
      *                CALIBRACAO DO DISPOSITIVO DO HISTREC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSARQ.
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 'EMPMSTR ' TO WRK-NOME-LOG
                   MOVE 55 TO WRK-LARGURA
                   OPEN INPUT EMPMSTR
               WHEN 2
                   MOVE 'HISTIMC ' TO WRK-NOME-LOG
                   MOVE 50 TO WRK-LARGURA
                   OPEN INPUT HISTIMC
               WHEN 3
                   MOVE 'LEVANT  ' TO WRK-NOME-LOG
                   MOVE 34 TO WRK-LARGURA
                   OPEN INPUT LEVANT
               WHEN 4
                   MOVE 'MASTRWRK' TO WRK-NOME-LOG

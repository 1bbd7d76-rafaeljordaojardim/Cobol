      *          REGISTRO CORRIGIDO E O ANEXA AO INPUT DA PROXIMA
      *          RODADA (CALCREJ PARA TRANCALC, FATREJ PARA FATIN,
      *          MENORREJ PARA NUMIN, PARREJ PARA CONTASLT, PROGREJ
      *          PARA ROSTER; IDADREJ SE CORRIGE NO EMPMAINT), COM A
      *          TRILHA DE CONTROLE CUMULATIVA RECALCULADA POR TRLCOPY
      *          NOS ARQUIVOS QUE A CARREGAM (MESMO DESENHO DO
      *          CALCENTR).
      *          O REJEITO RECICLADO SAI DO ARQUIVO DE REJEICAO (QUE E
      *          REGRAVADO SEM ELE) E FICA ANOTADO NO REJRECIC - NADA
      *          E CONSERTADO DUAS VEZES.
      *                CARMSTR - COM ASSIGN TO O NOME ERA TRATADO
      *                COMO LITERAL EXTERNO E O ARQUIVO ESCOLHIDO
      *                NUNCA ERA ABERTO.
      * 15/10/2026 RJJ O ROSTIDAD FOI APOSENTADO - O AULA-002-LOTE LE O
      *                CADASTRO EMPMSTR E O IDADREJ GUARDA A IMAGEM DO
      *                FUNCIONARIO SEM NASCIMENTO VALIDO. A OPCAO 6 NAO
      *                REAPRESENTA MAIS NADA: ORIENTA A CORRIGIR A DATA
      *                NO EMPMAINT (OPCAO 6 - ALTERAR DATAS), E A
      *                PROXIMA RODADA DO LOTE JA NAO O REJEITA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJFIX.
           DISPLAY '3 - MENORREJ (DESTINO NUMIN)'.
           DISPLAY '4 - PARREJ   (DESTINO CONTASLT)'.
           DISPLAY '5 - PROGREJ  (DESTINO ROSTER)'.
           DISPLAY '6 - IDADREJ  (CORRECAO NO EMPMAINT)'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 'PROGREJ ' TO WRK-NOME-REJ
                   MOVE 'ROSTER  ' TO WRK-NOME-DEST
               WHEN 6
                   DISPLAY 'O IDADREJ TRAZ FUNCIONARIOS SEM DATA DE '
                       'NASCIMENTO VALIDA NO EMPMSTR - CORRIJA NO '
                       'EMPMAINT, OPCAO 6 - ALTERAR DATAS'
                   MOVE 'N' TO WS-SESSAO-ABERTA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 'N' TO WS-SESSAO-ABERTA
                           MOVE WRK-CAMPO-HASH TO TRI-CAMPO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE WRK-HASH-FONTE(1:9) TO WRK-CAMPO-HASH
                   IF WRK-CAMPO-HASH NUMERIC

      *                A ENTRADA PASSA PELO SERVICO DE AUTORIZACAO
      *                VERAUTH (MATRIZ AUTMSTR DO AUTMAINT), COMO NAS
      *                DEMAIS TELAS DE MANUTENCAO.
      * 15/10/2026 RJJ PLANO PADRAO GANHA A CONTA 3101 LUCROS
      *                ACUMULADOS, QUE RECEBE O ENCERRAMENTO DAS CONTAS
      *                DE RESULTADO NO FECHAMENTO DE DEZEMBRO (CTBMES).
      * 15/10/2026 RJJ PLANO PADRAO GANHA A CONTA 4102 RECEITA DE
      *                TARIFAS, CREDITADA PELA COBRANCA MENSAL DO
      *                TARLOTE.
      * 15/10/2026 RJJ PLANO PADRAO GANHA A CONTA 2102 JUROS A
      *                CAPITALIZAR, QUE GUARDA O JURO APROPRIADO PELO
      *                JUROLOTE ATE A CAPITALIZACAO DO FIM DO MES.
      * 15/10/2026 RJJ PLANO PADRAO GANHA A CONTA 5103 SOBRAS E FALTAS
      *                DE CAIXA, QUE RECEBE A DIFERENCA DA CONFERENCIA
      *                DA GAVETA DE CADA FUNDO DO CAIXA PEQUENO.
      * 15/10/2026 RJJ PLANO PADRAO GANHA AS CONTAS 1301 EMPRESTIMOS A
      *                RECEBER E 4103 RECEITA DE JUROS DE EMPRESTIMOS,
      *                LANCADAS PELA COBRANCA DE PRESTACOES DO CTRLOTE.
      * 15/10/2026 RJJ PLANO PADRAO GANHA A CONTA 4104 RECEITA DE JUROS
      *                DE CHEQUE ESPECIAL, COBRADOS PELO JUROLOTE DAS
      *                CONTAS COM SALDO NEGATIVO.
      * 15/10/2026 RJJ PLANO PADRAO GANHA A CONTA 1102 CAIXA DAS
      *                AGENCIAS, CONTRAPARTIDA DOS DEPOSITOS E SAQUES
      *                DE CLIENTES DO MOVLOTE, QUE CAIAM NA 1101 CAIXA
      *                PEQUENO E BAGUNCAVAM O FECHAMENTO DOS FUNDOS.
      *                PLANCTA JA EXISTENTE: INCLUA A 1102 (NATUREZA D)
      *                PELA OPCAO DE INCLUSAO ANTES DA PROXIMA NOITE.
      * 15/10/2026 RJJ PLANO PADRAO GANHA A CONTA 1103 TESOURARIA,
      *                CONTRAPARTIDA DA REPOSICAO DOS FUNDOS DO CAIXA
      *                PEQUENO RECEBIDA NO LIVRO DO CAIXA. PLANCTA JA
      *                EXISTENTE: INCLUA A 1103 (NATUREZA D) PELA OPCAO
      *                DE INCLUSAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAMAINT.
           END-IF.
       1000-CARREGA-TABELA-EXIT.
           EXIT.
      *AS CONTAS QUE O JUROLOTE E O CAIXA PEQUENO JA LANCAM, MAIS A
      *DE LUCROS ACUMULADOS DO ENCERRAMENTO DO EXERCICIO E A DE
      *RECEITA DE TARIFAS DO TARLOTE E A DE JUROS A CAPITALIZAR,
      *ALEM DAS DUAS DA CARTEIRA DE EMPRESTIMOS DO CTRLOTE, A DE
      *RECEITA DE CHEQUE ESPECIAL DO JUROLOTE, A DO CAIXA DAS
      *AGENCIAS DO MOVLOTE E A DA TESOURARIA QUE REPOE OS FUNDOS
       1100-CONTAS-PADRAO SECTION.
           MOVE 14 TO CTA-QTDE.
           MOVE 1101                      TO TAB-CONTA(1).
           MOVE 'CAIXA PEQUENO'           TO TAB-NOME(1).
           MOVE 'D'                       TO TAB-NATUREZA(1).
           MOVE 5102                      TO TAB-CONTA(5).
           MOVE 'DESPESAS DO CAIXA PEQ.'  TO TAB-NOME(5).
           MOVE 'D'                       TO TAB-NATUREZA(5).
           MOVE 3101                      TO TAB-CONTA(6).
           MOVE 'LUCROS ACUMULADOS'       TO TAB-NOME(6).
           MOVE 'C'                       TO TAB-NATUREZA(6).
           MOVE 4102                      TO TAB-CONTA(7).
           MOVE 'RECEITA DE TARIFAS'      TO TAB-NOME(7).
           MOVE 'C'                       TO TAB-NATUREZA(7).
           MOVE 2102                      TO TAB-CONTA(8).
           MOVE 'JUROS A CAPITALIZAR'     TO TAB-NOME(8).
           MOVE 'C'                       TO TAB-NATUREZA(8).
           MOVE 5103                      TO TAB-CONTA(9).
           MOVE 'SOBRAS E FALTAS DE CAIXA' TO TAB-NOME(9).
           MOVE 'D'                       TO TAB-NATUREZA(9).
           MOVE 1301                      TO TAB-CONTA(10).
           MOVE 'EMPRESTIMOS A RECEBER'   TO TAB-NOME(10).
           MOVE 'D'                       TO TAB-NATUREZA(10).
           MOVE 4103                      TO TAB-CONTA(11).
           MOVE 'RECEITA JUROS DE EMPRESTIMOS' TO TAB-NOME(11).
           MOVE 'C'                       TO TAB-NATUREZA(11).
           MOVE 4104                      TO TAB-CONTA(12).
           MOVE 'RECEITA JUROS CHEQUE ESPECIAL' TO TAB-NOME(12).
           MOVE 'C'                       TO TAB-NATUREZA(12).
           MOVE 1102                      TO TAB-CONTA(13).
           MOVE 'CAIXA DAS AGENCIAS'      TO TAB-NOME(13).
           MOVE 'D'                       TO TAB-NATUREZA(13).
           MOVE 1103                      TO TAB-CONTA(14).
           MOVE 'TESOURARIA'              TO TAB-NOME(14).
           MOVE 'D'                       TO TAB-NATUREZA(14).
       1100-CONTAS-PADRAO-EXIT.
           EXIT.
      *REGRAVA O PLANO A PARTIR DA TABELA

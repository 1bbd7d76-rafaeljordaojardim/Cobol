      *          E O DIARIO RELJUROS DAQUELA NOITE; UM TITULAR PEDINDO
      *          "TODOS OS MOVIMENTOS DA MINHA CONTA NO MES" FICAVA SEM
      *          RESPOSTA. CADA APROPRIACAO AGORA E POSTADA AQUI,
      *          CHAVEADA POR CONTA + DATA + SEQUENCIA, COM SALDO ANTES
      *          E DEPOIS; O EXTRATO MENSAL SAI PELO PROGRAMA EXTRATO.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          MOVCONTA (ORGANIZATION INDEXED, RECORD KEY MV-CHAVE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 01/09/2026 RJJ FIRST VERSION. MV-TIPO: 'J' JUROS APROPRIADOS.
      * 15/10/2026 RJJ A CHAVE GANHOU A SEQUENCIA MV-SEQ (CONTA + DATA
      *                + SEQUENCIA) - COM A POSTAGEM DE DEPOSITOS,
      *                SAQUES E TRANSFERENCIAS DO MOVLOTE UMA CONTA TEM
      *                VARIOS MOVIMENTOS NO MESMO DIA. A SEQUENCIA 000
      *                FICA RESERVADA PARA A APROPRIACAO DO JUROLOTE
      *                (QUE CONTINUA REGRAVANDO NA REEXECUCAO); O
      *                MOVLOTE USA A PRIMEIRA LIVRE A PARTIR DE 001.
      *                MV-TIPO NOVOS: 'D' DEPOSITO, 'S' SAQUE, 'T'
      *                TRANSFERENCIA ENVIADA, 'R' TRANSFERENCIA
      *                RECEBIDA. MV-VALOR E POSITIVO NO CREDITO E
      *                NEGATIVO NO DEBITO. REGISTRO PASSOU DE 77 PARA
      *                80 BYTES: RENOMEIE O MOVCONTA ATUAL PARA
      *                MOVCONTV E RODE O CADCONV OPCAO 4.
      * 15/10/2026 RJJ MV-TIPO NOVO: 'F' TARIFA DEBITADA PELA COBRANCA
      *                MENSAL DO TARLOTE (VALOR NEGATIVO). COMO OS
      *                JUROS, NAO CONTA COMO MOVIMENTO DO CLIENTE NA
      *                DETECCAO DE DORMENCIA.
      * 15/10/2026 RJJ MV-TIPO NOVO: 'E' PRESTACAO DE EMPRESTIMO
      *                DEBITADA PELA COBRANCA MENSAL DO CTRLOTE (VALOR
      *                NEGATIVO, HISTORICO COM CONTRATO E PRESTACAO).
      *                TAMBEM NAO CONTA COMO MOVIMENTO DO CLIENTE NA
      *                DETECCAO DE DORMENCIA.
      * 15/10/2026 RJJ MV-TIPO NOVO: 'N' JUROS DE SALDO NEGATIVO
      *                (CHEQUE ESPECIAL) DEBITADOS PELO JUROLOTE (VALOR
      *                NEGATIVO), NA PRIMEIRA SEQUENCIA LIVRE DA DATA A
      *                PARTIR DE 001, COMO OS MOVIMENTOS DO MOVLOTE -
      *                COBRANCAS DE DIAS SEGUIDOS COM A MESMA DATA DE
      *                LIQUIDACAO GANHAM CADA UMA O SEU REGISTRO. NAO
      *                CONTA COMO MOVIMENTO DO CLIENTE NA DETECCAO DE
      *                DORMENCIA.
      * 15/10/2026 RJJ MV-TIPO NOVO: 'L' LIBERACAO DE EMPRESTIMO - O
      *                PRINCIPAL DO CONTRATO CREDITADO NA CONTA PELO
      *                CTRLOTE (VALOR POSITIVO, HISTORICO COM O
      *                CONTRATO), NA PRIMEIRA SEQUENCIA LIVRE A PARTIR
      *                DE 001.
      ******************************************************************
       01  MOVCONTA-REC.
           05 MV-CHAVE.
               10 MV-CONTA       PIC 9(009).
               10 MV-DATA        PIC 9(008).
               10 MV-SEQ         PIC 9(003).
           05 MV-TIPO            PIC X(001).
               88 MV-JUROS           VALUE 'J'.
               88 MV-DEPOSITO        VALUE 'D'.
               88 MV-SAQUE           VALUE 'S'.
               88 MV-TRANSF-ENVIADA  VALUE 'T'.
               88 MV-TRANSF-RECEBIDA VALUE 'R'.
               88 MV-TARIFA          VALUE 'F'.
               88 MV-PRESTACAO       VALUE 'E'.
               88 MV-JUROS-NEGATIVO  VALUE 'N'.
               88 MV-LIBERACAO       VALUE 'L'.
           05 MV-HISTORICO       PIC X(020).
           05 MV-VALOR           PIC S9(011)V99.
           05 MV-SALDO-ANTES     PIC S9(011)V99.

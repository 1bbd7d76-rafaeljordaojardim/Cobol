      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE CLIENTES (CLIMSTR) - O CONTMSTR
      *          GUARDA O CT-NOME COMO TEXTO LIVRE EM CADA CONTA, E A
      *          MESMA PESSOA COM TRES CONTAS APARECIA COM TRES
      *          GRAFIAS; NINGUEM CONSEGUIA DIZER O QUE UM CLIENTE TEM
      *          CONOSCO. O CLIENTE AGORA TEM CODIGO PROPRIO, CPF
      *          VALIDADO PELOS DOIS DIGITOS VERIFICADORES (VALCPF,
      *          UNICO NO CADASTRO - CHAVE ALTERNATIVA SEM DUPLICATAS),
      *          NOME E ENDERECO, E CADA CONTA DO CONTMSTR APONTA PARA
      *          UM CLIENTE (CT-CLIENTE). MANTIDO PELO CLIMAINT.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          CLIMSTR (ORGANIZATION INDEXED, RECORD KEY CLI-CODIGO,
      *          ALTERNATE RECORD KEY CLI-CPF).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ ADDED CLI-EMAIL E CLI-ENTREGA, A FORMA DE ENTREGA
      *                DO EXTRATO MENSAL: 'P' SO PAPEL (IMPRESSO NA
      *                CASA) OU 'E' ELETRONICO (VAI NO EXTRATO DA
      *                GRAFICA/CORREIO ELETRONICO EXTELET). O REGISTRO
      *                CRESCEU DE 127 PARA 168 BYTES: RENOMEIE O CLIMSTR
      *                ATUAL PARA CLIMSTV E RODE O CADCONV (OPCAO 9) -
      *                OS CLIENTES CONVERTIDOS FICAM SO PAPEL, SEM
      *                E-MAIL.
      ******************************************************************
       01  CLIMSTR-REC.
           05 CLI-CODIGO         PIC 9(007).
           05 CLI-CPF            PIC 9(011).
           05 CLI-NOME           PIC X(030).
           05 CLI-ENDERECO       PIC X(040).
           05 CLI-CIDADE         PIC X(020).
           05 CLI-UF             PIC X(002).
           05 CLI-CEP            PIC 9(008).
           05 CLI-SITUACAO       PIC X(001).
               88 CLI-ATIVO          VALUE 'A'.
               88 CLI-INATIVO        VALUE 'I'.
           05 CLI-DATA-CADASTRO  PIC 9(008).
           05 CLI-EMAIL          PIC X(040).
           05 CLI-ENTREGA        PIC X(001).
               88 CLI-SO-PAPEL       VALUE 'P'.
               88 CLI-ELETRONICO     VALUE 'E'.

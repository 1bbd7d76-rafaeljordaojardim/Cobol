      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE FUNDOS DO CAIXA PEQUENO
      *          (FUNDOCX) - CADA ANDAR TINHA A SUA LATA DE DINHEIRO E
      *          TUDO ERA CONCILIADO NO PAPEL PARA UM LIVRO SO. AGORA
      *          CADA FUNDO TEM CODIGO (O DEP-CODIGO DO DEPMSTR DO
      *          DEPARTAMENTO DONO DA LATA; 000 E O CAIXA GERAL QUE JA
      *          EXISTIA) E A SUA SUBCONTA CONTABIL DE CAIXA NO PLANCTA,
      *          QUE RECEBE OS LANCAMENTOS DE FECHAMENTO DO LIVRO DO
      *          CAIXA PARA AQUELE FUNDO. MANTIDO PELO FUNMAINT.
      *
      *          O FUNDO E DE VALOR FIXO (IMPREST): FF-NIVEL-FIXO E O
      *          VALOR QUE A LATA DEVE TER CHEIA E FF-PCT-GATILHO O
      *          PERCENTUAL DESSE NIVEL ABAIXO DO QUAL O REPOLOTE EMITE
      *          O VALE DE REPOSICAO. NIVEL ZERO (OU REGISTRO ANTERIOR
      *          A ESTES CAMPOS) = FUNDO SEM REPOSICAO AUTOMATICA.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          FUNDOCX (ORGANIZATION LINE SEQUENTIAL, UM REGISTRO POR
      *          FUNDO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ NIVEL FIXO E PERCENTUAL DE GATILHO DA REPOSICAO.
      ******************************************************************
       01  FUNDOCX-REC.
           05 FF-FUNDO           PIC 9(003).
           05 FF-CONTA-CTB       PIC 9(004).
           05 FF-SITUACAO        PIC X(001).
               88 FF-ATIVO           VALUE 'A'.
               88 FF-INATIVO         VALUE 'I'.
           05 FF-NIVEL-FIXO      PIC 9(009)V99.
           05 FF-PCT-GATILHO     PIC 9(003).

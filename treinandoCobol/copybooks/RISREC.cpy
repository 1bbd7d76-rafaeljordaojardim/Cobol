      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE REGRAS DE RISCO CARDIOVASCULAR
      *          (RISCOREG) - CADA REGRA CASA UMA COMBINACAO DE FAIXA
      *          DE IMC, FAIXA DE CINTURA E CATEGORIA DE PRESSAO COM UM
      *          NIVEL DE RISCO. MANTIDA PELA CLINICA NO RISMAINT; O
      *          RELRISCO CLASSIFICA CADA FUNCIONARIO PELO MAIOR NIVEL
      *          ENTRE AS REGRAS QUE CASAM (NENHUMA CASANDO = BAIXO).
      *
      *          FAIXAS (MESMOS CORTES DO PROGNOME):
      *            IMC     1 ABAIXO DO PESO  2 NORMAL  3 ACIMA DO PESO
      *                    4 OBESIDADE I  5 OBESIDADE II  6 OBES. III
      *            CINTURA 1 NORMAL  2 ATENCAO  3 RISCO
      *            PRESSAO 1 OTIMA  2 NORMAL/LIMITE  3 ELEVADA
      *            '0' = SEM MEDIDA   '*' = QUALQUER FAIXA
      *          NIVEIS: 1 BAIXO  2 MODERADO  3 ALTO  4 MUITO ALTO
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          RISCOREG (ORGANIZATION LINE SEQUENTIAL, CHAVE LOGICA
      *          RG-CHAVE, REGRAVADO INTEIRO A PARTIR DE TABELA PELO
      *          RISMAINT).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  RISCOREG-REC.
           05 RG-CHAVE.
               10 RG-FAIXA-IMC   PIC X(001).
               10 RG-FAIXA-CINT  PIC X(001).
               10 RG-FAIXA-PA    PIC X(001).
           05 RG-NIVEL           PIC 9(001).

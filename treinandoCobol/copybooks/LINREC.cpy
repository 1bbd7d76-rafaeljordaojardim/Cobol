      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE LINHAGEM DE LOTES (LOTLIN) - UMA
      *          LINHA POR PAR LOTE PAI X LOTE FILHO GRAVADA PELAS
      *          TRANSACOES DE DESMEMBRAMENTO (UM PAI, VARIOS FILHOS) E
      *          UNIFICACAO (VARIOS PAIS, UM FILHO) DO LOTMAINT. OS PAIS
      *          SAEM APOSENTADOS NO LOTMSTR; O HISTORICO DO GEOMSTR E
      *          DO LEVANT DOS FILHOS PASSA A TER DE ONDE VEIO. A
      *          CONSULTA LOTEINQ SOBE PELOS ANCESTRAIS (CHAVE
      *          ALTERNADA LG-FILHO) E DESCE PELOS DESCENDENTES (CHAVE
      *          PRINCIPAL, START NO PAI).
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          LOTLIN (ORGANIZATION INDEXED, RECORD KEY LG-CHAVE,
      *          ALTERNATE RECORD KEY LG-FILHO WITH DUPLICATES).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  LOTLIN-REC.
           05 LG-CHAVE.
               10 LG-PAI         PIC 9(006).
               10 LG-FILHO       PIC 9(006).
           05 LG-TIPO            PIC X(001).
               88 LG-DESMEMBRAMENTO  VALUE 'D'.
               88 LG-UNIFICACAO      VALUE 'U'.
           05 LG-DATA            PIC 9(008).
           05 LG-OPERADOR        PIC X(006).

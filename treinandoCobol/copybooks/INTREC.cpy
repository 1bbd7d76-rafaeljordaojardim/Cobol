      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE INTERVENCOES DE BEM-ESTAR
      *          (INTERVEN) - QUANDO O RH ACIONA UM ALERTA (ALERTHR/
      *          ACKLOTE), O CODIGO DA ACAO FICAVA PARADO NO ALERTCTL E
      *          NINGUEM SABIA SE O FUNCIONARIO ENTROU NO PROGRAMA NEM
      *          SE DEU RESULTADO. CADA INSCRICAO DE UM FUNCIONARIO EM
      *          UM PROGRAMA (MESMO CODIGO DE 3 POSICOES DA ACAO DO RH)
      *          VIRA UM REGISTRO COM DATA DE INSCRICAO, FIM PREVISTO,
      *          SITUACAO E FIM REAL; INT-DATA-ALERTA APONTA PARA O
      *          ALERTA DO ALERTCTL QUE ORIGINOU A INSCRICAO (ZEROS =
      *          INSCRICAO DIRETA DA CLINICA). MANTIDO PELO INTMAINT; O
      *          RELINTER COMPARA AS MEDIDAS DE ANTES E DE DEPOIS.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          INTERVEN (ORGANIZATION INDEXED, RECORD KEY INT-CHAVE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  INTERVEN-REC.
           05 INT-CHAVE.
               10 INT-ID         PIC 9(006).
               10 INT-PROGRAMA   PIC X(003).
               10 INT-DATA-INSC  PIC 9(008).
           05 INT-DATA-FIM-PREV  PIC 9(008).
           05 INT-SITUACAO       PIC X(001).
               88 INT-INSCRITO       VALUE 'I'.
               88 INT-CONCLUIDO      VALUE 'C'.
               88 INT-DESISTENTE     VALUE 'D'.
           05 INT-DATA-FIM-REAL  PIC 9(008).
           05 INT-DATA-ALERTA    PIC 9(008).

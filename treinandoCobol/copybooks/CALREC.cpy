      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO DIARIO DE CALIBRACOES DOS DISPOSITIVOS DE
      *          MEDICAO (CALIBLOG) - UM REGISTRO POR CALIBRACAO FEITA
      *          NUM QUIOSQUE/BALANCA DO DISPMSTR: QUEM CALIBROU, O
      *          PESO PADRAO USADO, O QUE A BALANCA LEU ANTES DO
      *          AJUSTE E O RESULTADO. GRAVADO PELO CALMAINT, QUE
      *          ROLA AS DATAS DE CALIBRACAO DO DISPMSTR.
      *
      *          CAL-RESULTADO:
      *            A APROVADA - LEITURA DENTRO DA TOLERANCIA
      *            J AJUSTADA - FORA DA TOLERANCIA, AJUSTADA E
      *                         REAFERIDA
      *            R REPROVADA - SEM AJUSTE POSSIVEL; O DISPOSITIVO
      *                         FICA SEM CALIBRACAO VALIDA
      *                         (CAL-PROX-CALIB ZERADA)
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          CALIBLOG (ORGANIZATION INDEXED, RECORD KEY CAL-CHAVE).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  CALIBLOG-REC.
           05 CAL-CHAVE.
               10 CAL-DISPOSITIVO PIC X(005).
               10 CAL-DATA        PIC 9(008).
           05 CAL-TECNICO        PIC X(020).
           05 CAL-PESO-PADRAO    PIC 9(003)V99.
           05 CAL-LEITURA        PIC 9(003)V99.
           05 CAL-RESULTADO      PIC X(001).
               88 CAL-APROVADA       VALUE 'A'.
               88 CAL-AJUSTADA       VALUE 'J'.
               88 CAL-REPROVADA      VALUE 'R'.
           05 CAL-PROX-CALIB     PIC 9(008).
           05 CAL-OPERADOR       PIC X(006).
           05 CAL-OBSERVACAO     PIC X(030).

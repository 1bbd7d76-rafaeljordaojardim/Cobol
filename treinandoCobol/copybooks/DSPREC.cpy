      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CADASTRO DE DISPOSITIVOS DE MEDICAO
      *          (DISPMSTR) - CADA QUIOSQUE/BALANCA QUE GRAVA NO HISTIMC
      *          E NO SAUDMED TEM AQUI O SEU CODIGO, ONDE ESTA
      *          INSTALADO E AS DATAS DA ULTIMA E DA PROXIMA
      *          CALIBRACAO. MANTIDO PELO DSPMAINT; AS DATAS DE
      *          CALIBRACAO SO MUDAM PELO REGISTRO DE UMA CALIBRACAO NO
      *          CALMAINT (DIARIO CALIBLOG, LAYOUT CALREC). O PROGNOME E
      *          O PROGLOTE CONSULTAM PELO SERVICO VERDISP E O RELDISP
      *          FECHA A DERIVA POR DISPOSITIVO.
      *
      *          DSP-PROX-CALIB ZERADA = SEM CALIBRACAO VALIDA
      *          (DISPOSITIVO NUNCA CALIBRADO OU ULTIMA CALIBRACAO
      *          REPROVADA) - AS MEDICOES SAEM COMO CALIBRACAO VENCIDA.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          DISPMSTR (ORGANIZATION INDEXED, RECORD KEY
      *          DSP-CODIGO).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  DISPMSTR-REC.
           05 DSP-CODIGO         PIC X(005).
           05 DSP-DESCRICAO      PIC X(020).
           05 DSP-LOCAL          PIC X(030).
           05 DSP-SITUACAO       PIC X(001).
               88 DSP-ATIVO          VALUE 'A'.
               88 DSP-INATIVO        VALUE 'I'.
           05 DSP-PERIODO-MESES  PIC 9(002).
           05 DSP-ULT-CALIB      PIC 9(008).
           05 DSP-PROX-CALIB     PIC 9(008).

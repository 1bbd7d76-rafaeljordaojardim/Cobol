      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DAS MARCACOES DE TRIAGEM (MARCIMC) - UMA VAGA
      *          DA CLINICA (DATA + NUMERO DA VAGA NO DIA) OCUPADA POR
      *          UM FUNCIONARIO, COM O HORARIO, O DEPARTAMENTO NA
      *          MARCACAO, A DATA DEVIDA DA AGENDIMC QUE A ORIGINOU E
      *          A DATA EM QUE FOI MARCADA. GRAVADO PELO MARCLOTE, QUE
      *          TAMBEM FECHA A MARCACAO VENCIDA: REALIZADA SE HOUVE
      *          MEDICAO NO HISTIMC DESDE A MARCACAO, FALTA SE NAO
      *          HOUVE (E ENTAO O FUNCIONARIO E REMARCADO).
      *          CANCELADA: A MARCACAO EM ABERTO DE QUEM FOI DESLIGADO
      *          (DESLIGA) OU UNIFICADO EM OUTRO ID (FUNDEMP) - A VAGA
      *          VOLTA A FICAR LIVRE PARA O MARCLOTE.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          MARCIMC (ORGANIZATION INDEXED, RECORD KEY MAR-CHAVE,
      *          ALTERNATE RECORD KEY MAR-ID WITH DUPLICATES).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      * 15/10/2026 RJJ SITUACAO NOVA 'C' (MAR-CANCELADA).
      ******************************************************************
       01  MARCIMC-REC.
           05 MAR-CHAVE.
               10 MAR-DATA         PIC 9(008).
               10 MAR-VAGA         PIC 9(003).
           05 MAR-ID               PIC 9(006).
           05 MAR-HORA             PIC 9(004).
           05 MAR-DEPTO            PIC 9(003).
           05 MAR-DATA-DEVIDA      PIC 9(008).
           05 MAR-DATA-MARCACAO    PIC 9(008).
           05 MAR-SITUACAO         PIC X(001).
               88 MAR-MARCADA          VALUE 'M'.
               88 MAR-REALIZADA        VALUE 'R'.
               88 MAR-FALTOU           VALUE 'F'.
               88 MAR-CANCELADA        VALUE 'C'.
           05 MAR-REMARCACAO       PIC X(001).
               88 MAR-E-REMARCACAO     VALUE 'S'.

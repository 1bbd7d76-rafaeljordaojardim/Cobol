      *                RELPAR, RELTEND, RELBMI, RELCALC, RELSTAT,
      *                RELMES, RELLEVC, RELBAL, RELORFA); RELATORIO
      *                NOVO ENTRA NA TABELA E NO DISTCTL.
      * 15/10/2026 RJJ RELEXCC (EXCECOES DAS CALCULADORAS) ENTRA NA
      *                LISTA DA CASA.
      * 15/10/2026 RJJ EXTELET (EXTRATO ELETRONICO PARA A EMPRESA DE
      *                ENVIO DOS E-MAILS) ENTRA NA LISTA DA CASA.
      * 15/10/2026 RJJ RELNEG (SALDOS NEGATIVOS DO JUROLOTE, PARA AS
      *                AGENCIAS) ENTRA NA LISTA DA CASA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTREL.
               10 FILLER PIC X(008) VALUE 'RELLEVC '.
               10 FILLER PIC X(008) VALUE 'RELBAL  '.
               10 FILLER PIC X(008) VALUE 'RELORFA '.
               10 FILLER PIC X(008) VALUE 'RELEXCC '.
               10 FILLER PIC X(008) VALUE 'EXTELET '.
               10 FILLER PIC X(008) VALUE 'RELNEG  '.
           05 FILLER REDEFINES REL-NOMES.
               10 REL-NOME PIC X(008) OCCURS 15 TIMES.
           05 IX-REL             PIC 9(002) VALUE ZEROS.
           05 WRK-NOME-REL       PIC X(008) VALUE SPACES.
       01 AREA-TOTAIS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           PERFORM 2000-DISTRIBUI-RELATORIO
               VARYING IX-REL FROM 1 BY 1 UNTIL IX-REL > 15.
           DISPLAY 'ENTREGAS REGISTRADAS.....: ' CNT-ENTREGUES.
           DISPLAY 'PRODUZIDOS SEM DESTINO...: ' CNT-SEM-DESTINO.
           IF CNT-SEM-DESTINO > ZEROS

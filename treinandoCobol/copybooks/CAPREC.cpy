      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DA TABELA DE CAPACIDADE DIARIA DA CLINICA
      *          (CAPCLIN) - QUANTAS TRIAGENS A CLINICA ATENDE NO DIA,
      *          A QUE HORAS COMECA, QUANTOS MINUTOS DURA CADA VAGA E O
      *          PERCENTUAL MAXIMO DAS VAGAS DO DIA QUE UM MESMO
      *          DEPARTAMENTO PODE OCUPAR. O REGISTRO DE DATA ZERADA E
      *          O PADRAO DE TODO DIA SEM REGISTRO PROPRIO; VAGAS ZERO
      *          FECHA A CLINICA NAQUELE DIA. MANTIDA PELA CLINICA NO
      *          CAPMAINT; O MARCLOTE MARCA AS TRIAGENS DENTRO DELA.
      *
      *          USAGE: COPY INTO THE FD OF ANY PROGRAM THAT SELECTS
      *          CAPCLIN (ORGANIZATION LINE SEQUENTIAL, CHAVE LOGICA
      *          CAP-DATA, REGRAVADO INTEIRO A PARTIR DE TABELA PELO
      *          CAPMAINT).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  CAPCLIN-REC.
           05 CAP-DATA           PIC 9(008).
               88 CAP-PADRAO         VALUE ZEROS.
           05 CAP-VAGAS          PIC 9(003).
           05 CAP-HORA-INI       PIC 9(004).
           05 CAP-MINUTOS        PIC 9(003).
           05 CAP-PCT-DEPTO      PIC 9(003).

      *                NAVEGADOR POR NOME EMPNAV - ARQUIVOS EXISTENTES
      *                PRECISAM SER RECONSTRUIDOS PELO CICLO UNLMSTR/
      *                CARMSTR PARA GANHAR O INDICE ALTERNADO.
      * 15/10/2026 RJJ ADDED EMP-ID-SUCESSOR - QUANDO DOIS IDS DA MESMA
      *                PESSOA SAO UNIFICADOS PELO FUNDEMP, O ID
      *                APOSENTADO FICA INATIVO APONTANDO PARA O ID
      *                SOBREVIVENTE (ZEROS = NAO UNIFICADO). O REGISTRO
      *                CRESCEU DE 33 PARA 39 BYTES: RENOMEIE O EMPMSTR
      *                ATUAL PARA EMPMSTRD E RODE O CADCONV (OPCAO 6).
      * 15/10/2026 RJJ ADDED EMP-DATA-NASC (AAAAMMDD, QUATRO DIGITOS DE
      *                ANO) E EMP-DATA-ADMIS (AAAAMMDD) - AS DATAS QUE
      *                VIVIAM NO ARQUIVO PARALELO ROSTIDAD, CASADO PELO
      *                NOME, AGORA SAO DO CADASTRO E SAO MANTIDAS NO
      *                EMPMAINT (ZEROS = DATA NAO INFORMADA). O
      *                REGISTRO CRESCEU DE 39 PARA 55 BYTES: RENOMEIE
      *                O EMPMSTR ATUAL PARA EMPMSTRE E RODE UMA VEZ O
      *                ROSTCONV, QUE TRAZ AS DATAS DO ROSTIDAD E LISTA
      *                AS LINHAS DO ROSTER QUE NAO CASARAM.
      ******************************************************************
       01  EMPMSTR-REC.
           05 EMP-ID             PIC 9(006).
               88 EMP-INATIVO        VALUE 'I'.
           05 EMP-PESO-META      PIC 9(003).
           05 EMP-DEPTO          PIC 9(003).
           05 EMP-ID-SUCESSOR    PIC 9(006).
           05 EMP-DATA-NASC      PIC 9(008).
           05 EMP-DATA-ADMIS     PIC 9(008).

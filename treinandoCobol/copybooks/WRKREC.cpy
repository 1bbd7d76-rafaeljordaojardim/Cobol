      * 22/08/2026 RJJ MD-ANO ALARGADO PARA QUATRO DIGITOS (CHAVE
      *                AAAA/MM/DD) - ARQUIVOS ANTIGOS PASSAM PELO
      *                CONVERSOR CONV4DIG.
      * 15/10/2026 RJJ TAMBEM ALIMENTADO PELO GERAREC, QUE EXPANDE AS
      *                REGRAS DE EVENTOS RECORRENTES DO RECORREN (VEJA
      *                RCRREC) SEM TOCAR NAS DATAS JA CADASTRADAS.
      ******************************************************************
       01  MASTRWRK-REC.
           05 MD-CHAVE.

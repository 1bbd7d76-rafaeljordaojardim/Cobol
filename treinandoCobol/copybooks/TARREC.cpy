      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: LAYOUT DO HISTORICO DE TARIFAS COM VIGENCIA (TARIFAS)
      *          - MESMA IDEIA DO TAXAHIST: UMA LINHA POR CODIGO DE
      *          TARIFA + DATA DE INICIO DE VIGENCIA (AAAAMMDD), NADA E
      *          REGRAVADO, E QUEM COBRA ESCOLHE A LINHA EM VIGOR NA
      *          DATA DA COBRANCA. CADA LINHA TRAZ O VALOR DA TARIFA E
      *          O SALDO MINIMO QUE ISENTA A CONTA (SALDO IGUAL OU
      *          ACIMA DO LIMITE NAO PAGA). CODIGO 'M' = MANUTENCAO
      *          MENSAL DE CONTA, COBRADA PELO TARLOTE.
      *
      *          USAGE: COPY INTO THE FD OF THE TARIFAS FILE
      *          (ORGANIZATION LINE SEQUENTIAL). INCLUSAO SO PELO
      *          TARMAINT, VIA APROVACAO NO APRMAINT (FILA PENDMST).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY:
      * 15/10/2026 RJJ FIRST VERSION.
      ******************************************************************
       01  TARIFAS-REC.
           05 TF-COD             PIC X(001).
           05 TF-VIGENCIA        PIC 9(008).
           05 TF-VALOR           PIC 9(005)V99.
           05 TF-LIMITE-ISENCAO  PIC 9(011)V99.

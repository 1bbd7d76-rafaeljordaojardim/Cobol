      *                SIGN-ON, SO AN AUDIT LINE SAYS WHOSE SESSION
      *                PRODUCED IT. LOG FILES WIDENED TO X(090) IN THE
      *                WRITERS AND IN RELDIA TO FIT THE NEW COLUMN.
      * 15/10/2026 RJJ ADDED LD-MOEDA FOR calc.cbl'S CURRENCY CONVERSION
      *                (WRK-OP 9), WHICH NEEDS THE CURRENCY CODE IN
      *                THE AUDIT LINE. FOR THAT OPERATION LD-NUM IS THE
      *                AMOUNT, LD-NUM2 THE REFERENCE DATE (AAAAMMDD),
      *                LD-NUM3 THE DATE OF THE RATE ACTUALLY USED AND
      *                LD-RES THE AMOUNT IN BRL. IT FITS IN THE
      *                EXISTING X(090) LINE; OTHER OPERATIONS LEAVE IT
      *                BLANK.
      * 15/10/2026 RJJ calcSimples.cbl'S MONETARY CORRECTION (WRK-OP 8)
      *                LOGS THE AMOUNT IN LD-NUM, THE START DATE IN
      *                LD-NUM2, THE END DATE IN LD-NUM3 (BOTH AAAAMMDD)
      *                AND THE CORRECTED AMOUNT IN LD-RES.
      ******************************************************************
       01 LOG-DETALHE.
           05 LD-DATA     PIC 9(006).
           05 LD-STATUS   PIC X(003).
           05 FILLER      PIC X(001) VALUE SPACE.
           05 LD-OPERADOR PIC X(006).
           05 FILLER      PIC X(001) VALUE SPACE.
           05 LD-MOEDA    PIC X(003) VALUE SPACES.

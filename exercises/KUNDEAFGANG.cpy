      * KUNDEAFGANG.CPY - ONE CUSTOMER WHO ACTUALLY LEFT THE BANK
      * (KUNDEAFGANG.TXT), APPEND-ONLY. THE FEEDBACK HALF OF THE
      * ATTRITION SCORING: AFGANGSANALYSE HOLDS EVERY MONTH'S CALL
      * LIST UP AGAINST THESE ROWS TO SHOW HOW MANY OF THE CUSTOMERS
      * IT FLAGGED REALLY WENT, AND HOW MANY LEAVERS IT NEVER SAW
      * COMING. KG-AARSAG IS BANKSKIFTE (WRITTEN BY BANKSKIFTEEXPORT
      * WHEN THE OPERATOR CONFIRMS THE TRANSFER) OR LUKKET (WRITTEN
      * BY AFGANGSANALYSE WHEN A CUSTOMER WHO HELD AN AKTIV ACCOUNT
      * AT LAST MONTH'S SCORING HOLDS NONE NOW). A CUSTOMER IS
      * RECORDED ONCE - THE FIRST ROW IS THE DEPARTURE DATE.
       02  KG-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  KG-DATO             PIC X(10) VALUE SPACES.
       02  KG-AARSAG           PIC X(10) VALUE SPACES.
       02  KG-KILDE            PIC X(10) VALUE SPACES.

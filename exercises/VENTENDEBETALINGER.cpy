      * APPROVAL. TRAILING FIELDS, SAME RULE AS VB-KASSE-NR.
       02  VB-MODTAGER-BIC     PIC X(11) VALUE SPACES.
       02  VB-MODTAGER-IBAN    PIC X(34) VALUE SPACES.
      * DRAWER BANK, DRAWER ACCOUNT AND CHEQUE NUMBER FOR
      * CHECKINDSAETTELSE ROWS - CARRIED ONTO THE CHEQUE REGISTER
      * (CHECKINDSAETTELSER.CPY) ON APPROVAL, NOT ONTO THE
      * TRANSACTION'S MODTAGER FIELDS, SO A CHEQUE DRAWN ON ANOTHER
      * BANK NEVER LOOKS LIKE AN OUTBOUND TRANSFER TO CLEARING.
      * TRAILING FIELDS, SAME RULE AS VB-KASSE-NR.
       02  VB-TRAEKKER-REG-NR  PIC 9(4) VALUE ZEROES.
       02  VB-TRAEKKER-KONTO   PIC X(20) VALUE SPACES.
       02  VB-CHECK-NR         PIC X(12) VALUE SPACES.
      * PAYMENT-LIMIT MARKING - THE LIMITS CHANNEL THE PAYMENT WAS
      * CHECKED UNDER (SEE BETALINGSGRAENSER.CPY) AND "J" WHEN IT
      * BROKE A PER-PAYMENT OR DAILY CEILING. AN OVER-LIMIT ROW IS
      * PARKED HERE INSTEAD OF BEING REJECTED - BY CAPTURE, THE BULK
      * INTAKE OR THE NIGHTLY PAYMENT RUNS (KEYED BY "BAT") - AND
      * ONLY A LEVEL-3 OPERATOR MAY RELEASE IT. TRAILING FIELDS, SAME
      * RULE AS VB-KASSE-NR.
       02  VB-GRAENSE-KANAL    PIC X(7) VALUE SPACES.
       02  VB-OVER-GRAENSE     PIC X VALUE SPACE.
      * CONFIRMATION OF PAYEE - THE RECEIVER NAME THE CUSTOMER GAVE
      * AND HOW IT COMPARED WITH THE HOLDER OF A RECEIVING ACCOUNT IN
      * OUR OWN BANK: MATCH, NAESTEN (CLOSE) OR INGEN. ANYTHING BUT
      * MATCH WAS CONFIRMED BY THE KEYER BEFORE THE ROW WAS PARKED;
      * BLANK WHEN THE RECEIVER IS IN ANOTHER BANK OR ABROAD.
      * TRAILING FIELDS, SAME RULE AS VB-KASSE-NR.
       02  VB-MODTAGER-NAVN    PIC X(30) VALUE SPACES.
       02  VB-NAVNE-KONTROL    PIC X(7) VALUE SPACES.
      * STOP-MEMO OVERRIDE - THE SECOND OPERATOR WHO SIGNED OFF A
      * CAPTURE ON AN ACCOUNT CARRYING AN ACTIVE STOP MEMO (SEE
      * MEMOER.CPY). BLANK WHEN NO STOP MEMO APPLIED. TRAILING FIELD,
      * SAME RULE AS VB-KASSE-NR.
       02  VB-MEMO-TILSIDESAT-AF PIC X(3) VALUE SPACES.

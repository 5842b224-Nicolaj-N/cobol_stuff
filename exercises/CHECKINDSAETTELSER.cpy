      * CHECKINDSAETTELSER.CPY - ONE DEPOSITED CHEQUE ON THE CHEQUE
      * REGISTER (CHECKINDSAETTELSER.TXT), KEYED BY KONTO-ID PLUS
      * CK-CHECK-NR. BETALINGSINDTASTNING APPENDS THE ROW WHEN THE
      * SECOND OPERATOR RELEASES THE DEPOSIT: THE ACCOUNT IS
      * CREDITED AT ONCE, BUT AN AABEN HOLD FOR THE SAME AMOUNT GOES
      * ON RESERVATIONER.TXT THROUGH CK-FRIGIV-DATO, SO THE MONEY
      * ONLY BECOMES AVAILABLE ONCE THE DRAWER BANK HAS HAD ITS
      * CLEARING PERIOD TO BOUNCE IT - KORTAUTORISATIONER'S NIGHTLY
      * EXPIRY RELEASES THE HOLD LIKE ANY STALE CARD HOLD.
      * CK-INDSAT-TID IS THE TIDSPUNKT OF THE CREDIT ROW ON
      * TRANSAKTIONER.TXT - A RETURNED CHEQUE'S STORNO REFERENCES
      * IT. CK-STATUS RUNS
      *   INDSAT   CREDITED, NOT RETURNED
      *   RETUR    RETURNED UNPAID - CREDIT REVERSED, FEE CHARGED
      * SEE CHECKRETURKOERSEL.COB.
       02  CK-KONTO-ID         PIC X(10) VALUE SPACES.
       02  CK-REG-NR           PIC 9(4) VALUE ZEROES.
       02  CK-TRAEKKER-REG-NR  PIC 9(4) VALUE ZEROES.
       02  CK-TRAEKKER-KONTO   PIC X(20) VALUE SPACES.
       02  CK-CHECK-NR         PIC X(12) VALUE SPACES.
       02  CK-BELOB            PIC S9(9)V99 VALUE ZEROES.
       02  CK-VALUTA           PIC X(3) VALUE SPACES.
       02  CK-INDSAT-TID       PIC X(19) VALUE SPACES.
       02  CK-FRIGIV-DATO      PIC X(10) VALUE SPACES.
       02  CK-STATUS           PIC X(8) VALUE "INDSAT".
       02  CK-INDTASTET-AF     PIC X(3) VALUE SPACES.
       02  CK-GODKENDT-AF      PIC X(3) VALUE SPACES.
       02  CK-RETUR-DATO       PIC X(10) VALUE SPACES.
       02  CK-RETUR-AARSAG     PIC X(40) VALUE SPACES.

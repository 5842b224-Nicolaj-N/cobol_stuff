      * DEPOSITUMFRIGIVELSER.CPY - ONE RELEASE INSTRUCTION ON A RENT
      * DEPOSIT ACCOUNT (DEPOSITUMFRIGIVELSER.TXT). THE ACCOUNT ITSELF
      * IS AN ORDINARY KONTOOPL ROW WITH DEPOSITUM-UDLEJER SET, AND
      * TAKES NO DEBIT BUT ONE OF THESE. DF-GRUNDLAG SAYS WHY THE
      * MONEY MAY MOVE:
      *   AFTALE     - RELEASE SIGNED BY BOTH PARTIES; DF-LEJER-
      *                SIGNERET AND DF-UDLEJER-SIGNERET MUST BOTH BE
      *                J BEFORE THE INSTRUCTION IS GODKENDT
      *   AFGOERELSE - BOLIGRETTEN'S JUDGMENT OR THE HUSLEJENAEVN'S
      *                DECISION, NAMED IN DF-AFGOERELSE-REF; NEEDS NO
      *                SIGNATURE FROM EITHER PARTY
      * DF-BELOB-UDLEJER GOES TO THE LANDLORD'S ACCOUNT DF-UDLEJER-
      * KONTO-ID, DF-BELOB-LEJER TO THE TENANT'S DF-LEJER-KONTO-ID -
      * EITHER MAY BE ZERO, BOTH POSITIVE SPLITS THE DEPOSIT.
      * DEPOSITUMKOERSEL PAYS A GODKENDT INSTRUCTION OUT AS ONE DEBIT
      * ON THE DEPOSIT ACCOUNT CARRYING "DEPOSITUM <DF-REFERENCE>" AT
      * THE HEAD OF ITS TEXT, WHICH IS WHAT TRANSAKTIONERKONTROL
      * LETS THROUGH. DF-STATUS:
      *   AFVENTER   - WAITING FOR THE SECOND PARTY'S SIGNATURE
      *   GODKENDT   - CLEARED TO PAY, NOT YET PAID
      *   UDBETALT   - PAID OUT BY THE NIGHTLY RUN ON DF-UDBETALT-DATO
      *   ANNULLERET - WITHDRAWN BEFORE IT WAS PAID
      * SEE DEPOSITUMVEDLIGEHOLD.COB.
       02  DF-REFERENCE        PIC X(10) VALUE SPACES.
       02  DF-KONTO-ID         PIC X(10) VALUE SPACES.
       02  DF-GRUNDLAG         PIC X(10) VALUE SPACES.
       02  DF-AFGOERELSE-REF   PIC X(20) VALUE SPACES.
       02  DF-LEJER-SIGNERET   PIC X VALUE "N".
       02  DF-UDLEJER-SIGNERET PIC X VALUE "N".
       02  DF-BELOB-UDLEJER    PIC 9(9)V99 VALUE ZEROES.
       02  DF-UDLEJER-KONTO-ID PIC X(10) VALUE SPACES.
       02  DF-BELOB-LEJER      PIC 9(9)V99 VALUE ZEROES.
       02  DF-LEJER-KONTO-ID   PIC X(10) VALUE SPACES.
       02  DF-DATO             PIC X(10) VALUE SPACES.
       02  DF-STATUS           PIC X(10) VALUE "AFVENTER".
       02  DF-UDBETALT-DATO    PIC X(10) VALUE SPACES.
       02  DF-OPRETTET-AF      PIC X(3) VALUE SPACES.

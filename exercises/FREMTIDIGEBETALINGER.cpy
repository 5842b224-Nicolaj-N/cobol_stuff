      * FREMTIDIGEBETALINGER.CPY - ONE FUTURE-DATED ONE-OFF PAYMENT
      * ON FREMTIDIGEBETALINGER.TXT. KEYED BY FREMTIDIGBETALING-
      * VEDLIGEHOLD, EXECUTED ONCE BY FREMTIDIGBETALINGKOERSEL ON THE
      * FIRST BANKING NIGHT ON OR AFTER FB-DATO. UNLIKE A STANDING
      * ORDER THE ROW NEVER ROLLS FORWARD - IT ENDS UDFOERT,
      * ANNULLERET, AFVIST OR PARKERET.
      *   FB-LOEBENR         UNIQUE NUMBER THE CUSTOMER QUOTES TO
      *                      CHANGE OR CANCEL THE PAYMENT
      *   FB-MODTAGER-REG-NR/-KONTO   DOMESTIC RECEIVER, OR
      *   FB-MODTAGER-BIC/-IBAN       RECEIVER ABROAD (REG-NR ZERO)
      *   FB-BELOB           ALWAYS POSITIVE - THE AMOUNT LEAVING
      *   FB-DATO            THE DATE THE CUSTOMER ASKED FOR
      *   FB-BANKDAG-DATO    FB-DATO MOVED TO THE FIRST BANKING DAY
      *                      ON THE CALENDAR WHEN KEYED - THE CHANGE
      *                      AND CANCEL WINDOW CLOSES AT THE END OF
      *                      THE DAY BEFORE IT
      *   FB-STATUS          VENTER / UDFOERT / ANNULLERET / AFVIST,
      *                      OR PARKERET WHEN IT BROKE A PAYMENT LIMIT
      *                      AND WAS HANDED TO VENTENDEBETALINGER.TXT
      *                      FOR APPROVAL INSTEAD OF POSTING
      *   FB-FORSOEG         NIGHTS ALREADY TRIED WITHOUT COVER
      *   FB-AFSLUT-DATO     THE DATE IT WAS EXECUTED OR REJECTED
       02  FB-LOEBENR          PIC 9(6) VALUE ZEROES.
       02  FB-KONTO-ID         PIC X(10) VALUE SPACES.
       02  FB-MODTAGER-NAVN    PIC X(30) VALUE SPACES.
       02  FB-MODTAGER-REG-NR  PIC 9(4) VALUE ZEROES.
       02  FB-MODTAGER-KONTO   PIC X(20) VALUE SPACES.
       02  FB-MODTAGER-BIC     PIC X(11) VALUE SPACES.
       02  FB-MODTAGER-IBAN    PIC X(34) VALUE SPACES.
       02  FB-BELOB            PIC 9(9)V99 VALUE ZEROES.
       02  FB-VALUTA           PIC X(3) VALUE SPACES.
       02  FB-TEKST            PIC X(40) VALUE SPACES.
       02  FB-DATO             PIC X(10) VALUE SPACES.
       02  FB-BANKDAG-DATO     PIC X(10) VALUE SPACES.
       02  FB-STATUS           PIC X(10) VALUE SPACES.
       02  FB-FORSOEG          PIC 9(2) VALUE ZEROES.
       02  FB-AFSLUT-DATO      PIC X(10) VALUE SPACES.

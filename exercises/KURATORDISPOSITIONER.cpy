      * KURATORDISPOSITIONER.CPY - ONE DISBURSEMENT THE TRUSTEE OF
      * AN AKTIV INSOLVENCY CASE HAS AUTHORISED FROM A FROZEN (INSOLV)
      * ACCOUNT (KURATORDISPOSITIONER.TXT). KD-REFERENCE IS THE
      * "K"-NUMBER THE TELLER KEYS WITH THE PAYMENT; THE POSTING
      * CARRIES "KURATOR <KD-REFERENCE>" AT THE HEAD OF ITS TEXT, AND
      * TRANSAKTIONERKONTROL LETS A DEBIT ON AN INSOLV ACCOUNT THROUGH
      * ONLY WHEN THAT REFERENCE NAMES A DISPOSITION ON THE SAME
      * ACCOUNT FOR EXACTLY THE DEBITED AMOUNT. KD-BELOB IS POSITIVE.
      * KD-STATUS:
      *   GODKENDT   - AUTHORISED, NOT YET PAID OUT
      *   BRUGT      - PAID OUT BY THE TELLER ON KD-BRUGT-DATO
      *   ANNULLERET - WITHDRAWN BY THE TRUSTEE, OR THE CASE WAS
      *                LIFTED BEFORE IT WAS PAID
      * SEE INSOLVENSVEDLIGEHOLD.COB.
       02  KD-REFERENCE        PIC X(10) VALUE SPACES.
       02  KD-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  KD-KONTO-ID         PIC X(10) VALUE SPACES.
       02  KD-BELOB            PIC S9(9)V99 VALUE ZEROES.
       02  KD-MODTAGER         PIC X(40) VALUE SPACES.
       02  KD-DATO             PIC X(10) VALUE SPACES.
       02  KD-STATUS           PIC X(10) VALUE "GODKENDT".
       02  KD-BRUGT-DATO       PIC X(10) VALUE SPACES.
       02  KD-OPRETTET-AF      PIC X(3) VALUE SPACES.

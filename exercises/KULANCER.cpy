      * KULANCER.CPY - ONE GOODWILL REFUND (KULANCE) ON THE GOODWILL
      * REGISTER (KULANCER.TXT), KEYED BY KU-REFERENCE ("G" AND A
      * RUNNING NUMBER). BETALINGSINDTASTNING'S KULANCE DIALOG KEYS
      * IT WITH A REASON CODE AND, WHEN THE REFUND SETTLES A
      * COMPLAINT, THE KLAGESAGER.TXT CASE IT BELONGS TO. AN AMOUNT
      * INSIDE THE KEYING OPERATOR'S AUTHORITY CEILING POSTS AT ONCE
      * AS BOGFOERT; ONE ABOVE IT RIDES THE ORDINARY VENTER QUEUE
      * (VENTENDEBETALINGER.TXT, POSTING TEXT LED BY "KULANCE
      * <REFERENCE>") UNTIL A SECOND OPERATOR WHOSE CEILING COVERS
      * IT MAKES IT BOGFOERT OR AFVIST. ROWS ARE NEVER DELETED -
      * KULANCERAPPORT TOTALS THE MONTH'S BOGFOERT ROWS.
       02  KU-REFERENCE        PIC X(10) VALUE SPACES.
       02  KU-KONTO-ID         PIC X(10) VALUE SPACES.
       02  KU-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  KU-REG-NR           PIC 9(4) VALUE ZEROES.
       02  KU-BELOB            PIC 9(9)V99 VALUE ZEROES.
       02  KU-VALUTA           PIC X(3) VALUE SPACES.
      * GEBYR (FEE REFUNDED), RENTE (INTEREST REFUNDED), FEJL (BANK
      * ERROR MADE GOOD), SERVICE (POOR SERVICE) OR ANDET.
       02  KU-AARSAG           PIC X(10) VALUE SPACES.
       02  KU-KLAGE-SAGSNR     PIC X(8) VALUE SPACES.
       02  KU-STATUS           PIC X(8) VALUE "VENTER".
       02  KU-INDTASTET-AF     PIC X(3) VALUE SPACES.
       02  KU-INDTASTET-TID    PIC X(19) VALUE SPACES.
       02  KU-GODKENDT-AF      PIC X(3) VALUE SPACES.
       02  KU-BOGFOERT-DATO    PIC X(10) VALUE SPACES.

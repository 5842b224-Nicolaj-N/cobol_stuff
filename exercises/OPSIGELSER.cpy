      * OPSIGELSER.CPY - ONE WITHDRAWAL NOTICE ON A NOTICE-PERIOD
      * SAVINGS ACCOUNT (OPSIGELSER.TXT). THE ACCOUNT ITSELF IS AN
      * ORDINARY KONTOOPL ROW WITH OPSIGELSE-MAANEDER SET TO 1, 3 OR
      * 6. THE CUSTOMER GIVES NOTICE OF OV-BELOB ON OV-MODTAGET-DATO;
      * THE MONEY FALLS DUE THAT MANY MONTHS LATER ON OV-FORFALD-DATO
      * (A DAY PAST THE 28TH LANDS ON THE 28TH - SAME CLAMP AS THE
      * STANDING-ORDER ENGINE AND THE TERM-DEPOSIT ROLL) AND STAYS
      * FREE ONE MONTH MORE, THROUGH OV-UDLOEB-DATO - A
      * NOTICE NOT DRAWN BY THEN LAPSES AND MUST BE GIVEN AGAIN.
      * TRANSAKTIONERKONTROL LETS DEBITS THROUGH UP TO WHAT THE DUE
      * NOTICES STILL HOLD. OPSIGELSEKOERSEL BOOKS THE NIGHT'S DEBITS
      * AGAINST THEM, OLDEST DUE DATE FIRST: OV-HAEVET HOLDS WHAT WAS
      * DRAWN THROUGH THE DAY BEFORE OV-HAEVET-DATO AND OV-DAGENS-
      * HAEVET THAT DAY'S DRAWINGS ON THEIR OWN, SO A RERUN OF THE
      * NIGHT RE-DERIVES TODAY INSTEAD OF COUNTING IT TWICE - SAME
      * SPLIT AS BOERNEINDSKUD.TXT. OV-STATUS:
      *   VARSLET    - NOTICE GIVEN, NOT YET DUE
      *   FORFALDEN  - DUE; THE MONEY MAY BE DRAWN
      *   HAEVET     - DRAWN IN FULL
      *   UDLOEBET   - LAPSED UNDRAWN (OR PART-DRAWN) PAST THE MONTH
      *   ANNULLERET - WITHDRAWN BY THE CUSTOMER BEFORE ANY DRAWING
      * OV-PAAMINDET-DATO IS THE NIGHT THE NOTICE FELL DUE; THE ALARM
      * EXTRACT REMINDS THE CUSTOMER THAT NIGHT. SEE
      * OPSIGELSEVEDLIGEHOLD.COB.
       02  OV-REFERENCE        PIC X(10) VALUE SPACES.
       02  OV-KONTO-ID         PIC X(10) VALUE SPACES.
       02  OV-BELOB            PIC 9(9)V99 VALUE ZEROES.
       02  OV-MODTAGET-DATO    PIC X(10) VALUE SPACES.
       02  OV-FORFALD-DATO     PIC X(10) VALUE SPACES.
       02  OV-UDLOEB-DATO      PIC X(10) VALUE SPACES.
       02  OV-HAEVET           PIC 9(9)V99 VALUE ZEROES.
       02  OV-DAGENS-HAEVET    PIC 9(9)V99 VALUE ZEROES.
       02  OV-HAEVET-DATO      PIC X(10) VALUE SPACES.
       02  OV-STATUS           PIC X(10) VALUE "VARSLET".
       02  OV-PAAMINDET-DATO   PIC X(10) VALUE SPACES.
       02  OV-OPRETTET-AF      PIC X(3) VALUE SPACES.

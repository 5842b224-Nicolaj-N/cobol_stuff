      * LEGITIMATION.CPY - ONE IDENTITY DOCUMENT SEEN AND CHECKED
      * AT THE COUNTER, ON THE LEGITIMATION REGISTER
      * (LEGITIMATION.TXT), KEYED BY LG-KUNDE-ID. CAPTURED IN
      * KUNDEVEDLIGEHOLD.COB WHEN THE CUSTOMER IS OPENED - NO
      * CUSTOMER IS CREATED WITHOUT ONE - AND AGAIN WHENEVER THE
      * CUSTOMER BRINGS A NEW DOCUMENT:
      *   LG-DOK-TYPE        PAS, KOEREKORT, ID-KORT OR OPHOLDSKORT
      *   LG-UDSTEDER-LAND   ISO 3166 ALPHA-2 OF THE ISSUING STATE
      *   LG-UDLOEB-DATO     YYYY-MM-DD THE DOCUMENT STOPS BEING
      *                      VALID
      *   LG-VERIFICERET-AF  THE OPERATOR WHO HELD THE DOCUMENT
      * A NEW DOCUMENT TURNS THE CUSTOMER'S PREVIOUS AKTIV ROW
      * ERSTATTET; READERS USE THE ONE AKTIV ROW PER KUNDE-ID.
      * LEGITIMATIONKONTROL.COB STAMPS LG-ANMODET-DATO WHEN IT
      * SENDS THE RENEWAL LETTER, SO A CUSTOMER IS ASKED ONCE PER
      * DOCUMENT AND NOT EVERY MONTH. ROWS ARE NEVER DELETED.
       02  LG-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  LG-DOK-TYPE         PIC X(10) VALUE SPACES.
       02  LG-DOK-NR           PIC X(20) VALUE SPACES.
       02  LG-UDSTEDER-LAND    PIC X(2) VALUE SPACES.
       02  LG-UDLOEB-DATO      PIC X(10) VALUE SPACES.
       02  LG-VERIFICERET-AF   PIC X(3) VALUE SPACES.
       02  LG-VERIFICERET-DATO PIC X(10) VALUE SPACES.
       02  LG-STATUS           PIC X(9) VALUE "AKTIV".
       02  LG-ANMODET-DATO     PIC X(10) VALUE SPACES.

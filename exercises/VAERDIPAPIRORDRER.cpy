      * VAERDIPAPIRORDRER.CPY - ONE BUY OR SELL ORDER FOR A DEPOT
      * (VAERDIPAPIRORDRER.TXT). KEYED IN DEPOTVEDLIGEHOLD AS VENTER
      * AND SETTLED BY THE NIGHTLY DEPOTKOERSEL ON OR AFTER
      * VO-HANDELSDATO: A KOEB DEBITS THE DEPOT'S SETTLEMENT ACCOUNT
      * WITH THE PRICE PLUS VO-KURTAGE, A SALG CREDITS THE PRICE LESS
      * VO-KURTAGE. VO-ANTAL AND VO-KURS ARE ON THE SAME SCALE AS
      * DEPOTBEHOLDNINGER.CPY (SHARES / NOMINAL, PER SHARE / PER 100).
      * VO-STATUS:
      *   VENTER     - KEYED, NOT YET SETTLED
      *   AFVIKLET   - SETTLED ON VO-AFVIKLET-DATO
      *   AFVIST     - REFUSED AT SETTLEMENT, REASON IN VO-AARSAG
      *   ANNULLERET - WITHDRAWN BEFORE SETTLEMENT
       02  VO-ORDRE-ID         PIC X(10) VALUE SPACES.
       02  VO-DEPOT-ID         PIC X(10) VALUE SPACES.
       02  VO-ISIN             PIC X(12) VALUE SPACES.
       02  VO-RETNING          PIC X(4) VALUE SPACES.
       02  VO-ANTAL            PIC 9(11)V99 VALUE ZEROES.
       02  VO-KURS             PIC 9(7)V9(4) VALUE ZEROES.
       02  VO-KURTAGE          PIC 9(7)V99 VALUE ZEROES.
       02  VO-HANDELSDATO      PIC X(10) VALUE SPACES.
       02  VO-STATUS           PIC X(10) VALUE "VENTER".
       02  VO-AFVIKLET-DATO    PIC X(10) VALUE SPACES.
       02  VO-AARSAG           PIC X(40) VALUE SPACES.
       02  VO-OPRETTET-AF      PIC X(3) VALUE SPACES.

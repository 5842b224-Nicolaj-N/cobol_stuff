      * DEPOTER.CPY - ONE SECURITIES CUSTODY ACCOUNT (VAERDIPAPIR-
      * DEPOT) ON THE DEPOT REGISTER (DEPOTER.TXT). DANISH EQUITIES
      * AND BONDS ONLY, SO EVERYTHING IN A DEPOT IS IN DKK.
      * DP-KONTO-ID IS THE CUSTOMER'S DKK ACCOUNT THE DEPOT SETTLES
      * AGAINST - A BUY IS DEBITED THERE, A SALE CREDITED, AND
      * DIVIDENDS AND COUPONS ARE PAID TO IT. THE HOLDINGS THEMSELVES
      * ARE ON DEPOTBEHOLDNINGER.TXT UNDER DP-DEPOT-ID.
      * DP-STATUS:
      *   AKTIV  - OPEN FOR ORDERS
      *   LUKKET - CLOSED; ONLY WITH NO HOLDINGS AND NO OPEN ORDERS
      * SEE DEPOTVEDLIGEHOLD.COB AND DEPOTKOERSEL.COB.
       02  DP-DEPOT-ID         PIC X(10) VALUE SPACES.
       02  DP-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  DP-KONTO-ID         PIC X(10) VALUE SPACES.
       02  DP-STATUS           PIC X(6) VALUE "AKTIV".
       02  DP-OPRETTET-DATO    PIC X(10) VALUE SPACES.
       02  DP-OPRETTET-AF      PIC X(3) VALUE SPACES.
       02  DP-LUKKET-DATO      PIC X(10) VALUE SPACES.

      * KORTINDSIGELSER.CPY - ONE CARD DISPUTE / CHARGEBACK CASE
      * (KORTINDSIGELSER.TXT): THE CUSTOMER CONTESTING A BOOKED
      * KORTKOEB ROW, IDENTIFIED BY KONTO-ID AND THE ROW'S TIDSPUNKT
      * - THE SAME PAIR BSINDSIGELSER.CPY AND THE STORNO MACHINERY
      * KEY ON - AND THE CARD (KI-KORTNUMMER, SEE KORT.CPY) IT WAS
      * MADE WITH. REGISTERED THROUGH KORTINDSIGELSEVEDLIGEHOLD.COB,
      * WHICH ENFORCES THE SCHEME'S FILING WINDOW; WORKED BY
      * KORTINDSIGELSEKOERSEL.COB. KI-STATUS RUNS:
      *   REGISTRERET  KEYED, NOT YET SENT TO THE SCHEME
      *   CHARGEBACK   SENT ON THE CHARGEBACK FILE, WAITING FOR THE
      *                MERCHANT'S REPRESENTMENT UNTIL KI-FRIST-DATO
      *   VUNDET/TABT  REPRESENTMENT OUTCOME KEYED BY THE CARD DESK
      *   KREDITERET   FINAL CREDIT TO THE CUSTOMER
      *   GENDEBITERET PROVISIONAL CREDIT TAKEN BACK
      *   AFVIST       LOST WITH NO PROVISIONAL CREDIT TO TAKE BACK
      * KI-FORELOEBIG J ASKS FOR A PROVISIONAL CREDIT WHEN THE CASE
      * GOES TO THE SCHEME; KI-FORELOEBIG-DATO IS STAMPED ONCE IT
      * HAS POSTED. KI-BELOB IS THE CONTESTED ROW'S OWN (NEGATIVE)
      * AMOUNT. SETTLED CASES STAY ON FILE.
       02  KI-KONTO-ID         PIC X(10) VALUE SPACES.
       02  KI-TIDSPUNKT        PIC X(19) VALUE SPACES.
       02  KI-KORTNUMMER       PIC X(16) VALUE SPACES.
       02  KI-BUTIK            PIC X(10) VALUE SPACES.
       02  KI-BELOB            PIC S9(9)V99 VALUE ZEROES.
       02  KI-VALUTA           PIC X(3) VALUE SPACES.
       02  KI-AARSAG           PIC X(30) VALUE SPACES.
       02  KI-REGISTRERET-DATO PIC X(10) VALUE SPACES.
       02  KI-REGISTRERET-AF   PIC X(3) VALUE SPACES.
       02  KI-STATUS           PIC X(12) VALUE "REGISTRERET".
       02  KI-FORELOEBIG       PIC X VALUE "N".
       02  KI-FORELOEBIG-DATO  PIC X(10) VALUE SPACES.
       02  KI-CHARGEBACK-DATO  PIC X(10) VALUE SPACES.
       02  KI-FRIST-DATO       PIC X(10) VALUE SPACES.
       02  KI-UDFALD-DATO      PIC X(10) VALUE SPACES.
       02  KI-UDFALD-AF        PIC X(3) VALUE SPACES.
       02  KI-AFGJORT-DATO     PIC X(10) VALUE SPACES.

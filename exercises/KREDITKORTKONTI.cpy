      * KREDITKORTKONTI.CPY - ONE CREDIT CARD ACCOUNT ON THE CARD
      * CREDIT REGISTER (KREDITKORTKONTI.TXT), KEYED BY THE KONTO-ID
      * THE CARD'S PURCHASES ARE BOOKED TO - AN ORDINARY KONTOOPL.CPY
      * ACCOUNT THAT THE CARD (KT-KONTO-ID, SEE KORT.CPY) POINTS AT,
      * SO KORTAFREGNING'S KORTKOEB ROWS LAND ON IT LIKE ON ANY DEBIT
      * CARD ACCOUNT AND ITS BALANCE RUNS NEGATIVE UP TO
      * KK-KREDITMAKS. KK-BETALINGS-KONTO-ID IS THE CUSTOMER'S OWN
      * ACCOUNT THE AUTOMATIC PAYMENT IS DRAWN FROM; KK-AUTO-PROCENT
      * THE SHARE OF THE STATEMENT BALANCE TO DRAW (ZERO MEANS NO
      * AUTOMATIC PAYMENT - THE CUSTOMER PAYS BY TRANSFER). KK-
      * RENTESATS IS THE ANNUAL RATE IN PERCENT ON THE REVOLVING
      * BALANCE. THE KK-UDTOG-* FIELDS DESCRIBE THE LATEST STATEMENT
      * KREDITKORTKOERSEL CLOSED: THE AMOUNT DUE (POSITIVE), THE
      * MINIMUM PAYMENT AND ITS DUE DATE. KK-UDTOG-STATUS RUNS
      *   AABEN    STATEMENT OUT, DUE DATE NOT YET PASSED
      *   BETALT   AT LEAST THE MINIMUM PAID BY THE DUE DATE
      *   OVERSKR  MINIMUM MISSED - LATE FEE AND INTEREST POSTED
      * KK-AUTO-BELOB/-DATO RECORD THE AUTOMATIC PAYMENT TAKEN FOR
      * THE CURRENT STATEMENT. KK-STATUS IS AKTIV OR LUKKET; A
      * CLOSED CARD ACCOUNT STAYS ON FILE. SEE
      * KREDITKORTVEDLIGEHOLD.COB AND KREDITKORTKOERSEL.COB.
       02  KK-KONTO-ID         PIC X(10) VALUE SPACES.
       02  KK-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  KK-BETALINGS-KONTO-ID PIC X(10) VALUE SPACES.
       02  KK-KREDITMAKS       PIC 9(7)V99 VALUE ZEROES.
       02  KK-RENTESATS        PIC 9(3)V99 VALUE ZEROES.
       02  KK-AUTO-PROCENT     PIC 9(3) VALUE ZEROES.
       02  KK-VALUTA           PIC X(3) VALUE SPACES.
       02  KK-STATUS           PIC X(8) VALUE "AKTIV".
       02  KK-OPRETTET-DATO    PIC X(10) VALUE SPACES.
       02  KK-UDTOG-DATO       PIC X(10) VALUE SPACES.
       02  KK-UDTOG-SALDO      PIC S9(9)V99 VALUE ZEROES.
       02  KK-MINDSTEBELOB     PIC S9(9)V99 VALUE ZEROES.
       02  KK-FORFALD-DATO     PIC X(10) VALUE SPACES.
       02  KK-UDTOG-STATUS     PIC X(8) VALUE SPACES.
       02  KK-AUTO-BELOB       PIC S9(9)V99 VALUE ZEROES.
       02  KK-AUTO-DATO        PIC X(10) VALUE SPACES.

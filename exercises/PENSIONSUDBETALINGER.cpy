      * PENSIONSUDBETALINGER.CPY - ONE PAYOUT ON A PENSION ACCOUNT
      * (PENSIONSUDBETALINGER.TXT), KEYED AT THE COUNTER BY
      * PENSIONUDBETALINGVEDLIGEHOLD AND PAID BY THE NIGHTLY
      * PENSIONUDBETALINGKOERSEL. THE HOLDER'S CPR-DERIVED AGE IS
      * CHECKED AGAINST THE PAYOUT AGE WHEN THE PAYOUT IS KEYED:
      *   PU-TIDLIG "N" - AT OR PAST THE PAYOUT AGE. AN ALDER
      *                   ACCOUNT MAY GO AS ONE SUM OR IN MONTHLY
      *                   INSTALMENTS; A RATE ACCOUNT ONLY IN
      *                   INSTALMENTS OVER 10 TO 30 YEARS
      *   PU-TIDLIG "J" - BEFORE THE PAYOUT AGE. THE WHOLE ACCOUNT
      *                   GOES AS ONE SUM AND CARRIES THE PENALTY
      *                   AFGIFT FOR EARLY WITHDRAWAL
      * PU-FORM IS ENGANG OR RATER. ENGANG PAYS OUT THE WHOLE
      * BALANCE ON PU-NAESTE-DATO; RATER PAYS THE BALANCE DIVIDED BY
      * THE INSTALMENTS LEFT, ONE A MONTH FROM PU-NAESTE-DATO, SO THE
      * LAST ONE EMPTIES THE ACCOUNT. PU-SKATTETYPE IS AFGIFT (THE
      * STATUTORY AFGIFT, WITHHELD AT SOURCE) OR ASKAT (INCOME TAX
      * AT THE HOLDER'S TRAEKPROCENT, FOR INSTALMENTS FROM A RATE
      * ACCOUNT); PU-SATS IS THE PERCENTAGE WITHHELD, FIXED WHEN THE
      * PAYOUT IS KEYED. THE NET GOES TO PU-UDBETALINGSKONTO, AN
      * ORDINARY ACCOUNT OF THE SAME HOLDER, AND THE WITHHOLDING TO
      * SKAT VIA PENSIONSKATAFREGNING.TXT. PU-STATUS:
      *   AKTIV      - PAYING, OR WAITING FOR ITS FIRST DATE
      *   AFSLUTTET  - THE LAST PAYMENT HAS GONE
      *   ANNULLERET - STOPPED AT THE COUNTER BEFORE IT FINISHED
       02  PU-REFERENCE        PIC X(10) VALUE SPACES.
       02  PU-KONTO-ID         PIC X(10) VALUE SPACES.
       02  PU-PENSIONS-TYPE    PIC X(6) VALUE SPACES.
       02  PU-UDBETALINGSKONTO PIC X(10) VALUE SPACES.
       02  PU-FORM             PIC X(6) VALUE SPACES.
       02  PU-ANTAL-AAR        PIC 9(2) VALUE ZEROES.
       02  PU-RATER-I-ALT      PIC 9(3) VALUE ZEROES.
       02  PU-RATER-BETALT     PIC 9(3) VALUE ZEROES.
       02  PU-NAESTE-DATO      PIC X(10) VALUE SPACES.
       02  PU-TIDLIG           PIC X VALUE "N".
       02  PU-SKATTETYPE       PIC X(6) VALUE SPACES.
       02  PU-SATS             PIC 9(2)V99 VALUE ZEROES.
       02  PU-BRUTTO-I-ALT     PIC 9(11)V99 VALUE ZEROES.
       02  PU-SKAT-I-ALT       PIC 9(11)V99 VALUE ZEROES.
       02  PU-STATUS           PIC X(10) VALUE "AKTIV".
       02  PU-SIDSTE-DATO      PIC X(10) VALUE SPACES.
       02  PU-DATO             PIC X(10) VALUE SPACES.
       02  PU-OPRETTET-AF      PIC X(3) VALUE SPACES.

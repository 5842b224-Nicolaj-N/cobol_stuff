      * BUDGETKONTI.CPY - ONE BUDGET ACCOUNT (BUDGETKONTI.TXT), KEYED
      * BY BK-KONTO-ID, THE ACCOUNT THE HOUSEHOLD BILLS ARE PAID
      * FROM. EVERY MONTH ON BK-OVERFOERSEL-DAG BUDGETKOERSEL MOVES
      * BK-MAANEDSBELOB OVER FROM THE SAME CUSTOMER'S SALARY ACCOUNT
      * BK-LOEN-KONTO-ID - ONE TWELFTH OF THE ANNUAL BILL PLAN ON
      * BUDGETPOSTER.TXT, ROUNDED UP TO WHOLE KRONER. A BILL FALLING
      * DUE BEFORE ENOUGH HAS BEEN SAVED RUNS THE ACCOUNT INTO ITS
      * AUTOMATIC CREDIT LINE OF BK-KREDITGRAENSE, CARRIED AS AN
      * ORDINARY OVERDRAFT FACILITY ON OVERTRAEKAFTALER.TXT THAT
      * EXPIRES ON BK-REVISION-DATO AND IS RENEWED AT THE REVIEW.
      * ONCE A YEAR, ON BK-REVISION-DATO, THE CUSTOMER IS SENT THE
      * PLANNED AGAINST THE ACTUAL BILLS AND A NEW MONTHLY AMOUNT,
      * KEPT IN BK-FORSLAG-BELOB UNTIL THE BRANCH APPROVES IT IN
      * BUDGETVEDLIGEHOLD. BK-STATUS IS AKTIV OR OPHOERT. DKK ONLY.
       02  BK-KONTO-ID         PIC X(10) VALUE SPACES.
       02  BK-LOEN-KONTO-ID    PIC X(10) VALUE SPACES.
       02  BK-OVERFOERSEL-DAG  PIC 9(2) VALUE ZEROES.
       02  BK-NAESTE-OVERFOERSEL PIC X(10) VALUE SPACES.
       02  BK-MAANEDSBELOB     PIC 9(7)V99 VALUE ZEROES.
       02  BK-KREDITGRAENSE    PIC 9(7)V99 VALUE ZEROES.
       02  BK-AAR-START        PIC X(10) VALUE SPACES.
       02  BK-REVISION-DATO    PIC X(10) VALUE SPACES.
       02  BK-FORSLAG-BELOB    PIC 9(7)V99 VALUE ZEROES.
       02  BK-STATUS           PIC X(10) VALUE "AKTIV".
       02  BK-OPRETTET-AF      PIC X(3) VALUE SPACES.

      * BUDGETPOSTER.CPY - ONE BILL ON A BUDGET ACCOUNT'S ANNUAL
      * PLAN (BUDGETPOSTER.TXT), KEYED BY BP-KONTO-ID PLUS
      * BP-POST-NR. A BILL PAID SEVERAL TIMES A YEAR IS ONE ROW PER
      * DUE MONTH. THE RECEIVER FIELDS ARE THE STANDING-ORDER
      * ENGINE'S (SEE STAAENDEORDRER.CPY) AND GO ONTO THE POSTED ROW
      * THE SAME WAY. BP-BELOB IS THE PLANNED AMOUNT; WHEN THE REAL
      * INVOICE DIFFERS THE BRANCH KEYS IT AS BP-NAESTE-BELOB, WHICH
      * IS PAID INSTEAD AND THEN CLEARED. BP-BETALT-I-AAR IS WHAT WAS
      * ACTUALLY PAID IN THE CURRENT BUDGET YEAR, MOVED TO
      * BP-BETALT-SIDSTE-AAR AT THE ANNUAL REVIEW. BP-STATUS IS AKTIV
      * OR ANNULLERET - A REMOVED BILL STAYS ON FILE FOR THE TRACE.
       02  BP-KONTO-ID         PIC X(10) VALUE SPACES.
       02  BP-POST-NR          PIC 9(2) VALUE ZEROES.
       02  BP-MODTAGER-NAVN    PIC X(40) VALUE SPACES.
       02  BP-MODTAGER-KONTO   PIC X(20) VALUE SPACES.
       02  BP-MODTAGER-REG-NR  PIC 9(4) VALUE ZEROES.
       02  BP-BELOB            PIC S9(9)V99 VALUE ZEROES.
       02  BP-FORFALD-MAANED   PIC 9(2) VALUE ZEROES.
       02  BP-FORFALD-DAG      PIC 9(2) VALUE ZEROES.
       02  BP-NAESTE-DATO      PIC X(10) VALUE SPACES.
       02  BP-NAESTE-BELOB     PIC S9(9)V99 VALUE ZEROES.
       02  BP-BETALT-I-AAR     PIC S9(9)V99 VALUE ZEROES.
       02  BP-BETALT-SIDSTE-AAR PIC S9(9)V99 VALUE ZEROES.
       02  BP-STATUS           PIC X(10) VALUE "AKTIV".

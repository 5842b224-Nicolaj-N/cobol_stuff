      * SPAREOPAFTALER.CPY - ONE ROUND-UP SAVINGS AGREEMENT
      * (SPAREOPAFTALER.TXT), ONE PER CUSTOMER, KEYED BY SO-KUNDE-ID.
      * EVERY CARD PURCHASE BOOKED ON THE SPENDING ACCOUNT
      * SO-FORBRUG-KONTO-ID IS ROUNDED UP TO THE NEAREST
      * SO-AFRUNDING KRONER (5, 10 OR 50) AND SPAREOPKOERSEL MOVES
      * THE DAY'S DIFFERENCES TO THE SAME CUSTOMER'S SAVINGS ACCOUNT
      * SO-OPSPARING-KONTO-ID AS ONE TRANSFER A NIGHT. NO MORE THAN
      * SO-MAANEDS-LOFT MOVES IN A CALENDAR MONTH - SO-MAANED-SUM IS
      * WHAT HAS MOVED IN SO-MAANED (YYYY-MM), AND THE MONTH BEFORE
      * IS KEPT IN SO-FORRIGE-MAANED/-SUM FOR THE MONTH-END
      * STATEMENT. A NIGHT WHOSE TRANSFER WOULD TAKE THE SPENDING
      * ACCOUNT BELOW ZERO SETS SO-STATUS TO PAUSET (WITH
      * SO-PAUSE-DATO) AND MOVES NOTHING; THE FIRST NIGHT THE
      * ACCOUNT CAN PAY AGAIN PUTS IT BACK TO AKTIV BY ITSELF.
      * SO-SIDSTE-KOERSEL IS THE LAST BOOKING DATE SWEPT, SO A RERUN
      * OF THE SAME NIGHT NEVER SAVES THE SAME PURCHASES TWICE.
      * SO-STATUS IS AKTIV, PAUSET OR OPHOERT. DKK ONLY.
       02  SO-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  SO-FORBRUG-KONTO-ID PIC X(10) VALUE SPACES.
       02  SO-OPSPARING-KONTO-ID PIC X(10) VALUE SPACES.
       02  SO-AFRUNDING        PIC 9(2) VALUE ZEROES.
       02  SO-MAANEDS-LOFT     PIC 9(5)V99 VALUE ZEROES.
       02  SO-MAANED           PIC X(7) VALUE SPACES.
       02  SO-MAANED-SUM       PIC 9(5)V99 VALUE ZEROES.
       02  SO-FORRIGE-MAANED   PIC X(7) VALUE SPACES.
       02  SO-FORRIGE-SUM      PIC 9(5)V99 VALUE ZEROES.
       02  SO-SIDSTE-KOERSEL   PIC X(10) VALUE SPACES.
       02  SO-STATUS           PIC X(10) VALUE "AKTIV".
       02  SO-PAUSE-DATO       PIC X(10) VALUE SPACES.
       02  SO-OPRETTET-AF      PIC X(3) VALUE SPACES.
       02  SO-OPRETTET-DATO    PIC X(10) VALUE SPACES.

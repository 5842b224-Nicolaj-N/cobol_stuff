      * MEMOER.CPY - ONE MEMO ON THE CUSTOMER MEMO REGISTER
      * (MEMOER.TXT), KEYED BY MO-MEMO-NR ("N" AND A RUNNING NUMBER)
      * AND HUNG ON EITHER A KUNDE-ID OR A KONTO-ID. WHAT STAFF USED
      * TO KEEP IN THEIR HEADS OR IN EMAILS - "CALL THE DAUGHTER
      * BEFORE LARGE WITHDRAWALS", "SPEAKS ONLY ENGLISH" - WRITTEN
      * DOWN ONCE, BY MEMOVEDLIGEHOLD, AND SHOWN BY EVERY DIALOG
      * THAT OPENS THE CUSTOMER OR THE ACCOUNT. A MEMO IS ACTIVE
      * WHILE MO-STATUS IS AKTIV AND MO-UDLOEB-DATO IS BLANK OR NOT
      * YET PASSED. ROWS ARE NEVER DELETED - A MEMO NO LONGER TRUE
      * IS OPHAEVET WITH THE OPERATOR AND DATE RECORDED.
       02  MO-MEMO-NR          PIC X(10) VALUE SPACES.
      * KUNDE OR KONTO - WHICH KIND OF KEY MO-NOEGLE HOLDS.
       02  MO-NIVEAU           PIC X(5) VALUE SPACES.
       02  MO-NOEGLE           PIC X(10) VALUE SPACES.
      * SVIG, SPROG, IDENTITET, VAERGE OR ANDET.
       02  MO-KATEGORI         PIC X(10) VALUE SPACES.
      * INFO, ADVARSEL OR STOP. A STOP MEMO HOLDS EVERY PAYMENT
      * CAPTURE ON THE ACCOUNT UNTIL A SECOND OPERATOR OVERRIDES IT -
      * SEE BETALINGSINDTASTNING'S KONTROLLER-MEMOER.
       02  MO-ALVOR            PIC X(8) VALUE SPACES.
       02  MO-TEKST            PIC X(60) VALUE SPACES.
      * "YYYY-MM-DD"; BLANK MEANS THE MEMO DOES NOT EXPIRE.
       02  MO-UDLOEB-DATO      PIC X(10) VALUE SPACES.
       02  MO-OPRETTET-AF      PIC X(3) VALUE SPACES.
       02  MO-OPRETTET-TID     PIC X(19) VALUE SPACES.
      * AKTIV OR OPHAEVET.
       02  MO-STATUS           PIC X(8) VALUE "AKTIV".
       02  MO-OPHAEVET-AF      PIC X(3) VALUE SPACES.
       02  MO-OPHAEVET-DATO    PIC X(10) VALUE SPACES.

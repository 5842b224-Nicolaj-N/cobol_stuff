      * KONTOOMNUMMERERING.CPY - ONE ACCOUNT MOVED TO A NEW
      * KONTONUMMER BY A BRANCH MERGER (KONTOOMNUMMERERING.TXT),
      * APPENDED BY REGNRMIGRERING.COB AND NEVER REWRITTEN: THE
      * PERMANENT OLD-TO-NEW MAP. KONTO-ID DOES NOT CHANGE, SO EVERY
      * REGISTER KEYED BY IT (CARDS, BS MANDATES AND COLLECTIONS,
      * ALIASES, RESERVATIONS, LOANS) FOLLOWS THE ACCOUNT UNTOUCHED.
      * CLEARINGINDKOERSEL REDIRECTS AN INBOUND CREDIT ADDRESSED TO
      * KM-GAMMEL-KONTONUMMER TO KM-NY-KONTONUMMER UP TO AND
      * INCLUDING KM-OMSTIL-TIL; AFTER THAT IT PARKS ON SUSPENSE
      * LIKE ANY OTHER UNKNOWN NUMBER.
       02  KM-KONTO-ID         PIC X(10) VALUE SPACES.
       02  KM-GAMMEL-KONTONUMMER PIC X(20) VALUE SPACES.
       02  KM-NY-KONTONUMMER   PIC X(20) VALUE SPACES.
       02  KM-GAMMEL-REG-NR    PIC 9(4) VALUE ZEROES.
       02  KM-NY-REG-NR        PIC 9(4) VALUE ZEROES.
       02  KM-SKAEDATO         PIC X(10) VALUE SPACES.
       02  KM-OMSTIL-TIL       PIC X(10) VALUE SPACES.

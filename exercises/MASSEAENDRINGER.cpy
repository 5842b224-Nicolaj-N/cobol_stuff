      * MASSEAENDRINGER.CPY - ONE MASS CHANGE TO THE ACCOUNT MASTER
      * ON THE MASS-CHANGE REGISTER (MASSEAENDRINGER.TXT), KEYED BY
      * MA-REFERENCE ("M" AND A RUNNING NUMBER). A SELECTION - ALL
      * ACCOUNTS ON ONE REG-NR, IN ONE VALUTAKODE, IN A BALANCE TIER,
      * OF ONE PRODUCT, OR AN EXPLICIT KONTO-ID LIST KEPT ON
      * MASSEAENDRINGKONTI.TXT UNDER THE SAME REFERENCE - AND ONE
      * FIELD SET TO ONE VALUE ON EVERY ACCOUNT IT PICKS.
      * MASSEAENDRING PROPOSES IT WITH A DRY RUN AND PARKS IT AS
      * VENTER WITH THE NUMBER OF ACCOUNTS THE DRY RUN WOULD TOUCH; A
      * SECOND OPERATOR RE-RUNS THE DRY RUN AND, IF THE COUNT STILL
      * AGREES, MAKES IT GENNEMFOERT (OR AFVIST). EVERY ACCOUNT
      * CHANGED GOES ON THE CHANGE JOURNAL UNDER THE BATCH'S
      * REFERENCE. ROWS ARE NEVER DELETED.
       02  MA-REFERENCE        PIC X(10) VALUE SPACES.
      * REG-NR, VALUTA, SALDO, PRODUKT OR KONTOLISTE. MA-UDVALG-
      * VAERDI IS THE REG-NR, VALUTAKODE OR PRODUCT (ALDER, RATE,
      * INDLAAN, BOERNE, DEPOSITUM, ORDINAER); SALDO USES THE TIER
      * BELOW, ZERO IN MA-SALDO-TIL MEANING NO UPPER BOUND.
       02  MA-UDVALG-TYPE      PIC X(10) VALUE SPACES.
       02  MA-UDVALG-VAERDI    PIC X(10) VALUE SPACES.
       02  MA-SALDO-FRA        PIC 9(9)V99 VALUE ZEROES.
       02  MA-SALDO-TIL        PIC 9(9)V99 VALUE ZEROES.
      * UDSKRIFT-CYKLUS, KONTO-STATUS, INDLAAN-SATS (FIVE DIGITS,
      * "00250" = 2.50), INDLAAN-FORNY OR PENSIONS-TYPE.
       02  MA-FELT             PIC X(15) VALUE SPACES.
       02  MA-NY-VAERDI        PIC X(10) VALUE SPACES.
       02  MA-ANTAL-KONTI      PIC 9(5) VALUE ZEROES.
       02  MA-STATUS           PIC X(11) VALUE "VENTER".
       02  MA-INDTASTET-AF     PIC X(3) VALUE SPACES.
       02  MA-INDTASTET-TID    PIC X(19) VALUE SPACES.
       02  MA-GODKENDT-AF      PIC X(3) VALUE SPACES.
       02  MA-GODKENDT-DATO    PIC X(10) VALUE SPACES.
       02  MA-ANTAL-AENDRET    PIC 9(5) VALUE ZEROES.

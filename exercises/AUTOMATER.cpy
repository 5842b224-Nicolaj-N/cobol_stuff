      * AUTOMATER.CPY - ONE ATM ON THE ATM REGISTER (AUTOMATER.TXT),
      * KEYED BY THE MACHINE ID THE ATM NETWORK STAMPS ON ITS
      * JOURNAL AND ON THE AUTOMATHAEVNING POSTINGS (IN BUTIK). AT-
      * REG-NR IS THE BRANCH THAT SERVICES THE MACHINE - THE CASH
      * FORECAST ROLLS THE MACHINE'S HOLDING UP UNDER IT, SAME AS
      * KASSEFILIALER.TXT FOR THE DRAWERS. AT-BEHOLDNING IS THE BOOK
      * HOLDING IN THE CASSETTES AS OF AT-AFSTEMT-DATO, CARRIED
      * NIGHT OVER NIGHT BY AUTOMATAFSTEMNING: LOADS ADD, DISPENSES
      * SUBTRACT, AND A PHYSICAL COUNT RESETS IT TO WHAT WAS
      * ACTUALLY THERE. AT-STATUS IS AKTIV OR LUKKET; A
      * DECOMMISSIONED MACHINE STAYS ON FILE.
       02  AT-AUTOMAT-ID       PIC X(10) VALUE SPACES.
       02  AT-REG-NR           PIC 9(4) VALUE ZEROES.
       02  AT-PLACERING        PIC X(30) VALUE SPACES.
       02  AT-BEHOLDNING       PIC S9(11)V99 VALUE ZEROES.
       02  AT-AFSTEMT-DATO     PIC X(10) VALUE SPACES.
       02  AT-STATUS           PIC X(8) VALUE "AKTIV".

      * BANKBOKSE.CPY - ONE SAFE-DEPOSIT BOX ON THE BOX REGISTER
      * (BANKBOKSE.TXT), KEYED BY THE BRANCH'S REG-NR AND THE BOX
      * NUMBER PAINTED ON THE DOOR. BX-STOERRELSE IS THE SIZE CLASS
      * THE ANNUAL RENT IS TARIFFED BY - LILLE, MELLEM OR STOR, SEE
      * BOKSTAKSTER.TXT. UP TO THREE RENTERS (BX-LEJER) SHARE THE
      * BOX; THE RENT IS DEBITED TO BX-KONTO-ID, WHOSE PRIMARY
      * HOLDER IS ALWAYS THE FIRST RENTER. UP TO FOUR FURTHER
      * KEYHOLDERS (BX-NOEGLEHOLDER) MAY OPEN THE BOX - A KEYHOLDER
      * WHO IS NOT A RENTER MUST HOLD AN AKTIV FULD POWER OF ATTORNEY
      * OVER BX-KONTO-ID ON FULDMAGTER.TXT, CHECKED WHEN THE
      * KEYHOLDER IS ADDED AND AGAIN AT EVERY VISIT.
      * BX-STATUS:
      *   LEDIG     - NOT RENTED
      *   AKTIV     - RENTED, RENT PAID
      *   RYKKET    - RENT UNPAID, REMINDER SENT; ACCESS STILL GIVEN
      *   SPAERRET  - RENT STILL UNPAID - LOCKED OUT UNTIL PAID
      *   FORSEGLET - A RENTER HAS DIED; SEALED FOR THE ESTATE
      * BX-NAESTE-LEJE IS THE DATE THE NEXT YEAR'S RENT IS BILLED
      * IN ADVANCE. BX-RESTANCE-DATO/-BELOB ARE THE OLDEST UNPAID
      * BILLING AND WHAT IS OWED; BLANK/ZERO WHEN NOTHING IS. SEE
      * BOKSVEDLIGEHOLD.COB AND BOKSKOERSEL.COB.
       02  BX-REG-NR           PIC 9(4) VALUE ZEROES.
       02  BX-BOKS-NR          PIC X(6) VALUE SPACES.
       02  BX-STOERRELSE       PIC X(6) VALUE SPACES.
       02  BX-LEJER OCCURS 3 TIMES.
           03  BX-LEJER-KUNDE-ID PIC X(10) VALUE SPACES.
       02  BX-KONTO-ID         PIC X(10) VALUE SPACES.
       02  BX-NOEGLEHOLDER OCCURS 4 TIMES.
           03  BX-NH-KUNDE-ID  PIC X(10) VALUE SPACES.
       02  BX-STATUS           PIC X(9) VALUE "LEDIG".
       02  BX-LEJE-START       PIC X(10) VALUE SPACES.
       02  BX-NAESTE-LEJE      PIC X(10) VALUE SPACES.
       02  BX-RESTANCE-DATO    PIC X(10) VALUE SPACES.
       02  BX-RESTANCE-BELOB   PIC 9(7)V99 VALUE ZEROES.
       02  BX-RYKKER-DATO      PIC X(10) VALUE SPACES.
       02  BX-SPAERRET-DATO    PIC X(10) VALUE SPACES.
      * SET BY CPRSTATUSKOERSEL THE NIGHT A RENTER IS REPORTED DEAD -
      * THE DECEASED'S KUNDE-ID TIES THE BOX TO THE ESTATE CASE.
       02  BX-FORSEGLET-DATO   PIC X(10) VALUE SPACES.
       02  BX-BO-KUNDE-ID      PIC X(10) VALUE SPACES.
       02  BX-OPRETTET-AF      PIC X(3) VALUE SPACES.

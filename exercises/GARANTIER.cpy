      * GARANTIER.CPY - ONE BANK GUARANTEE ON THE GUARANTEE REGISTER
      * (GARANTIER.TXT), ISSUED FOR A CUSTOMER IN FAVOUR OF A THIRD
      * PARTY (GA-BEGUNSTIGET) - A LANDLORD'S RENT GUARANTEE, A
      * CONTRACTOR'S PERFORMANCE GUARANTEE AND THE LIKE:
      *   GA-TYPE            BETALING   - PAYMENT GUARANTEE
      *                      UDFOERELSE - PERFORMANCE GUARANTEE
      * GA-KONTO-ID IS THE CUSTOMER'S ACCOUNT THE GUARANTEE SITS ON:
      * THE QUARTERLY COMMISSION AND A CLAIM ARE DEBITED THERE, AND
      * THE LIVE AMOUNT IS TAKEN OFF THAT ACCOUNT'S AVAILABLE CREDIT.
      * GA-PROVISION-PCT IS THE COMMISSION RATE PER YEAR, BILLED A
      * QUARTER IN ADVANCE ON GA-NAESTE-PROVISION. THE COVER IS A
      * PLEDGE ON THE COLLATERAL REGISTER (SIKKERHEDER.CPY) - THE
      * AKTIV ROW ON GA-KONTO-ID WITH SI-TYPE = GA-SIKKERHED-TYPE -
      * AND/OR A COUNTER-GUARANTEE FROM A THIRD PARTY, NAMED IN
      * GA-MODGARANTI.
      * GA-STATUS:
      *   AKTIV      - LIVE
      *   KRAVET     - THE BENEFICIARY HAS CLAIMED GA-KRAV-BELOB;
      *                STILL LIVE UNTIL THE NIGHTLY RUN DEBITS IT
      *   INDFRIET   - THE CLAIM HAS BEEN DEBITED TO THE CUSTOMER
      *   UDLOEBET   - RELEASED ON GA-UDLOEB-DATO BY THE NIGHTLY RUN
      *   ANNULLERET - RETURNED BY THE BENEFICIARY BEFORE EXPIRY
      * A CLOSED GUARANTEE STAYS ON FILE, SAME KEEP-THE-TRACE
      * PRINCIPLE AS THE OTHER REGISTERS. SEE GARANTIVEDLIGEHOLD.COB
      * AND GARANTIKOERSEL.COB.
       02  GA-GARANTI-ID       PIC X(10) VALUE SPACES.
       02  GA-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  GA-KONTO-ID         PIC X(10) VALUE SPACES.
       02  GA-TYPE             PIC X(10) VALUE SPACES.
       02  GA-BEGUNSTIGET      PIC X(40) VALUE SPACES.
       02  GA-BELOB            PIC S9(9)V99 VALUE ZEROES.
       02  GA-VALUTA           PIC X(3) VALUE SPACES.
       02  GA-UDSTEDT-DATO     PIC X(10) VALUE SPACES.
       02  GA-UDLOEB-DATO      PIC X(10) VALUE SPACES.
       02  GA-PROVISION-PCT    PIC 9(2)V99 VALUE ZEROES.
       02  GA-NAESTE-PROVISION PIC X(10) VALUE SPACES.
       02  GA-SIKKERHED-TYPE   PIC X(20) VALUE SPACES.
       02  GA-MODGARANTI       PIC X(40) VALUE SPACES.
       02  GA-KRAV-BELOB       PIC S9(9)V99 VALUE ZEROES.
       02  GA-KRAV-DATO        PIC X(10) VALUE SPACES.
       02  GA-STATUS           PIC X(10) VALUE "AKTIV".
       02  GA-OPRETTET-AF      PIC X(3) VALUE SPACES.
       02  GA-OPRETTET-DATO    PIC X(10) VALUE SPACES.

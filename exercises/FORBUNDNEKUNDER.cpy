      * FORBUNDNEKUNDER.CPY - ONE MANUAL LINK ON THE CONNECTED-
      * CLIENTS REGISTER (FORBUNDNEKUNDER.TXT): TWO KUNDE-IDS THE
      * CREDIT DESK HAS JUDGED TO BE ONE RISK - ECONOMIC DEPENDENCE,
      * A SHARED SOURCE OF REPAYMENT, CONTROL THE CORPORATE REGISTER
      * DOES NOT SHOW. HOUSEHOLDS (HUSSTANDE.TXT) AND CVR OWNERSHIP
      * (VIRKSOMHEDER.TXT) ARE DERIVED BY STOREKSP EACH MONTH AND ARE
      * NOT KEYED HERE. LINKS ARE TRANSITIVE - A LINKED TO B AND B TO
      * C MAKES ONE GROUP OF THREE. FK-BEGRUNDELSE SAYS WHY, FOR THE
      * SUPERVISOR. FK-STATUS IS AKTIV OR OPHOERT; AN ENDED LINK
      * STAYS ON FILE WITH WHO ENDED IT AND WHEN, SAME KEEP-THE-
      * TRACE PRINCIPLE AS THE OTHER REGISTERS. SEE
      * FORBUNDNEKUNDERVEDLIGEHOLD.COB AND STOREKSPONERING.COB.
       02  FK-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  FK-FORBUNDET-ID     PIC X(10) VALUE SPACES.
       02  FK-BEGRUNDELSE      PIC X(40) VALUE SPACES.
       02  FK-STATUS           PIC X(8) VALUE "AKTIV".
       02  FK-OPRETTET-AF      PIC X(3) VALUE SPACES.
       02  FK-OPRETTET-DATO    PIC X(10) VALUE SPACES.
       02  FK-OPHOERT-AF       PIC X(3) VALUE SPACES.
       02  FK-OPHOERT-DATO     PIC X(10) VALUE SPACES.

      * KUNDEGRUPPER.CPY - ONE CUSTOMER'S PLACE IN THE CONNECTED-
      * CLIENTS GROUPING AS STOREKSP LEFT IT AT THE LAST MONTH-END
      * (KUNDEGRUPPER.TXT): KG-GRUPPE-ID IS THE KUNDE-ID OF THE
      * GROUP'S FIRST MEMBER ON THE CUSTOMER MASTER, SO A CUSTOMER
      * STANDING ALONE IS A GROUP OF ONE UNDER ITS OWN ID.
      * KG-GRUNDLAG SAYS HOW THE CUSTOMER CAME INTO THE GROUP:
      *   HUSSTAND  SHARED HOUSEHOLD (HUSSTANDE.TXT)
      *   CVR-EJER  CONTROLLING OWNERSHIP (VIRKSOMHEDER.TXT)
      *   MANUEL    A CREDIT-DESK LINK (FORBUNDNEKUNDER.TXT)
      *   (BLANK)   NOT CONNECTED TO ANYONE
      * KG-BRUTTO IS THE CUSTOMER'S OWN DRAWN AND UNDRAWN EXPOSURE IN
      * DKK, KG-NETTO THE SAME AFTER ELIGIBLE COLLATERAL. REWRITTEN
      * WHOLE EACH RUN.
       02  KG-GRUPPE-ID        PIC X(10) VALUE SPACES.
       02  KG-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  KG-GRUNDLAG         PIC X(8) VALUE SPACES.
       02  KG-ANTAL-MEDLEMMER  PIC 9(4) VALUE ZEROES.
       02  KG-BRUTTO           PIC S9(13)V99 VALUE ZEROES.
       02  KG-NETTO            PIC S9(13)V99 VALUE ZEROES.
       02  KG-DATO             PIC X(10) VALUE SPACES.

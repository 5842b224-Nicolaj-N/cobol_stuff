      * EXPIRED OR SIMPLY NOT ON THIS REGISTER, AND THE FRAUD
      * SCREENING IN AUTORISATIONSSCREENING.COB FLIPS A CARD TO
      * SPAERRET BY ITSELF ON THE WORST HITS. SEE KORTVEDLIGEHOLD.
      * KORTFORNYELSE ORDERS THE SUCCESSOR OF A CARD NEARING EXPIRY
      * AS A NEW ROW IN STATUS BESTILT, LINKED BACK THROUGH
      * KT-FORGAENGER; WHEN KORTVEDLIGEHOLD ACTIVATES IT, THE OLD
      * CARD BECOMES ERSTATTE ("ERSTATTET" CUT TO THE FIELD'S EIGHT
      * BYTES). NEITHER A BESTILT NOR AN ERSTATTE CARD AUTHORIZES.
       02  KT-KORTNUMMER       PIC X(16) VALUE SPACES.
       02  KT-KONTO-ID         PIC X(10) VALUE SPACES.
       02  KT-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  KT-STATUS           PIC X(8) VALUE "AKTIV".
       02  KT-UDLOEB-DATO      PIC X(10) VALUE SPACES.
      * TRAILING FIELDS, SAME RULE AS EVERY LATE ADDITION: BLANK ON
      * EVERY CARD ISSUED BY HAND MEANS "NO PREDECESSOR".
       02  KT-FORGAENGER       PIC X(16) VALUE SPACES.
       02  KT-BESTILT-DATO     PIC X(10) VALUE SPACES.

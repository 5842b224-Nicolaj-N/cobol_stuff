      * IFRS9STADIER.CPY - ONE CREDIT EXPOSURE AS IFRS9ECL LEFT IT AT
      * THE LAST MONTH-END (IFRS9STADIER.TXT): THE SEGMENT (LAAN FOR
      * A LOAN ON LAAN.TXT, KONTO FOR AN OVERDRAWN ACCOUNT), ITS
      * IMPAIRMENT STAGE 1, 2 OR 3 AND THE RULE THAT PUT IT THERE,
      * THE DKK EXPOSURE, THE COLLATERAL SET AGAINST IT AND THE
      * EXPECTED CREDIT LOSS PROVIDED FOR IT. NEXT MONTH'S RUN READS
      * IT BACK AS "LAST MONTH" FOR THE STAGE MIGRATION AND POSTS
      * ONLY THE CHANGE IN THE PROVISION. REWRITTEN WHOLE EACH RUN,
      * AND ONLY WHEN THE MONTH'S POSTING WAS RELEASED.
       02  IS-SEGMENT          PIC X(5) VALUE SPACES.
       02  IS-KONTO-ID         PIC X(10) VALUE SPACES.
       02  IS-STADIE           PIC 9 VALUE ZEROES.
       02  IS-AARSAG           PIC X(10) VALUE SPACES.
       02  IS-EKSPONERING      PIC S9(11)V99 VALUE ZEROES.
       02  IS-SIKKERHED        PIC S9(11)V99 VALUE ZEROES.
       02  IS-ECL              PIC S9(11)V99 VALUE ZEROES.
       02  IS-DATO             PIC X(10) VALUE SPACES.

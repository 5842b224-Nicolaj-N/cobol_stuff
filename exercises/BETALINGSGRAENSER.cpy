      * BETALINGSGRAENSER.CPY - ONE PAYMENT LIMIT IN THE LIMITS
      * REGISTER (BETALINGSGRAENSER.TXT), PER CUSTOMER AND CHANNEL.
      * BG-KANAL IS KASSE (KEYED AT THE COUNTER), NETBANK (STANDING
      * ORDERS AND FUTURE-DATED PAYMENTS THE CUSTOMER SET UP), BULK
      * (CORPORATE PAYMENT FILES) OR UDLAND (ANY PAYMENT ABROAD,
      * WHATEVER ROUTE IT CAME BY). A ROW WITH BG-KUNDE-ID BLANK IS
      * THE BANK-WIDE DEFAULT FOR ITS CHANNEL; A CUSTOMER ROW
      * OVERRIDES IT FIELD BY FIELD, A ZERO FIELD ON A CUSTOMER ROW
      * FALLING BACK TO THE DEFAULT AND A ZERO ON THE DEFAULT ROW
      * MEANING NO CEILING. ONE ROW PER KUNDE-ID/KANAL - KEPT BY
      * BETALINGSGRAENSEVEDLIGEHOLD, EVERY CHANGE JOURNALLED THROUGH
      * AENDRINGSJOURNAL.CPY.
      *   BG-PR-BETALING     CEILING ON ANY ONE PAYMENT
      *   BG-PR-DAG          CEILING ON THE DAY'S TOTAL, AGAINST THE
      *                      RUNNING TOTAL ON BETALINGSFORBRUG.TXT
       02  BG-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  BG-KANAL            PIC X(7) VALUE SPACES.
       02  BG-PR-BETALING      PIC 9(9)V99 VALUE ZEROES.
       02  BG-PR-DAG           PIC 9(11)V99 VALUE ZEROES.

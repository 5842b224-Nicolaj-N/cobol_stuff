      * AFGANGSSCORER.CPY - ONE CUSTOMER'S ATTRITION SCORE FOR ONE
      * MONTH (AFGANGSSCORER.TXT), APPENDED BY AFGANGSANALYSE AT
      * EVERY MONTH-END AND NEVER REWRITTEN. TWO USES: LAST MONTH'S
      * ROW IS THE BASELINE THIS MONTH'S COUNT OF LIVE STANDING
      * ORDERS AND MANDATES IS COMPARED WITH (THE REGISTERS KEEP NO
      * CANCELLATION DATE), AND THE ROWS AS A WHOLE ARE WHAT THE
      * ACCURACY SECTION MEASURES AGAINST KUNDEAFGANG.TXT.
      * AS-PAA-LISTE IS J WHEN THE CUSTOMER MADE THAT MONTH'S CALL
      * LIST. AS-AARSAGER CARRIES ONE BYTE PER SIGNAL THAT FIRED, IN
      * FIXED POSITIONS: A (FALLING ACTIVITY), L (SALARY STOPPED),
      * O (ORDERS OR MANDATES CANCELLED), D (BALANCE DRAINED TO
      * ANOTHER REG-NR), K (RECENT COMPLAINT) - SPACE WHEN NOT.
       02  AS-MAANED           PIC X(7) VALUE SPACES.
       02  AS-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  AS-REG-NR           PIC 9(4) VALUE ZEROES.
       02  AS-SCORE            PIC 9(3) VALUE ZEROES.
       02  AS-PAA-LISTE        PIC X VALUE "N".
       02  AS-AKTIVE-KONTI     PIC 9(3) VALUE ZEROES.
       02  AS-AKTIVE-ORDRER    PIC 9(3) VALUE ZEROES.
       02  AS-AKTIVE-MANDATER  PIC 9(3) VALUE ZEROES.
       02  AS-AARSAGER         PIC X(5) VALUE SPACES.

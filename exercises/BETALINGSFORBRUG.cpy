      * BETALINGSFORBRUG.CPY - ONE OUTBOUND PAYMENT COUNTED AGAINST
      * ITS CUSTOMER'S DAILY LIMIT (BETALINGSFORBRUG.TXT). APPENDED
      * BY EVERY OUTBOUND PATH WHEN A PAYMENT IS LET THROUGH WITHIN
      * THE LIMITS, AND BY BETALINGSINDTASTNING WHEN AN OVER-LIMIT
      * PAYMENT IS RELEASED ON APPROVAL. THE RUNNING DAY-TOTAL FOR A
      * CUSTOMER AND CHANNEL IS THE SUM OF BF-BELOB OVER TODAY'S
      * ROWS - EARLIER DATES ARE HISTORY AND NEVER COUNT AGAIN.
      * BF-BELOB IS ALWAYS POSITIVE, THE AMOUNT LEAVING.
       02  BF-DATO             PIC X(10) VALUE SPACES.
       02  BF-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  BF-KANAL            PIC X(7) VALUE SPACES.
       02  BF-BELOB            PIC 9(11)V99 VALUE ZEROES.
       02  BF-KILDE            PIC X(10) VALUE SPACES.

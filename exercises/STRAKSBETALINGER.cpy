      * STRAKSBETALINGER.CPY - ONE INSTANT PAYMENT (STRAKSBETALING)
      * IN EITHER DIRECTION. THE SAME LAYOUT SERVES THE THREE FILES
      * STRAKSKOERSEL.COB WORKS ON:
      *   STRAKSUD.TXT         OUTBOUND REQUESTS QUEUED BY
      *                        BETALINGSINDTASTNING ON APPROVAL -
      *                        SB-RETNING "UD", SB-KONTO-ID THE
      *                        ACCOUNT TO DEBIT
      *   STRAKSIND.TXT        INBOUND PAYMENTS FROM THE INSTANT
      *                        SCHEME - SB-RETNING "IND", ADDRESSED
      *                        BY SB-MODT-KONTONUMMER LIKE
      *                        CLEARINGIND.CPY, SB-KONTO-ID BLANK
      *   STRAKSCLEARINGUD.TXT THE MESSAGES WE SEND BACK TO THE
      *                        SCHEME - A SENDT ROW PER OUTBOUND
      *                        PAYMENT, AN ACCEPT OR AFVIST ROW PER
      *                        INBOUND ONE, SB-AARSAG ON AFVIST
      * SB-BELOB IS ALWAYS THE POSITIVE AMOUNT MOVED; THE SIGN IS
      * THE DIRECTION. SB-REFERENCE IS THE SCHEME'S END-TO-END
      * REFERENCE AND TRAVELS UNCHANGED ON EVERY MESSAGE.
       02  SB-RETNING          PIC X(3) VALUE SPACES.
       02  SB-REFERENCE        PIC X(20) VALUE SPACES.
       02  SB-KONTO-ID         PIC X(10) VALUE SPACES.
       02  SB-AFS-REG-NR       PIC 9(4) VALUE ZEROES.
       02  SB-AFS-KONTONUMMER  PIC X(20) VALUE SPACES.
       02  SB-MODT-REG-NR      PIC 9(4) VALUE ZEROES.
       02  SB-MODT-KONTONUMMER PIC X(20) VALUE SPACES.
       02  SB-BELOB            PIC 9(9)V99 VALUE ZEROES.
       02  SB-VALUTA           PIC X(3) VALUE SPACES.
       02  SB-TEKST            PIC X(40) VALUE SPACES.
       02  SB-TIDSPUNKT        PIC X(19) VALUE SPACES.
       02  SB-STATUS           PIC X(8) VALUE SPACES.
       02  SB-AARSAG           PIC X(30) VALUE SPACES.

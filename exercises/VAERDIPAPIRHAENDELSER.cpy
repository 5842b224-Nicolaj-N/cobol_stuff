      * VAERDIPAPIRHAENDELSER.CPY - ONE CORPORATE ACTION FROM THE
      * CENTRAL SECURITIES DEPOSITORY (VAERDIPAPIRHAENDELSER.TXT).
      * THE NIGHTLY DEPOTKOERSEL PAYS EVERY VENTER ROW WHOSE
      * VE-BETALINGSDATO HAS COME TO EACH DEPOT HOLDING THE ISIN,
      * ON THE HOLDING AS IT STANDS THAT NIGHT, AND MARKS IT BOGFOERT.
      *   VE-TYPE  UDBYTTE - DIVIDEND; VE-SATS IS DKK PER SHARE. THE
      *                      DANISH DIVIDEND TAX IS WITHHELD AND
      *                      POSTED AS ITS OWN UDBYTTESKAT ROW
      *            KUPON   - BOND COUPON; VE-SATS IS THE PERCENT OF
      *                      NOMINAL PAID ON THIS DATE, PAID GROSS
       02  VE-HAENDELSE-ID     PIC X(10) VALUE SPACES.
       02  VE-ISIN             PIC X(12) VALUE SPACES.
       02  VE-TYPE             PIC X(7) VALUE SPACES.
       02  VE-SATS             PIC 9(5)V9(4) VALUE ZEROES.
       02  VE-BETALINGSDATO    PIC X(10) VALUE SPACES.
       02  VE-STATUS           PIC X(8) VALUE "VENTER".
       02  VE-BOGFOERT-DATO    PIC X(10) VALUE SPACES.

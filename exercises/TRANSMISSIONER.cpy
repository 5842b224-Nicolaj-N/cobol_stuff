      * TRANSMISSIONER.CPY - ONE OUTBOUND FILE ON THE TRANSMISSION
      * REGISTER (TRANSMISSIONER.TXT). EVERY PROGRAM THAT PRODUCES A
      * FILE FOR AN OUTSIDE COUNTERPARTY APPENDS A ROW WHEN IT
      * CLOSES THE FILE: THE CLEARING FILE, BSAFVISNINGER, THE
      * DISPUTE FILE, THE CROSS-BORDER FILE PER CURRENCY, THE RKI
      * EXTRACT, THE SKAT EXTRACTS, THE MFI STATISTICS AND THE CASH-
      * CENTER ORDER. TM-ANTAL/TM-SUM ARE THE CONTROL TOTALS THE
      * COUNTERPARTY'S RECEIPT IS CHECKED AGAINST; TM-FRIST-DAGE IS
      * HOW MANY DAYS THE COUNTERPARTY HAS TO ACKNOWLEDGE THE FILE.
      * TM-STATUS IS DANNET WHEN WRITTEN, THEN KVITTERET OR AFVIST
      * FROM TRANSKVIT'S RECEIPT INTAKE; AN AFVIST FILE BECOMES
      * GENDANNES (MARKED FOR REGENERATION BY TM-PROGRAM) AND
      * ERSTATTET ONCE A NEWER ROW FOR THE SAME FILE IS REGISTERED.
      * TM-STATUS-DATO IS THE DATE OF THE LAST STATUS CHANGE.
       02  TM-FILNAVN          PIC X(40) VALUE SPACES.
       02  TM-PROGRAM          PIC X(10) VALUE SPACES.
       02  TM-MODPART          PIC X(10) VALUE SPACES.
       02  TM-DANNET-DATO      PIC 9(8) VALUE ZEROES.
       02  TM-DANNET-TID       PIC 9(8) VALUE ZEROES.
       02  TM-ANTAL            PIC 9(9) VALUE ZEROES.
       02  TM-SUM              PIC S9(15)V99 SIGN LEADING SEPARATE
                               VALUE ZEROES.
       02  TM-FRIST-DAGE       PIC 99 VALUE ZEROES.
       02  TM-STATUS           PIC X(10) VALUE SPACES.
       02  TM-STATUS-DATO      PIC X(10) VALUE SPACES.
       02  TM-KVIT-REF         PIC X(20) VALUE SPACES.
       02  TM-AARSAG           PIC X(40) VALUE SPACES.

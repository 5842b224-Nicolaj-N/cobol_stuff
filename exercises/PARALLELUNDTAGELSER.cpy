      * PARALLELUNDTAGELSER.CPY - ONE DECLARED EXPECTED DIFFERENCE
      * FOR A PARALLEL RUN (PARALLELUNDTAGELSER.TXT), WRITTEN BY
      * WHOEVER SIGNS OFF THE RELEASE OR THE DR REHEARSAL BEFORE THE
      * COMPARISON IS RUN. PU-FILNAVN IS THE OUTPUT FILE AS NAMED IN
      * PARALLEL'S CATALOG AND PU-NOEGLE THE KONTO-ID (OR REG-NR, GL
      * LINE OR STATEMENT SECTION) - "*" IN EITHER MATCHES ALL. A
      * DIFFERENCE IS EXPECTED WHEN A ROW MATCHES AND THE AMOUNT
      * MOVED BY NO MORE THAN PU-TOLERANCE; A CHANGE IN TEXT OR ROW
      * COUNT ALONE ALWAYS FITS A MATCHING ROW. PU-BEGRUNDELSE IS
      * PRINTED AGAINST EVERY DIFFERENCE THE ROW EXPLAINS.
       02  PU-FILNAVN          PIC X(24) VALUE SPACES.
       02  PU-NOEGLE           PIC X(40) VALUE SPACES.
       02  PU-TOLERANCE        PIC 9(13)V99 VALUE ZEROES.
       02  PU-BEGRUNDELSE      PIC X(40) VALUE SPACES.

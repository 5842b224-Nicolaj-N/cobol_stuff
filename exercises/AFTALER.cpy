      * AFTALER.CPY - ONE CUSTOMER'S ACCEPTANCE OF, OR NOTICE OF, ONE
      * VERSION OF A TERMS DOCUMENT, ON THE AGREEMENT REGISTER
      * (AFTALER.TXT). THE REGISTER ANSWERS THE FIRST QUESTION OF
      * EVERY ESCALATED COMPLAINT - WHICH TERMS DID THE CUSTOMER
      * AGREE TO, AND WHEN, AND HOW:
      *   AF-DOK-TYPE   KONTOVILK (ACCOUNT TERMS AND FEE SCHEDULE),
      *                 KORTVILK, BSVILK OR LAANAFTALE
      *   AF-VERSION    A VERSION ON VILKAARSVERSIONER.TXT
      *   AF-KONTO-ID   THE ACCOUNT THE DOCUMENT COVERS - A CARD'S
      *                 ACCOUNT FOR KORTVILK; BLANK WHEN THE DOCUMENT
      *                 IS THE CUSTOMER'S AND NOT AN ACCOUNT'S
      *   AF-KANAL      FILIAL, NETBANK OR POST WHEN ACCEPTED; THE
      *                 LETTER'S CHANNEL (PAPIR, EBOKS, EMAIL) WHEN
      *                 VARSLET
      *   AF-STATUS     ACCEPTERET - THE CUSTOMER AGREED TO THE
      *                 VERSION; VARSLET - THE CUSTOMER WAS SENT THE
      *                 PRE-NOTIFICATION OF A PENDING VERSION
      * WRITTEN BY KONTOVEDLIGEHOLD AT ACCOUNT OPENING, KORTVEDLIGE-
      * HOLD AT CARD ISSUE, AFTALEVEDLIGEHOLD FOR EVERYTHING SIGNED
      * ELSEWHERE, AND VARSLINGSKOERSEL WHEN THE LETTERS GO OUT.
      * ROWS ARE ONLY EVER ADDED.
       02  AF-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  AF-KONTO-ID         PIC X(10) VALUE SPACES.
       02  AF-DOK-TYPE         PIC X(10) VALUE SPACES.
       02  AF-VERSION          PIC X(10) VALUE SPACES.
       02  AF-DATO             PIC X(10) VALUE SPACES.
       02  AF-KANAL            PIC X(7) VALUE SPACES.
       02  AF-STATUS           PIC X(10) VALUE "ACCEPTERET".
       02  AF-REGISTRERET-AF   PIC X(3) VALUE SPACES.

      * MEDARBEJDERRELATIONER.CPY - ONE LINK BETWEEN AN OPERATOR ON
      * OPERATOERER.TXT AND A CUSTOMER WHOSE MONEY THAT OPERATOR MUST
      * NOT HANDLE (MEDARBEJDERRELATIONER.TXT): THE EMPLOYEE'S OWN
      * KUNDE-ID (MR-RELATION EGEN) OR A CLOSE RELATIVE'S -
      * AEGTEFAELLE, SAMLEVER, BARN, FORAELDER OR SOESKENDE.
      * MAINTAINED IN OPERATOERADGANG.COB UNDER NIVEAU-3 INITIALS,
      * NEVER BY THE OPERATOR THE LINK IS ABOUT. A LINK THAT NO
      * LONGER APPLIES IS OPHOERT, NOT DELETED, SO THE NIGHTLY
      * INSIDERKONTROL.COB AND INTERNAL AUDIT CAN SEE WHEN IT HELD.
       02  MR-OP-ID            PIC X(3) VALUE SPACES.
       02  MR-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  MR-RELATION         PIC X(11) VALUE SPACES.
       02  MR-STATUS           PIC X(7) VALUE "AKTIV".
       02  MR-REGISTRERET-AF   PIC X(3) VALUE SPACES.
       02  MR-REGISTRERET-DATO PIC X(10) VALUE SPACES.
       02  MR-OPHOERT-AF       PIC X(3) VALUE SPACES.
       02  MR-OPHOERT-DATO     PIC X(10) VALUE SPACES.

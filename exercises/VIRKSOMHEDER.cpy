      * VIRKSOMHEDER.CPY - ONE VERSION OF A CORPORATE CUSTOMER ON THE
      * CORPORATE REGISTER (VIRKSOMHEDER.TXT), KEYED BY CVR-NUMMER.
      * KUNDER.CPY ONLY MODELS A PERSON; A BUSINESS CUSTOMER STILL
      * HAS ITS ROW THERE (VS-KUNDE-ID - ACCOUNTS HANG OFF KUNDE-ID)
      * BUT ITS LEGAL FACTS LIVE HERE:
      *   VS-SELSKABSFORM    APS / AS / IVS / IS / PMV / ENK / FMBA /
      *                      FOND / ANDEN
      *   VS-BRANCHEKODE     DANMARKS STATISTIK'S DB07 SIX-DIGIT CODE
      *   VS-PERSON          THE BENEFICIAL OWNERS (REELLE EJERE) AND
      *                      AUTHORISED SIGNATORIES (TEGNINGSBERET-
      *                      TIGEDE), EACH BY CPR. VS-P-KUNDE-ID IS THE
      *                      PERSON'S OWN ROW ON THE CUSTOMER MASTER
      *                      WHEN THEY HAVE ONE (FOUND BY CPR WHEN
      *                      KEYED), BLANK WHEN THEY DO NOT. VS-P-ROLLE
      *                      IS EJER, TEGNER OR BEGGE; VS-P-EJERANDEL
      *                      THE OWNED PERCENTAGE (ZERO FOR A PURE
      *                      SIGNATORY).
      * EVERY CHANGE IS A NEW VERSION: KEYED BY ONE OPERATOR AS
      * VENTER IN VIRKSOMHEDVEDLIGEHOLD.COB, IT TAKES A SECOND
      * OPERATOR TO MAKE IT AKTIV (OR AFVIST) - SAME MAKER/CHECKER
      * RULE AS VENTENDEAENDRINGER.CPY. APPROVAL TURNS THE VERSION IT
      * REPLACES ERSTATTET; A CEASED COMPANY'S LAST VERSION IS
      * OPHOERT. VS-AENDRING SAYS WHAT THE VERSION DOES (OPRET, RET
      * OR OPHOER). READERS USE THE ONE AKTIV ROW PER CVR-NUMMER.
      * ROWS ARE NEVER DELETED.
       02  VS-CVR-NR           PIC X(8) VALUE SPACES.
       02  VS-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  VS-FIRMANAVN        PIC X(40) VALUE SPACES.
       02  VS-SELSKABSFORM     PIC X(5) VALUE SPACES.
       02  VS-BRANCHEKODE      PIC 9(6) VALUE ZEROES.
       02  VS-ANTAL-PERSONER   PIC 9 VALUE ZEROES.
       02  VS-PERSON OCCURS 6 TIMES.
           03  VS-P-CPR        PIC X(10) VALUE SPACES.
           03  VS-P-KUNDE-ID   PIC X(10) VALUE SPACES.
           03  VS-P-NAVN       PIC X(40) VALUE SPACES.
           03  VS-P-ROLLE      PIC X(6) VALUE SPACES.
           03  VS-P-EJERANDEL  PIC 9(3)V99 VALUE ZEROES.
       02  VS-AENDRING         PIC X(6) VALUE SPACES.
       02  VS-STATUS           PIC X(10) VALUE "VENTER".
       02  VS-INDTASTET-AF     PIC X(3) VALUE SPACES.
       02  VS-INDTASTET-TID    PIC X(19) VALUE SPACES.
       02  VS-GODKENDT-AF      PIC X(3) VALUE SPACES.
       02  VS-GODKENDT-DATO    PIC X(10) VALUE SPACES.

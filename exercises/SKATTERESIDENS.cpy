      * SKATTERESIDENS.CPY - ONE VERSION OF A CUSTOMER'S TAX-
      * RESIDENCE SELF-CERTIFICATION ON THE CRS/FATCA REGISTER
      * (SKATTERESIDENS.TXT), KEYED BY SR-KUNDE-ID. WHAT THE
      * CUSTOMER HAS DECLARED AND SIGNED:
      *   SR-LAND            UP TO THREE COUNTRIES OF TAX RESIDENCE,
      *                      ISO 3166 ALPHA-2, EACH WITH THE TAX
      *                      IDENTIFICATION NUMBER (TIN) THAT COUNTRY
      *                      ISSUED. DK NEEDS NO TIN - THE CPR IS IT.
      *   SR-SELVCERT-DATO   THE DATE ON THE SIGNED SELF-
      *                      CERTIFICATION THE COUNTRIES CAME FROM
      *   SR-US-...          THE FATCA INDICIA, J OR N: US CITIZEN
      *                      OR BORN IN THE US, A US ADDRESS, A US
      *                      TELEPHONE NUMBER, STANDING INSTRUCTIONS
      *                      TO PAY TO A US ACCOUNT. ANY J MAKES THE
      *                      CUSTOMER A US PERSON FOR THE FATCA
      *                      REPORT UNLESS CURED BY DOCUMENTATION.
      * CRSINDBERETNING.COB REPORTS A CUSTOMER WHOSE AKTIV VERSION
      * NAMES A COUNTRY OTHER THAN DK, OR CARRIES US INDICIA, AND
      * LISTS ONE WITH FOREIGN INDICIA ON THE MASTERS BUT NO SUCH
      * VERSION.
      * EVERY CHANGE IS A NEW VERSION: KEYED BY ONE OPERATOR AS
      * VENTER IN SKATTERESIDENSVEDLIGEHOLD.COB, IT TAKES A SECOND
      * OPERATOR TO MAKE IT AKTIV (OR AFVIST) - SAME MAKER/CHECKER
      * RULE AS VIRKSOMHEDER.CPY. APPROVAL TURNS THE VERSION IT
      * REPLACES ERSTATTET; A WITHDRAWN SELF-CERTIFICATION'S LAST
      * VERSION IS OPHOERT. SR-AENDRING SAYS WHAT THE VERSION DOES
      * (OPRET, RET OR OPHOER). READERS USE THE ONE AKTIV ROW PER
      * KUNDE-ID. ROWS ARE NEVER DELETED.
       02  SR-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  SR-ANTAL-LANDE      PIC 9 VALUE ZEROES.
       02  SR-LAND OCCURS 3 TIMES.
           03  SR-L-LANDE-KODE PIC X(2) VALUE SPACES.
           03  SR-L-TIN        PIC X(20) VALUE SPACES.
       02  SR-SELVCERT-DATO    PIC X(10) VALUE SPACES.
       02  SR-US-STATSBORGER   PIC X VALUE "N".
       02  SR-US-ADRESSE       PIC X VALUE "N".
       02  SR-US-TELEFON       PIC X VALUE "N".
       02  SR-US-OVERFOERSEL   PIC X VALUE "N".
       02  SR-AENDRING         PIC X(6) VALUE SPACES.
       02  SR-STATUS           PIC X(10) VALUE "VENTER".
       02  SR-INDTASTET-AF     PIC X(3) VALUE SPACES.
       02  SR-INDTASTET-TID    PIC X(19) VALUE SPACES.
       02  SR-GODKENDT-AF      PIC X(3) VALUE SPACES.
       02  SR-GODKENDT-DATO    PIC X(10) VALUE SPACES.

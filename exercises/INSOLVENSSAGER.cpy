      * INSOLVENSSAGER.CPY - ONE INSOLVENCY CASE ON THE INSOLVENCY
      * REGISTER (INSOLVENSSAGER.TXT), KEYED BY THE CUSTOMER THE
      * SKIFTERET'S DECREE CONCERNS:
      *   IN-SAGSTYPE        KONKURS    - BANKRUPTCY DECREE
      *                      REKONSTR   - RESTRUCTURING ("REKON-
      *                                   STRUKTION" CUT TO TEN)
      * IN-DEKRET-DATO IS THE DATE OF THE DECREE - EVERY ACCOUNT THE
      * CUSTOMER HOLDS AS PRIMARY HOLDER IS FROZEN AT ITS BALANCE AS
      * OF THAT DATE, AND THE TRUSTEE (KURATOR, OR REKONSTRUKTOER)
      * NAMED HERE GETS THAT BALANCE ON THE DECREE-DATE STATEMENT.
      * REGISTERING THE CASE SETS THE ACCOUNTS INSOLV ON THE ACCOUNT
      * MASTER; FROM THEN ON NOTHING IS DEBITED EXCEPT A DISBURSEMENT
      * THE TRUSTEE HAS AUTHORISED (KURATORDISPOSITIONER.CPY).
      * IN-STATUS IS AKTIV OR OPHAEVET - LIFTING THE CASE RESTORES
      * THE ACCOUNTS TO AKTIV. THE LIFTED ROW STAYS ON FILE, SAME
      * KEEP-THE-TRACE PRINCIPLE AS THE OTHER REGISTERS. SEE
      * INSOLVENSVEDLIGEHOLD.COB.
       02  IN-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  IN-SAGSTYPE         PIC X(10) VALUE SPACES.
       02  IN-DEKRET-DATO      PIC X(10) VALUE SPACES.
       02  IN-SAGSREF          PIC X(15) VALUE SPACES.
       02  IN-KURATOR-NAVN     PIC X(40) VALUE SPACES.
       02  IN-KURATOR-ADRESSE  PIC X(60) VALUE SPACES.
       02  IN-STATUS           PIC X(9) VALUE "AKTIV".
       02  IN-OPRETTET-AF      PIC X(3) VALUE SPACES.
       02  IN-OPRETTET-DATO    PIC X(10) VALUE SPACES.
       02  IN-OPHAEVET-DATO    PIC X(10) VALUE SPACES.

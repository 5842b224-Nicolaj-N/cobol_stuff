      * OPHAEVELSER.CPY - ONE JOINT-ACCOUNT DISSOLUTION CASE
      * (OPHAEVELSER.TXT), KEYED BY OH-SAG-NR ("F" AND A RUNNING
      * NUMBER) AND OPENED ON THE JOINT ACCOUNT'S KONTO-ID WHEN A
      * COUPLE (OR ANY OTHER SET OF HOLDERS) PARTS WAYS. REGISTERED
      * BY OPHAEVELSEVEDLIGEHOLD, SETTLED BY OPHAEVELSEAFVIKLING.
      * OH-GRUNDLAG IS SAMTYKKE (EVERY HOLDER HAS SIGNED - EACH
      * HOLDER'S OI-SAMTYKKE IS J WITH THE DATE) OR DOM (A COURT
      * ORDER OR SEPARATION DECREE - OH-DOM-REF IS ITS REFERENCE AND
      * NO SIGNATURES ARE NEEDED). THE HOLDERS ARE LISTED IN THE
      * MASTER'S ORDER: THE PRIMARY HOLDER FIRST, THEN THE
      * MEDINDEHAVERE. OH-BEHOLDER-IX IS THE HOLDER WHO KEEPS THE
      * ACCOUNT ITSELF AND BECOMES ITS SOLE PRIMAER HOLDER; EVERY
      * OTHER HOLDER GETS THEIR SHARE (WHOLE PERCENT - THE SHARES
      * MUST TOTAL 100) MOVED TO A DESTINATION ACCOUNT, EITHER ONE
      * THEY ALREADY HOLD OR ONE THE SETTLEMENT OPENS
      * (OI-NY-KONTO J, WITH THE KONTO-ID AND KONTONUMMER KEYED AT
      * REGISTRATION).
       02  OH-SAG-NR           PIC X(10) VALUE SPACES.
       02  OH-KONTO-ID         PIC X(10) VALUE SPACES.
       02  OH-GRUNDLAG         PIC X(8) VALUE SPACES.
       02  OH-DOM-REF          PIC X(15) VALUE SPACES.
       02  OH-ANTAL-INDEHAVERE PIC 9 VALUE ZEROES.
       02  OH-BEHOLDER-IX      PIC 9 VALUE ZEROES.
       02  OH-INDEHAVER OCCURS 3 TIMES.
           03  OI-KUNDE-ID     PIC X(10) VALUE SPACES.
           03  OI-SAMTYKKE     PIC X VALUE "N".
           03  OI-SAMTYKKE-DATO PIC X(10) VALUE SPACES.
           03  OI-ANDEL-PCT    PIC 9(3) VALUE ZEROES.
           03  OI-KONTO-ID     PIC X(10) VALUE SPACES.
           03  OI-NY-KONTO     PIC X VALUE "N".
           03  OI-NY-KONTONUMMER PIC X(20) VALUE SPACES.
      * WHO KEEPS EACH STANDING ORDER, BS MANDATE AND CARD ON THE
      * JOINT ACCOUNT. OT-TYPE IS ORDRE, MANDAT OR KORT; OT-NOEGLE
      * IS THE ORDER'S MODTAGERKONTO, THE MANDATE'S KREDITOR-NR OR
      * THE CARD'S KORTNUMMER - AN ORDER IS NAMED BY WHERE IT PAYS,
      * SO TWO LIVE ORDERS TO THE SAME ACCOUNT FOLLOW THE SAME
      * HOLDER. OT-INDEHAVER-IX POINTS INTO OH-INDEHAVER; ITEMS KEPT
      * BY THE REMAINING HOLDER STAY WHERE THEY ARE, THE REST ARE
      * RE-POINTED TO THE KEEPER'S DESTINATION ACCOUNT.
       02  OH-ANTAL-TILDELINGER PIC 9(2) VALUE ZEROES.
       02  OH-TILDELING OCCURS 20 TIMES.
           03  OT-TYPE         PIC X(6) VALUE SPACES.
           03  OT-NOEGLE       PIC X(20) VALUE SPACES.
           03  OT-INDEHAVER-IX PIC 9 VALUE ZEROES.
      * AABEN UNTIL OPHAEVELSEAFVIKLING HAS SETTLED IT, THEN
      * AFSLUTTET. A CASE THE RUN HAD TO PASS OVER STAYS AABEN WITH
      * THE REASON ON THE RUN'S EXCEPTION LIST.
       02  OH-STATUS           PIC X(9) VALUE "AABEN".
       02  OH-OPRETTET-AF      PIC X(3) VALUE SPACES.
       02  OH-OPRETTET-DATO    PIC X(10) VALUE SPACES.
       02  OH-AFSLUTTET-DATO   PIC X(10) VALUE SPACES.

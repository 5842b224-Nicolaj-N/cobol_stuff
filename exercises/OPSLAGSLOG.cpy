      * OPSLAGSLOG.CPY - ONE CUSTOMER LOOKUP ON THE LOOKUP LOG
      * (OPSLAGSLOG.TXT): WHEN, WHICH OPERATOR, FROM WHICH PROGRAM,
      * WHAT WAS SEARCHED ON AND WHICH CUSTOMER IT OPENED. WRITTEN BY
      * KUNDE360 FOR EVERY SEARCH, FOUND OR NOT - A SEARCH THAT
      * OPENED SEVERAL KUNDE-IDS (A CPR WITH A DUPLICATE ONBOARDING)
      * GIVES ONE ROW PER KUNDE-ID. THE LOG IS THE ANSWER WHEN A
      * CUSTOMER OR THE DATA PROTECTION OFFICER ASKS WHO HAS LOOKED AT
      * THEIR DATA. ROWS ARE NEVER REWRITTEN.
       02  OS-TIDSPUNKT        PIC X(19) VALUE SPACES.
       02  OS-OPERATOER        PIC X(3) VALUE SPACES.
       02  OS-PROGRAM          PIC X(10) VALUE SPACES.
      * KUNDE-ID, CPR OR KONTONUMMER. A CPR IS LOGGED WITH ITS LAST
      * FOUR DIGITS MASKED - THE KUNDE-ID SAYS WHO IT WAS.
       02  OS-SOEGE-TYPE       PIC X(10) VALUE SPACES.
       02  OS-SOEGE-VAERDI     PIC X(20) VALUE SPACES.
       02  OS-KUNDE-ID         PIC X(10) VALUE SPACES.
      * FUNDET OR IKKEFUND.
       02  OS-RESULTAT         PIC X(8) VALUE SPACES.
      * RUNNING NUMBER AND CHAINED CHECKSUM - SEE AENDRINGSJOURNAL.CPY.
      * KAEDEKONTROL.COB PROVES THE LOG EVERY NIGHT, SO A LOOKUP CAN
      * NOT BE TAKEN OFF IT AFTER THE FACT.
       02  OS-LOEBENR          PIC 9(9).
       02  OS-KSUM             PIC 9(9).

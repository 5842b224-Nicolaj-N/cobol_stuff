      * AFSKRIVNINGER.CPY - ONE WRITE-OFF OF UNCOLLECTABLE OVERDRAFT
      * DEBT ON THE WRITTEN-OFF CLAIMS LEDGER (AFSKRIVNINGER.TXT),
      * KEYED BY AK-REFERENCE ("A" AND A RUNNING NUMBER). THE CREDIT
      * DESK PROPOSES IT ONCE THE ACCOUNT HAS HAD RYKKERKOERSEL'S
      * FINAL DEMAND; AK-FORESLAAET-BELOB IS LAST NIGHT'S OVERDRAWN
      * BALANCE AT THAT TIME AND IS THE MOST THAT MAY BE WRITTEN OFF.
      * KEYED BY ONE OPERATOR AS VENTER, IT TAKES A SECOND OPERATOR
      * TO MAKE IT GODKENDT (OR AFVIST) IN AFSKRIVNINGVEDLIGEHOLD -
      * SAME MAKER/CHECKER RULE AS LAANOMLAEGNINGER.CPY. AFSKRIV
      * POSTS A GODKENDT ROW THE NEXT NIGHT AS ONE CREDIT OF TYPE
      * AFSKRIVNING ON THE ACCOUNT, STAMPS AK-AFSKREVET-BELOB/-DATO
      * AND MAKES IT AFSKREVET; AN ACCOUNT THAT IS NO LONGER
      * OVERDRAWN BY THEN MAKES IT BORTFALDET. THE CLAIM ITSELF
      * STAYS HERE: AK-INDDREVET IS EVERYTHING RECOVERED AGAINST IT
      * SINCE (SEE INDDRIVELSER.CPY). ROWS ARE NEVER DELETED.
       02  AK-REFERENCE        PIC X(10) VALUE SPACES.
       02  AK-KONTO-ID         PIC X(10) VALUE SPACES.
       02  AK-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  AK-REG-NR           PIC 9(4) VALUE ZEROES.
       02  AK-FORESLAAET-BELOB PIC 9(9)V99 VALUE ZEROES.
       02  AK-AARSAG           PIC X(30) VALUE SPACES.
       02  AK-STATUS           PIC X(10) VALUE "VENTER".
       02  AK-INDTASTET-AF     PIC X(3) VALUE SPACES.
       02  AK-INDTASTET-TID    PIC X(19) VALUE SPACES.
       02  AK-GODKENDT-AF      PIC X(3) VALUE SPACES.
       02  AK-GODKENDT-DATO    PIC X(10) VALUE SPACES.
       02  AK-AFSKREVET-BELOB  PIC 9(9)V99 VALUE ZEROES.
       02  AK-AFSKREVET-DATO   PIC X(10) VALUE SPACES.
       02  AK-INDDREVET        PIC 9(9)V99 VALUE ZEROES.
       02  AK-SIDST-INDDREVET  PIC X(10) VALUE SPACES.

      * BOKSBESOEG.CPY - ONE ATTEMPTED VISIT TO A SAFE-DEPOSIT BOX
      * ON THE ACCESS LOG (BOKSBESOEG.TXT), APPENDED BY
      * BOKSVEDLIGEHOLD AT THE VAULT DOOR: WHICH BOX, WHEN, WHICH
      * KEYHOLDER, AND THE OPERATOR WHO LET THEM IN. BB-RESULTAT IS
      * ADGANG, OR AFVIST WITH THE REASON IN BB-AARSAG - A REFUSED
      * VISIT IS LOGGED TOO. NEVER REWRITTEN.
       02  BB-REG-NR           PIC 9(4) VALUE ZEROES.
       02  BB-BOKS-NR          PIC X(6) VALUE SPACES.
       02  BB-DATO             PIC X(10) VALUE SPACES.
       02  BB-TID              PIC X(8) VALUE SPACES.
       02  BB-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  BB-OPERATOER        PIC X(3) VALUE SPACES.
       02  BB-RESULTAT         PIC X(6) VALUE SPACES.
       02  BB-AARSAG           PIC X(40) VALUE SPACES.

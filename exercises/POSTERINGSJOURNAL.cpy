       02  PJ-BELOB            PIC S9(9)V99 SIGN LEADING SEPARATE
                               VALUE ZEROES.
       02  PJ-VALUTA           PIC X(3) VALUE SPACES.
      * RUNNING NUMBER AND CHAINED CHECKSUM - SEE AENDRINGSJOURNAL.CPY
      * AND BEREGN-KSUM. ROWS FROM BEFORE THE CHAIN ARE BLANK.
       02  PJ-LOEBENR          PIC 9(9).
       02  PJ-KSUM             PIC 9(9).

      * NOEGLETAL.CPY - ONE KEY FIGURE FOR ONE NIGHT
      * (NOEGLETALHISTORIK.TXT), APPENDED BY MIPAKKE EVERY NIGHT AND
      * NEVER REWRITTEN. THE HISTORY IS WHERE "YESTERDAY", "THE SAME
      * DAY LAST MONTH" AND THE MONTH TOTALS COME FROM. NH-NOEGLE
      * NAMES THE FIGURE (SEE MIPAKKE'S NOEGLE-TABEL); NH-PRODUKT AND
      * NH-REG-NR BREAK THE DEPOSIT AND LENDING FIGURES DOWN PER
      * PRODUCT AND REG-NR - "I ALT" AND ZERO ON THE TOTAL ROW, BLANK
      * AND ZERO ON EVERY FIGURE THAT HAS NO BREAKDOWN. COUNTS AND
      * AMOUNTS SHARE NH-VAERDI. A RERUN APPENDS THE NIGHT AGAIN;
      * THE READER KEEPS THE LAST ROW PER FIGURE AND DATE.
       02  NH-DATO             PIC X(10) VALUE SPACES.
       02  NH-NOEGLE           PIC X(12) VALUE SPACES.
       02  NH-PRODUKT          PIC X(8) VALUE SPACES.
       02  NH-REG-NR           PIC 9(4) VALUE ZEROES.
       02  NH-VAERDI           PIC S9(15)V99 SIGN LEADING SEPARATE
                               VALUE ZEROES.

      * BOKSLEJE.CPY - ONE YEAR'S SAFE-DEPOSIT BOX RENT WAITING TO
      * POST (BOKSLEJE.TXT). BOKSKOERSEL ADDS A ROW WHEN A BOX'S
      * BX-NAESTE-LEJE FALLS DUE; GEBYRBEREGNING POSTS IT TO THE
      * BOX'S FEE ACCOUNT LIKE ANY OTHER FEE - A FRITAGET PRICE
      * AGREEMENT WAIVES IT - AND KEEPS ONLY THE ROWS IT COULD NOT
      * POST YET, SAME HAND-OVER AS GARANTIPROVISION.TXT. A ROW
      * STILL HERE IS RENT NOT YET PAID. BL-BELOB IS IN DKK.
       02  BL-KONTO-ID         PIC X(10) VALUE SPACES.
       02  BL-REG-NR           PIC 9(4) VALUE ZEROES.
       02  BL-BOKS-NR          PIC X(6) VALUE SPACES.
       02  BL-DATO             PIC X(10) VALUE SPACES.
       02  BL-BELOB            PIC 9(7)V99 VALUE ZEROES.

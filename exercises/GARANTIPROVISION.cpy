      * GARANTIPROVISION.CPY - ONE QUARTER'S GUARANTEE COMMISSION
      * WAITING TO POST (GARANTIPROVISION.TXT). GARANTIKOERSEL ADDS A
      * ROW WHEN A GUARANTEE'S GA-NAESTE-PROVISION FALLS DUE;
      * GEBYRBEREGNING POSTS IT THE SAME NIGHT LIKE ANY OTHER FEE -
      * A FRITAGET PRICE AGREEMENT WAIVES IT - AND KEEPS ONLY THE
      * ROWS IT COULD NOT POST YET, SAME HAND-OVER AS THE CARD LATE
      * FEES ON KREDITKORTGEBYR.TXT. GP-BELOB IS IN GP-VALUTA, THE
      * GUARANTEE'S OWN CURRENCY.
       02  GP-KONTO-ID         PIC X(10) VALUE SPACES.
       02  GP-GARANTI-ID       PIC X(10) VALUE SPACES.
       02  GP-DATO             PIC X(10) VALUE SPACES.
       02  GP-BELOB            PIC 9(7)V99 VALUE ZEROES.
       02  GP-VALUTA           PIC X(3) VALUE SPACES.

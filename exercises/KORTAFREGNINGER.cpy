      * KORTAFREGNINGER.CPY - ONE PRESENTED CARD TRANSACTION IN THE
      * CARD SCHEME'S NIGHTLY SETTLEMENT FILE (KORTAFREGNINGER.TXT):
      * THE PURCHASE AS THE MERCHANT ACTUALLY BOOKED IT, WHICH MAY
      * DIFFER FROM THE AMOUNT THAT WAS AUTHORIZED (TIPS, FUEL,
      * HOTEL DEPOSITS). KA-BELOB IS THE POSITIVE AMOUNT TO DEBIT;
      * KA-KOEBS-DATO THE DAY THE CARD WAS USED, WHICH BECOMES THE
      * POSTED ROW'S VALOER-DATO. KORTAFREGNING.COB PAIRS EACH ROW
      * WITH ITS OPEN HOLD ON RESERVATIONER.TXT AND POSTS IT.
       02  KA-KORTNUMMER       PIC X(16) VALUE SPACES.
       02  KA-BELOB            PIC S9(9)V99 VALUE ZEROES.
       02  KA-VALUTA           PIC X(3) VALUE SPACES.
       02  KA-KOEBS-DATO       PIC X(10) VALUE SPACES.
       02  KA-BUTIK            PIC X(10) VALUE SPACES.
       02  KA-BUTIK-LAND       PIC X(2) VALUE SPACES.
       02  KA-REFERENCE        PIC X(12) VALUE SPACES.

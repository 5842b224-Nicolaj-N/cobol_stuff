      * DAY'S AUTHORIZATION FEED IN AND FLIPS ROWS PAST THEIR
      * RS-UDLOEB-DATO TO UDLOEBET, SO A STALE HOLD RELEASES THE
      * MONEY BY ITSELF INSTEAD OF BLOCKING IT FOREVER.
      * KORTAFREGNING.COB PAIRS THE SCHEME'S SETTLEMENT WITH THE
      * HOLD IT BELONGS TO AND FLIPS IT TO AFREGNET, STAMPING THE
      * DATE AND THE AMOUNT ACTUALLY BOOKED - THE BOOKED ROW TAKES
      * OVER, SO ANY DIFFERENCE TO RS-BELOB IS RELEASED WITH IT.
      * BETALINGSINDTASTNING ALSO HOLDS A RELEASED CHEQUE DEPOSIT
      * HERE FOR ITS CLEARING PERIOD, RS-KORTNUMMER "CHK" PLUS THE
      * CHEQUE NUMBER; CHECKRETURKOERSEL CLOSES A BOUNCED CHEQUE'S
      * HOLD AS RETUR WHEN IT REVERSES THE CREDIT.
       02  RS-KONTO-ID         PIC X(10) VALUE SPACES.
       02  RS-BELOB            PIC S9(9)V99 VALUE ZEROES.
       02  RS-VALUTA           PIC X(3) VALUE SPACES.
       02  RS-AUTORISERET-DATO PIC X(10) VALUE SPACES.
       02  RS-UDLOEB-DATO      PIC X(10) VALUE SPACES.
       02  RS-STATUS           PIC X(10) VALUE "AABEN".
      * THE CARD THE HOLD WAS AUTHORIZED ON - SETTLEMENT MATCHES BY
      * CARD, NOT JUST ACCOUNT, SINCE ONE ACCOUNT CAN CARRY SEVERAL
      * CARDS. TRAILING FIELDS, SAME RULE AS EVERY LATE ADDITION: A
      * ROW WITHOUT A CARD NUMBER MATCHES ON ITS ACCOUNT ALONE.
       02  RS-KORTNUMMER       PIC X(16) VALUE SPACES.
       02  RS-AFREGNET-DATO    PIC X(10) VALUE SPACES.
       02  RS-AFREGNET-BELOB   PIC S9(9)V99 VALUE ZEROES.

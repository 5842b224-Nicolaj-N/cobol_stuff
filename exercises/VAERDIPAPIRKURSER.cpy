      * VAERDIPAPIRKURSER.CPY - ONE ROW OF THE DAILY SECURITIES PRICE
      * FILE (VAERDIPAPIRKURSER.TXT), DELIVERED BY THE EXCHANGE FEED.
      * IT IS ALSO THE LIST OF PAPERS WE TRADE: AN ORDER IS TAKEN
      * ONLY IN AN ISIN THAT HAS A ROW HERE, AND THE PAPER'S TYPE AND
      * NAME ARE TAKEN FROM IT. VK-KURS IS DKK PER SHARE FOR AN AKTIE
      * AND PER 100 NOMINAL FOR AN OBLIG. THE MOST RECENT ROW DATED
      * ON OR BEFORE THE DAY IS THE PRICE THAT DAY.
       02  VK-ISIN             PIC X(12) VALUE SPACES.
       02  VK-PAPIRTYPE        PIC X(5) VALUE SPACES.
       02  VK-BETEGNELSE       PIC X(30) VALUE SPACES.
       02  VK-DATO             PIC X(10) VALUE SPACES.
       02  VK-KURS             PIC 9(7)V9(4) VALUE ZEROES.

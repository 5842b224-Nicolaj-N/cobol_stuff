      * DEPOTBEHOLDNINGER.CPY - ONE PAPER HELD IN ONE DEPOT
      * (DEPOTBEHOLDNINGER.TXT), ONE ROW PER DEPOT AND ISIN.
      * DEPOTKOERSEL IS THE ONLY PROGRAM THAT CHANGES IT: A SETTLED
      * BUY ADDS TO DB-ANTAL AND DB-KOSTPRIS, A SETTLED SALE TAKES
      * OFF ITS SHARE OF BOTH, AND A ROW SOLD DOWN TO NOTHING IS
      * DROPPED. THE SAME RUN VALUES EVERY ROW AT THE DAY'S PRICE.
      *   DB-PAPIRTYPE  AKTIE - DB-ANTAL IS A NUMBER OF SHARES AND
      *                         DB-KURS DKK PER SHARE
      *                 OBLIG - DB-ANTAL IS NOMINAL DKK AND DB-KURS
      *                         THE PRICE PER 100 NOMINAL
      *   DB-KOSTPRIS   WHAT THE HOLDING COST, BROKERAGE INCLUDED
      *   DB-KURSVAERDI DB-ANTAL AT DB-KURS, AS OF DB-KURS-DATO
       02  DB-DEPOT-ID         PIC X(10) VALUE SPACES.
       02  DB-ISIN             PIC X(12) VALUE SPACES.
       02  DB-PAPIRTYPE        PIC X(5) VALUE SPACES.
       02  DB-BETEGNELSE       PIC X(30) VALUE SPACES.
       02  DB-ANTAL            PIC 9(11)V99 VALUE ZEROES.
       02  DB-KOSTPRIS         PIC 9(13)V99 VALUE ZEROES.
       02  DB-KURS             PIC 9(7)V9(4) VALUE ZEROES.
       02  DB-KURS-DATO        PIC X(10) VALUE SPACES.
       02  DB-KURSVAERDI       PIC 9(13)V99 VALUE ZEROES.

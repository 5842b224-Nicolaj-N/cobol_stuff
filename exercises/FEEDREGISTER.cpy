      * FEEDREGISTER.CPY - ONE EXPECTED INBOUND FILE ON THE FEED-
      * ARRIVAL REGISTER (FEEDREGISTER.TXT) THAT FEEDKTRL CHECKS
      * BEFORE THE NIGHTLY CHAIN STARTS: TRANSAKTIONER.TXT, THE TWO
      * CLEARING FILES, THE BS COLLECTION FILE, THE AUTHORIZATION
      * FEED, LOENFIL.TXT, THE FIK FILE AND THE RATE FEEDS.
      * FR-VINDUE-FRA/-TIL IS THE EXPECTED ARRIVAL WINDOW AS HH:MM ON
      * THE BATCH DAY'S NOON-TO-NOON CLOCK, SO A WINDOW MAY RUN PAST
      * MIDNIGHT; FR-VINDUE-TIL IS THE CUT-OFF. FR-MIN-RAEKKER IS THE
      * SMALLEST ROW COUNT THAT IS STILL A PLAUSIBLE FILE. FR-KRAV
      * IS "J" MANDATORY EVERY NIGHT, "B" MANDATORY ON BANKING DAYS
      * ONLY, "N" OPTIONAL. FR-DATO-POS IS WHERE THE YYYY-MM-DD DATE
      * SITS IN THE FILE'S FIRST ROW (ZERO FOR A FEED WITHOUT ONE).
       02  FR-FILNAVN          PIC X(30) VALUE SPACES.
       02  FR-BESKRIVELSE      PIC X(30) VALUE SPACES.
       02  FR-VINDUE-FRA       PIC X(5) VALUE SPACES.
       02  FR-VINDUE-TIL       PIC X(5) VALUE SPACES.
       02  FR-MIN-RAEKKER      PIC 9(7) VALUE ZEROES.
       02  FR-KRAV             PIC X VALUE "J".
       02  FR-DATO-POS         PIC 9(3) VALUE ZEROES.

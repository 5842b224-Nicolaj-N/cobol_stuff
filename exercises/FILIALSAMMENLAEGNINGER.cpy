      * FILIALSAMMENLAEGNINGER.CPY - ONE PLANNED BRANCH MERGER
      * (FILIALSAMMENLAEGNINGER.TXT), ENTERED BY THE OPERATIONS DESK
      * ONCE THE MERGER IS SIGNED OFF: EVERY ACCOUNT UNDER
      * FS-GAMMEL-REG-NR MOVES TO FS-NY-REG-NR THE FIRST NIGHT ON OR
      * AFTER FS-SKAEDATO (THE CUTOVER DATE) - SEE REGNRMIGRERING.COB.
      * CREDITS STILL ADDRESSED TO AN OLD NUMBER ARE REDIRECTED UP TO
      * AND INCLUDING FS-OMSTIL-TIL; BLANK MEANS ONE YEAR FROM THE
      * CUTOVER. FS-STATUS IS "PLANLAGT" UNTIL THE MOVE HAS RUN AND
      * PROVED ITS TOTALS, THEN "GENNEMFOERT" WITH THE DATE AND THE
      * NUMBER OF ACCOUNTS MOVED - A GENNEMFOERT ROW IS NEVER RUN
      * AGAIN.
       02  FS-GAMMEL-REG-NR    PIC 9(4) VALUE ZEROES.
       02  FS-NY-REG-NR        PIC 9(4) VALUE ZEROES.
       02  FS-SKAEDATO         PIC X(10) VALUE SPACES.
       02  FS-OMSTIL-TIL       PIC X(10) VALUE SPACES.
       02  FS-STATUS           PIC X(11) VALUE "PLANLAGT".
       02  FS-GENNEMFOERT-DATO PIC X(10) VALUE SPACES.
       02  FS-ANTAL-KONTI      PIC 9(5) VALUE ZEROES.

      * FEEDANKOMSTER.CPY - WHEN FEEDKTRL FIRST SAW ONE REGISTERED
      * FEED ON THE CURRENT BATCH DAY (FEEDANKOMSTER.TXT). FEEDKTRL
      * MAY BE SCHEDULED TO POLL THROUGH THE EVENING AS WELL AS RUN
      * AS THE CHAIN'S FIRST STEP; THE FIRST RUN THAT FINDS THE FILE
      * STAMPS FA-ANKOMST, LATER RUNS KEEP IT. THE FILE HOLDS ONE
      * BATCH DAY ONLY - ROWS FROM AN EARLIER FA-BATCH-DATO ARE
      * DROPPED ON THE NEXT RUN. FA-STATUS IS THE LATEST VERDICT.
       02  FA-BATCH-DATO       PIC X(10) VALUE SPACES.
       02  FA-FILNAVN          PIC X(30) VALUE SPACES.
       02  FA-ANKOMST          PIC X(8) VALUE SPACES.
       02  FA-RAEKKER          PIC 9(7) VALUE ZEROES.
       02  FA-STATUS           PIC X(12) VALUE SPACES.

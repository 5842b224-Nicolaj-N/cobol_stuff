      * - SEE AENDRINGSJOURNAL.CPY. THIS PROGRAM IS THE READ SIDE:
      * GIVE IT A KUNDE-ID OR KONTO-ID AND IT LISTS THE FULL CHANGE
      * HISTORY, WHICH IS WHAT A DISPUTE NEEDS WHERE THE DAILY DIFF
      * ONLY SAYS "SOMETHING CHANGED". A MASS-CHANGE REFERENCE
      * ("M" AND A NUMBER) LISTS EVERY ROW OF THAT BATCH INSTEAD.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           STOP RUN.

       MAIN-LOGIC.
           DISPLAY "KUNDE-ID, KONTO-ID ELLER MASSEAENDRING: "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-NOEGLE
           OPEN INPUT AENDRINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
                       MOVE "Y" TO EOF-JOURNAL
                   NOT AT END
                       IF AJ-NOEGLE OF JOURNAL-REC = WS-SOEGE-NOEGLE
                           OR AJ-BATCH-REF OF JOURNAL-REC
                               = WS-SOEGE-NOEGLE
                           ADD 1 TO WS-ANTAL-FUNDET
                           DISPLAY AJ-TIDSPUNKT OF JOURNAL-REC
                               " " AJ-OPERATOR OF JOURNAL-REC
                               " " AJ-FELT OF JOURNAL-REC
                               " '" AJ-GAMMEL OF JOURNAL-REC
                               "' -> '" AJ-NY OF JOURNAL-REC "'"
                           IF AJ-BATCH-REF OF JOURNAL-REC NOT = SPACES
                               DISPLAY "    " AJ-NOEGLE OF JOURNAL-REC
                                   "  MASSEAENDRING "
                                   AJ-BATCH-REF OF JOURNAL-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

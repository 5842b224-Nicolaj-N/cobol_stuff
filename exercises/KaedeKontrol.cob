       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EVERY CHAINED FILE, WALKED BY ONE GENERIC HANDLE OVER THE
      * TABLE BELOW - SAME DYNAMIC-ASSIGN STYLE AS MORGENDASHBOARD.
           SELECT GEN-IND ASSIGN TO WS-IND-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
      * LAST NIGHT'S END OF EACH CHAIN - RUNNING NUMBER AND CHECKSUM
      * OF THE LAST ROW PROVED GOOD, KEPT BY THIS PROGRAM ITSELF.
      * THE CHAIN ALONE CANNOT SEE ROWS CUT OFF THE END OF A FILE, OR
      * A FILE WHOSE CHAIN WAS RECOMPUTED FROM SCRATCH; THE ANCHOR
      * CAN.
           SELECT KAEDE-ANKER ASSIGN TO "KaedeAnker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANKER-STATUS.
      * THE FIRST BREAK IN EACH FILE, ONE LINE PER BROKEN FILE AND
      * NOTHING ELSE - A BLOCKING CATEGORY ON THE MORNING DASHBOARD,
      * SO ANY LINE HERE HOLDS THE STATEMENTS.
           SELECT KAEDE-BRUD ASSIGN TO "KaedeBrud.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GEN-IND.
       01 GEN-IND-REC.
           02  GI-LINJE             PIC X(200).
       FD KAEDE-ANKER.
       01 ANKER-REC.
           02  AK-FIL               PIC X(30).
           02  AK-LOEBENR           PIC 9(9).
           02  AK-KSUM              PIC 9(9).
       FD KAEDE-BRUD.
       01 BRUD-RECORD.
           02  BRUD-LINE            PIC X(160) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "KAEDEKTL".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-IND-NAVN              PIC X(30) VALUE SPACES.
       01  WS-IND-STATUS            PIC XX VALUE "00".
       01  WS-ANKER-STATUS          PIC XX VALUE "00".
       01  EOF-IND                  PIC X VALUE "N".
       01  EOF-ANKER                PIC X VALUE "N".
      * THE CHAINED FILES: NAME AND HOW MANY BYTES OF EACH ROW ARE
      * FOLDED INTO THE CHECKSUM - THE DATA PLUS THE RUNNING NUMBER,
      * WHICH SITS IN THE NINE BYTES BEFORE THE CHECKSUM ITSELF. THE
      * AUDIT LOG, THE MASTER-FILE CHANGE JOURNAL, THE CUSTOMER LOOKUP
      * LOG, AND EVERY POSTING JOURNAL LAID OUT BY
      * POSTERINGSJOURNAL.CPY. A NEW CHAINED FILE IS ONE MORE ENTRY
      * HERE.
       01  KAEDE-FIL-TABEL.
           02  FILLER PIC X(33) VALUE
               "BatchAuditLog.txt             159".
           02  FILLER PIC X(33) VALUE
               "AendringsJournal.txt          136".
           02  FILLER PIC X(33) VALUE
               "AfskrivningJournal.txt        069".
           02  FILLER PIC X(33) VALUE
               "BoJournal.txt                 069".
           02  FILLER PIC X(33) VALUE
               "BsIndsigelseJournal.txt       069".
           02  FILLER PIC X(33) VALUE
               "BudgetJournal.txt             069".
           02  FILLER PIC X(33) VALUE
               "CashPoolJournal.txt           069".
           02  FILLER PIC X(33) VALUE
               "CheckReturJournal.txt         069".
           02  FILLER PIC X(33) VALUE
               "ClearingIndJournal.txt        069".
           02  FILLER PIC X(33) VALUE
               "DepositumJournal.txt          069".
           02  FILLER PIC X(33) VALUE
               "DepotJournal.txt              069".
           02  FILLER PIC X(33) VALUE
               "FikJournal.txt                069".
           02  FILLER PIC X(33) VALUE
               "FremtBetJournal.txt           069".
           02  FILLER PIC X(33) VALUE
               "GarantiJournal.txt            069".
           02  FILLER PIC X(33) VALUE
               "GebyrJournal.txt              069".
           02  FILLER PIC X(33) VALUE
               "KortAfregningJournal.txt      069".
           02  FILLER PIC X(33) VALUE
               "KortIndsigelseJournal.txt     069".
           02  FILLER PIC X(33) VALUE
               "KreditkortJournal.txt         069".
           02  FILLER PIC X(33) VALUE
               "LaanJournal.txt               069".
           02  FILLER PIC X(33) VALUE
               "LoenJournal.txt               069".
           02  FILLER PIC X(33) VALUE
               "OphaevJournal.txt             069".
           02  FILLER PIC X(33) VALUE
               "OpsigelseJournal.txt          069".
           02  FILLER PIC X(33) VALUE
               "OpslagsLog.txt                089".
           02  FILLER PIC X(33) VALUE
               "PalSkatJournal.txt            069".
           02  FILLER PIC X(33) VALUE
               "PensionUdbetalingJournal.txt  069".
           02  FILLER PIC X(33) VALUE
               "RenteKorrJournal.txt          069".
           02  FILLER PIC X(33) VALUE
               "RenteJournal.txt              069".
           02  FILLER PIC X(33) VALUE
               "RykkerJournal.txt             069".
           02  FILLER PIC X(33) VALUE
               "SpareOpJournal.txt            069".
           02  FILLER PIC X(33) VALUE
               "StraksNatJournal.txt          069".
       01  KAEDE-FIL-TABEL-R REDEFINES KAEDE-FIL-TABEL.
           02  KAEDE-FIL OCCURS 30 TIMES.
               03  KF-NAVN          PIC X(30).
               03  KF-LAENGDE       PIC 9(3).
      * LAST NIGHT'S ANCHOR PER TABLE ENTRY; ZERO MEANS NONE YET.
       01  ANKER-AR OCCURS 30 TIMES.
           02  AN-LOEBENR           PIC 9(9) VALUE ZEROES.
           02  AN-KSUM              PIC 9(9) VALUE ZEROES.
       01  WS-FIL-IX                PIC 99 VALUE ZEROES.
      * THE WALK OF ONE FILE.
       01  WS-DATA-LAENGDE          PIC 9(3) VALUE ZEROES.
       01  WS-LOEBENR-POS           PIC 9(3) VALUE ZEROES.
       01  WS-KSUM-POS              PIC 9(3) VALUE ZEROES.
       01  WS-LINJENR               PIC 9(7) VALUE ZEROES.
       01  WS-FORV-LOEBENR          PIC 9(9) VALUE ZEROES.
       01  WS-FORR-KSUM             PIC 9(9) VALUE ZEROES.
       01  WS-SIDSTE-LOEBENR        PIC 9(9) VALUE ZEROES.
       01  WS-SIDSTE-KSUM           PIC 9(9) VALUE ZEROES.
       01  WS-KAEDE-STARTET         PIC X VALUE "N".
       01  WS-BRUDT                 PIC X VALUE "N".
       01  WS-ANTAL-BRUDT           PIC 9(3) VALUE ZEROES.
       01  WS-LINJE-LOEBENR-X       PIC X(9) VALUE SPACES.
       01  WS-LINJE-LOEBENR REDEFINES WS-LINJE-LOEBENR-X
                                    PIC 9(9).
       01  WS-LINJE-KSUM-X          PIC X(9) VALUE SPACES.
       01  WS-LINJE-KSUM REDEFINES WS-LINJE-KSUM-X
                                    PIC 9(9).
      * A ROW WHOSE RUNNING NUMBER SKIPS AHEAD IS HELD ONE ROW: IF
      * THE NEXT ROW CARRIES THE NUMBER THAT WAS SKIPPED THE ROWS
      * WERE REORDERED, OTHERWISE ROWS ARE MISSING.
       01  WS-GAB-VENTER            PIC X VALUE "N".
       01  WS-GAB-LINJENR           PIC 9(7) VALUE ZEROES.
       01  WS-GAB-LOEBENR           PIC 9(9) VALUE ZEROES.
       01  WS-BRUD-LINJENR          PIC 9(7) VALUE ZEROES.
       01  WS-BRUD-LOEBENR          PIC 9(9) VALUE ZEROES.
       01  WS-BRUD-TEKST            PIC X(80) VALUE SPACES.

      * CHAINED CHECKSUM WORK AREA - SEE BEREGN-KSUM. THE BYTE IS
      * READ AS A NUMBER THROUGH THE HALFWORD BEHIND IT.
       01  WS-KSUM-DATA             PIC X(160) VALUE SPACES.
       01  WS-KSUM-DATA-R REDEFINES WS-KSUM-DATA.
           02  WS-KSUM-TEGN         PIC X OCCURS 160 TIMES.
       01  WS-KSUM-LAENGDE          PIC 9(3) VALUE ZEROES.
       01  WS-KSUM-IX               PIC 9(3) VALUE ZEROES.
       01  WS-KSUM                  PIC 9(9) VALUE ZEROES.
       01  WS-KSUM-MELLEM           PIC 9(11) VALUE ZEROES.
       01  WS-KSUM-KVOT             PIC 9(11) VALUE ZEROES.
       01  WS-KSUM-BYTE-PAR.
           02  FILLER               PIC X VALUE LOW-VALUE.
           02  WS-KSUM-BYTE         PIC X VALUE SPACE.
       01  WS-KSUM-BYTE-VAERDI REDEFINES WS-KSUM-BYTE-PAR
                                    PIC 9(4) COMP.
       01  WS-KSUM-EOF              PIC X VALUE "N".
       01  WS-AUDIT-STATUS          PIC XX VALUE "00".
       01  WS-AUDIT-LOEBENR         PIC 9(9) VALUE ZEROES.
       01  WS-AUDIT-KSUM            PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           STOP RUN.

      * EVERY NIGHT, WALKS EACH CHAINED FILE FROM THE TOP, REFOLDS
      * EVERY ROW INTO THE PREVIOUS ROW'S CHECKSUM, AND REPORTS THE
      * FIRST ROW THAT WAS ALTERED, DROPPED, INSERTED OR MOVED. ROWS
      * FROM BEFORE THE CHAIN EXISTED CARRY NO RUNNING NUMBER AND
      * ARE PASSED OVER UNTIL THE FIRST CHAINED ROW. THE WALK RUNS
      * BEFORE THIS PROGRAM APPENDS ITS OWN AUDIT LINE.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-ANKER
           OPEN OUTPUT KAEDE-BRUD
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > 30
               PERFORM KONTROLLER-FIL THRU KONTROLLER-FIL-EXIT
           END-PERFORM
           CLOSE KAEDE-BRUD
           PERFORM GEM-ANKER
           MOVE WS-ANTAL-BRUDT TO WS-RECS-OUT
           DISPLAY "KAEDEKTL: " WS-RECS-IN " RAEKKER KONTROLLERET, "
               WS-ANTAL-BRUDT " FILER MED BRUD - SE KaedeBrud.txt"
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME.

       WRITE-AUDIT-LOG.
           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-PROGRAM-NAME DELIMITED BY SIZE
               "  START " DELIMITED BY SIZE
               WS-RUN-START-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               "  END " DELIMITED BY SIZE
               WS-RUN-END-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-END-TIME DELIMITED BY SIZE
               "  IN " DELIMITED BY SIZE
               WS-RECS-IN DELIMITED BY SIZE
               "  BRUD " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       LOAD-ANKER.
           OPEN INPUT KAEDE-ANKER
           IF WS-ANKER-STATUS = "35"
               MOVE "Y" TO EOF-ANKER
           END-IF
           PERFORM UNTIL EOF-ANKER = "Y"
               READ KAEDE-ANKER
                   AT END
                       MOVE "Y" TO EOF-ANKER
                   NOT AT END
                       PERFORM NOTER-ANKER
               END-READ
           END-PERFORM
           IF WS-ANKER-STATUS NOT = "35"
               CLOSE KAEDE-ANKER
           END-IF.

       NOTER-ANKER.
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > 30
               IF KF-NAVN(WS-FIL-IX) = AK-FIL
                   MOVE AK-LOEBENR TO AN-LOEBENR(WS-FIL-IX)
                   MOVE AK-KSUM TO AN-KSUM(WS-FIL-IX)
               END-IF
           END-PERFORM.

      * A FILE THAT BROKE KEEPS LAST NIGHT'S ANCHOR - THE BREAK STAYS
      * ON THE DASHBOARD EVERY MORNING UNTIL SOMEONE HAS LOOKED.
       GEM-ANKER.
           OPEN OUTPUT KAEDE-ANKER
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > 30
               IF AN-LOEBENR(WS-FIL-IX) > ZEROES
                   MOVE SPACES TO ANKER-REC
                   MOVE KF-NAVN(WS-FIL-IX) TO AK-FIL
                   MOVE AN-LOEBENR(WS-FIL-IX) TO AK-LOEBENR
                   MOVE AN-KSUM(WS-FIL-IX) TO AK-KSUM
                   WRITE ANKER-REC
               END-IF
           END-PERFORM
           CLOSE KAEDE-ANKER.

      * ONE FILE, TOP TO BOTTOM, STOPPING AT THE FIRST BREAK - EVERY
      * CHECKSUM AFTER A BROKEN ROW IS BROKEN TOO, SO ONLY THE FIRST
      * ONE SAYS ANYTHING. AN ABSENT FILE IS FINE UNTIL IT HAS HAD AN
      * ANCHOR; AFTER THAT IT IS A FILE SOMEONE REMOVED.
       KONTROLLER-FIL.
           MOVE KF-NAVN(WS-FIL-IX) TO WS-IND-NAVN
           MOVE KF-LAENGDE(WS-FIL-IX) TO WS-DATA-LAENGDE
           SUBTRACT 8 FROM WS-DATA-LAENGDE GIVING WS-LOEBENR-POS
           ADD 1 TO WS-DATA-LAENGDE GIVING WS-KSUM-POS
           MOVE ZEROES TO WS-LINJENR
           MOVE 1 TO WS-FORV-LOEBENR
           MOVE ZEROES TO WS-FORR-KSUM
           MOVE ZEROES TO WS-SIDSTE-LOEBENR
           MOVE ZEROES TO WS-SIDSTE-KSUM
           MOVE "N" TO WS-KAEDE-STARTET
           MOVE "N" TO WS-BRUDT
           MOVE "N" TO WS-GAB-VENTER
           MOVE "N" TO EOF-IND
           OPEN INPUT GEN-IND
           IF WS-IND-STATUS = "35"
               IF AN-LOEBENR(WS-FIL-IX) > ZEROES
                   MOVE ZEROES TO WS-BRUD-LINJENR
                   MOVE AN-LOEBENR(WS-FIL-IX) TO WS-BRUD-LOEBENR
                   MOVE "FILEN MANGLER - DEN HAR VAERET KAEDET"
                       TO WS-BRUD-TEKST
                   PERFORM SKRIV-BRUD
               END-IF
               GO TO KONTROLLER-FIL-EXIT
           END-IF
           IF WS-IND-STATUS NOT = "00"
               MOVE ZEROES TO WS-BRUD-LINJENR
               MOVE ZEROES TO WS-BRUD-LOEBENR
               MOVE SPACES TO WS-BRUD-TEKST
               STRING "FILEN KAN IKKE AABNES - STATUS "
                   DELIMITED BY SIZE
                   WS-IND-STATUS DELIMITED BY SIZE
                   INTO WS-BRUD-TEKST
               PERFORM SKRIV-BRUD
               GO TO KONTROLLER-FIL-EXIT
           END-IF
           PERFORM UNTIL EOF-IND = "Y" OR WS-BRUDT = "Y"
               READ GEN-IND
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-LINJENR
                       ADD 1 TO WS-RECS-IN
                       PERFORM KONTROLLER-LINJE
                           THRU KONTROLLER-LINJE-EXIT
               END-READ
           END-PERFORM
           CLOSE GEN-IND
           IF WS-BRUDT = "Y"
               GO TO KONTROLLER-FIL-EXIT
           END-IF
      * A SKIP STILL HELD AT THE END OF THE FILE WAS NEVER FILLED IN.
           IF WS-GAB-VENTER = "Y"
               MOVE WS-GAB-LINJENR TO WS-BRUD-LINJENR
               MOVE WS-GAB-LOEBENR TO WS-BRUD-LOEBENR
               MOVE SPACES TO WS-BRUD-TEKST
               STRING "RAEKKER MANGLER - LOEBENR " DELIMITED BY SIZE
                   WS-FORV-LOEBENR DELIMITED BY SIZE
                   " FOER DENNE RAEKKE ER VAEK" DELIMITED BY SIZE
                   INTO WS-BRUD-TEKST
               PERFORM SKRIV-BRUD
               GO TO KONTROLLER-FIL-EXIT
           END-IF
           IF WS-SIDSTE-LOEBENR < AN-LOEBENR(WS-FIL-IX)
               MOVE WS-LINJENR TO WS-BRUD-LINJENR
               MOVE WS-SIDSTE-LOEBENR TO WS-BRUD-LOEBENR
               MOVE SPACES TO WS-BRUD-TEKST
               STRING "RAEKKER FJERNET I ENDEN - ANKERET STAAR PAA "
                   DELIMITED BY SIZE
                   "LOEBENR " DELIMITED BY SIZE
                   AN-LOEBENR(WS-FIL-IX) DELIMITED BY SIZE
                   INTO WS-BRUD-TEKST
               PERFORM SKRIV-BRUD
               GO TO KONTROLLER-FIL-EXIT
           END-IF
           IF WS-SIDSTE-LOEBENR > ZEROES
               MOVE WS-SIDSTE-LOEBENR TO AN-LOEBENR(WS-FIL-IX)
               MOVE WS-SIDSTE-KSUM TO AN-KSUM(WS-FIL-IX)
           END-IF.

       KONTROLLER-FIL-EXIT.
           EXIT.

       KONTROLLER-LINJE.
           MOVE GI-LINJE(WS-LOEBENR-POS:9) TO WS-LINJE-LOEBENR-X
           IF WS-LINJE-LOEBENR-X NOT NUMERIC
               IF WS-KAEDE-STARTET = "Y"
                   MOVE WS-LINJENR TO WS-BRUD-LINJENR
                   MOVE ZEROES TO WS-BRUD-LOEBENR
                   MOVE "RAEKKE UDEN LOEBENR EFTER KAEDENS START"
                       TO WS-BRUD-TEKST
                   PERFORM SKRIV-BRUD
               END-IF
               GO TO KONTROLLER-LINJE-EXIT
           END-IF
           MOVE "Y" TO WS-KAEDE-STARTET
           IF WS-GAB-VENTER = "Y"
               MOVE WS-GAB-LINJENR TO WS-BRUD-LINJENR
               MOVE WS-GAB-LOEBENR TO WS-BRUD-LOEBENR
               MOVE SPACES TO WS-BRUD-TEKST
               IF WS-LINJE-LOEBENR = WS-FORV-LOEBENR
                   STRING "RAEKKEFOELGEN ER BYTTET OM - LOEBENR "
                       DELIMITED BY SIZE
                       WS-FORV-LOEBENR DELIMITED BY SIZE
                       " STAAR EFTER DENNE RAEKKE" DELIMITED BY SIZE
                       INTO WS-BRUD-TEKST
               ELSE
                   STRING "RAEKKER MANGLER - LOEBENR " DELIMITED BY SIZE
                       WS-FORV-LOEBENR DELIMITED BY SIZE
                       " FOER DENNE RAEKKE ER VAEK" DELIMITED BY SIZE
                       INTO WS-BRUD-TEKST
               END-IF
               PERFORM SKRIV-BRUD
               GO TO KONTROLLER-LINJE-EXIT
           END-IF
           IF WS-LINJE-LOEBENR < WS-FORV-LOEBENR
               MOVE WS-LINJENR TO WS-BRUD-LINJENR
               MOVE WS-LINJE-LOEBENR TO WS-BRUD-LOEBENR
               MOVE "LOEBENR GAAR TILBAGE - RAEKKE FLYTTET/GENTAGET"
                   TO WS-BRUD-TEKST
               PERFORM SKRIV-BRUD
               GO TO KONTROLLER-LINJE-EXIT
           END-IF
           IF WS-LINJE-LOEBENR > WS-FORV-LOEBENR
               MOVE "Y" TO WS-GAB-VENTER
               MOVE WS-LINJENR TO WS-GAB-LINJENR
               MOVE WS-LINJE-LOEBENR TO WS-GAB-LOEBENR
               GO TO KONTROLLER-LINJE-EXIT
           END-IF
           MOVE GI-LINJE(1:WS-DATA-LAENGDE) TO WS-KSUM-DATA
           MOVE WS-DATA-LAENGDE TO WS-KSUM-LAENGDE
           MOVE WS-FORR-KSUM TO WS-KSUM
           PERFORM BEREGN-KSUM
           MOVE GI-LINJE(WS-KSUM-POS:9) TO WS-LINJE-KSUM-X
           IF WS-LINJE-KSUM-X NOT NUMERIC
               OR WS-LINJE-KSUM NOT = WS-KSUM
               MOVE WS-LINJENR TO WS-BRUD-LINJENR
               MOVE WS-LINJE-LOEBENR TO WS-BRUD-LOEBENR
               MOVE "KONTROLSUMMEN PASSER IKKE - RAEKKEN ER AENDRET"
                   TO WS-BRUD-TEKST
               PERFORM SKRIV-BRUD
               GO TO KONTROLLER-LINJE-EXIT
           END-IF
      * THE ROW LAST NIGHT'S ANCHOR POINTS AT MUST STILL CARRY THE
      * SAME CHECKSUM - IF NOT, THE CHAIN BEFORE IT WAS REWRITTEN
      * AND RECOMPUTED, WHICH THE FOLD ALONE CANNOT SEE.
           IF WS-LINJE-LOEBENR = AN-LOEBENR(WS-FIL-IX)
               AND WS-KSUM NOT = AN-KSUM(WS-FIL-IX)
               MOVE WS-LINJENR TO WS-BRUD-LINJENR
               MOVE WS-LINJE-LOEBENR TO WS-BRUD-LOEBENR
               MOVE "AFVIGER FRA ANKERET - KAEDEN ER BEREGNET FORFRA"
                   TO WS-BRUD-TEKST
               PERFORM SKRIV-BRUD
               GO TO KONTROLLER-LINJE-EXIT
           END-IF
           MOVE WS-KSUM TO WS-FORR-KSUM
           MOVE WS-KSUM TO WS-SIDSTE-KSUM
           MOVE WS-LINJE-LOEBENR TO WS-SIDSTE-LOEBENR
           ADD 1 TO WS-FORV-LOEBENR.

       KONTROLLER-LINJE-EXIT.
           EXIT.

       SKRIV-BRUD.
           MOVE "Y" TO WS-BRUDT
           ADD 1 TO WS-ANTAL-BRUDT
           MOVE SPACES TO BRUD-RECORD
           STRING WS-IND-NAVN DELIMITED BY SPACE
               " LINJE " DELIMITED BY SIZE
               WS-BRUD-LINJENR DELIMITED BY SIZE
               " LOEBENR " DELIMITED BY SIZE
               WS-BRUD-LOEBENR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BRUD-TEKST DELIMITED BY SIZE
               INTO BRUD-RECORD
           WRITE BRUD-RECORD.

      * CHAINED CHECKSUM: FOLDS THE FIRST WS-KSUM-LAENGDE BYTES OF
      * WS-KSUM-DATA INTO WS-KSUM, WHICH COMES IN HOLDING THE PREVIOUS
      * ROW'S CHECKSUM AND GOES OUT HOLDING THIS ROW'S - SUM TIMES 31
      * PLUS THE BYTE, MODULO 999999937, BYTE BY BYTE. A ROW ALTERED,
      * DROPPED OR MOVED AFTER THE FACT BREAKS EVERY SUM AFTER IT;
      * KAEDEKONTROL.COB REPEATS THE SAME FOLD TO FIND WHERE.
       BEREGN-KSUM.
           PERFORM VARYING WS-KSUM-IX FROM 1 BY 1
                   UNTIL WS-KSUM-IX > WS-KSUM-LAENGDE
               MOVE WS-KSUM-TEGN(WS-KSUM-IX) TO WS-KSUM-BYTE
               MULTIPLY WS-KSUM BY 31 GIVING WS-KSUM-MELLEM
               ADD WS-KSUM-BYTE-VAERDI TO WS-KSUM-MELLEM
               DIVIDE WS-KSUM-MELLEM BY 999999937
                   GIVING WS-KSUM-KVOT REMAINDER WS-KSUM
           END-PERFORM.

      * WHERE THE AUDIT LOG'S CHAIN LEFT OFF - THE LAST CHAINED LINE'S
      * RUNNING NUMBER AND CHECKSUM. READ AGAIN BEFORE EVERY APPEND,
      * SINCE EVERY PROGRAM IN THE SHOP APPENDS TO THE SAME FILE.
      * LINES FROM BEFORE THE CHAIN CARRY NO NUMBER AND ARE PASSED
      * OVER; AN ABSENT LOG STARTS THE CHAIN FROM ZERO.
       HENT-AUDIT-KSUM.
           MOVE ZEROES TO WS-AUDIT-LOEBENR
           MOVE ZEROES TO WS-AUDIT-KSUM
           MOVE "N" TO WS-KSUM-EOF
           OPEN INPUT BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-KSUM-EOF = "Y"
                   READ BATCH-AUDIT-LOG
                       AT END
                           MOVE "Y" TO WS-KSUM-EOF
                       NOT AT END
                           IF AUDIT-LOG-LOEBENR IS NUMERIC
                               MOVE AUDIT-LOG-LOEBENR
                                   TO WS-AUDIT-LOEBENR
                               MOVE AUDIT-LOG-KSUM TO WS-AUDIT-KSUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-AUDIT-LOG
           END-IF.

      * NUMBER THE LINE AND FOLD IT (TEXT PLUS RUNNING NUMBER) INTO
      * THE PREVIOUS LINE'S CHECKSUM, RIGHT BEFORE THE WRITE.
       KSUM-AUDIT-LOG.
           ADD 1 TO WS-AUDIT-LOEBENR
           MOVE WS-AUDIT-LOEBENR TO AUDIT-LOG-LOEBENR
           MOVE AUDIT-LOG-RECORD(1:159) TO WS-KSUM-DATA
           MOVE 159 TO WS-KSUM-LAENGDE
           MOVE WS-AUDIT-KSUM TO WS-KSUM
           PERFORM BEREGN-KSUM
           MOVE WS-KSUM TO WS-AUDIT-KSUM
           MOVE WS-KSUM TO AUDIT-LOG-KSUM.

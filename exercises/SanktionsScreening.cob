               FILE STATUS IS WS-LISTE-STATUS.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CORPORATE REGISTER - A COMPANY IS SCREENED BY ITS FIRM
      * NAME AND BY THE NAMES OF ITS BENEFICIAL OWNERS AND
      * SIGNATORIES, NOT BY THE FORNAVN/EFTERNAVN ITS CUSTOMER ROW
      * WAS SQUEEZED INTO. SEE SCREEN-VIRKSOMHEDER.
           SELECT VIRKSOMHEDER ASSIGN TO "Virksomheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIRK-STATUS.
      * THE DAY'S VALIDATED FEED - COUNTERPARTY NAMES STREAM PAST IN
      * NAVN ON EVERY TRANSACTION AND GET THE SAME SCREENING AS THE
      * CUSTOMER MASTER.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD VIRKSOMHEDER.
       01 VIRKSOMHED-REC.
           COPY "VIRKSOMHEDER.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  EOF-LISTE                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  WS-VIRK-STATUS           PIC XX VALUE "00".
       01  EOF-VIRK                 PIC X VALUE "N".
      * THE KUNDE-IDS OF THE AKTIV COMPANIES - THEIR CUSTOMER ROWS
      * ARE LEFT TO SCREEN-VIRKSOMHEDER.
       01  VIRK-KUNDE-AR OCCURS 500 TIMES PIC X(10) VALUE SPACES.
       01  ANTAL-VIRK               PIC 9(3) VALUE ZEROES.
       01  WS-VIRK-IX               PIC 9(3).
       01  WS-ER-VIRKSOMHED         PIC X VALUE "N".
       01  WS-P-IX                  PIC 9 VALUE ZEROES.
      * THE WATCHLIST, NORMALIZED ONCE AT LOAD (UPPERCASED, SQUEEZED)
      * SO THE PER-RECORD COMPARISON IS AGAINST CLEAN TEXT. WL-LEN IS
      * THE TRIMMED LENGTH, NEEDED FOR THE CONTAINED-IN SCAN.
       01  WS-KILDE                 PIC X(11) VALUE SPACES.
       01  WS-KILDE-ID              PIC X(10) VALUE SPACES.

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
           IF ANTAL-LISTE = ZEROES
               DISPLAY "INGEN WATCHLISTE.TXT - INGEN SCREENING MULIG"
           ELSE
               PERFORM LOAD-VIRKSOMHEDS-KUNDER
               PERFORM SCREEN-KUNDER
               PERFORM SCREEN-VIRKSOMHEDER
               PERFORM SCREEN-TRANSAKTIONER
           END-IF
           CLOSE SANKTIONS-HITS
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
               "  OUT " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

                       MOVE "Y" TO EOF-KUNDE
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       MOVE "N" TO WS-ER-VIRKSOMHED
                       PERFORM VARYING WS-VIRK-IX FROM 1 BY 1
                               UNTIL WS-VIRK-IX > ANTAL-VIRK
                           IF VIRK-KUNDE-AR(WS-VIRK-IX)
                                   = KUNDE-ID OF KUNDEOPL-IN
                               MOVE "Y" TO WS-ER-VIRKSOMHED
                           END-IF
                       END-PERFORM
                       IF WS-ER-VIRKSOMHED = "N"
                           MOVE SPACES TO WS-RAA-NAVN
                           STRING FORNAVN OF KUNDEOPL-IN
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               EFTERNAVN OF KUNDEOPL-IN
                                   DELIMITED BY SIZE
                               INTO WS-RAA-NAVN
                           PERFORM RENS-NAVN
                           MOVE "KUNDE      " TO WS-KILDE
                           MOVE KUNDE-ID OF KUNDEOPL-IN TO WS-KILDE-ID
                           PERFORM SCREEN-NAVN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER.

      * THE AKTIV CORPORATE RECORDS' KUNDE-IDS, SO SCREEN-KUNDER
      * CAN LEAVE THOSE ROWS ALONE. NO REGISTER, NO COMPANIES.
       LOAD-VIRKSOMHEDS-KUNDER.
           OPEN INPUT VIRKSOMHEDER
           IF WS-VIRK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VIRK = "Y"
                   READ VIRKSOMHEDER
                       AT END
                           MOVE "Y" TO EOF-VIRK
                       NOT AT END
                           IF VS-STATUS OF VIRKSOMHED-REC = "AKTIV"
                               ADD 1 TO ANTAL-VIRK
                               MOVE VS-KUNDE-ID OF VIRKSOMHED-REC
                                   TO VIRK-KUNDE-AR(ANTAL-VIRK)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIRKSOMHEDER
           END-IF.

      * SCREENS EVERY AKTIV COMPANY'S FIRM NAME, THEN EACH OWNER AND
      * SIGNATORY ON IT - ALL UNDER THE CVR-NUMMER, SO A HIT ON A
      * PERSON SHOWS WHICH COMPANY THEY STAND BEHIND.
       SCREEN-VIRKSOMHEDER.
           IF ANTAL-VIRK = ZEROES
               CONTINUE
           ELSE
               MOVE "N" TO EOF-VIRK
               OPEN INPUT VIRKSOMHEDER
               PERFORM UNTIL EOF-VIRK = "Y"
                   READ VIRKSOMHEDER
                       AT END
                           MOVE "Y" TO EOF-VIRK
                       NOT AT END
                           IF VS-STATUS OF VIRKSOMHED-REC = "AKTIV"
                               PERFORM SCREEN-EN-VIRKSOMHED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIRKSOMHEDER
           END-IF.

       SCREEN-EN-VIRKSOMHED.
           ADD 1 TO WS-RECS-IN
           MOVE VS-CVR-NR OF VIRKSOMHED-REC TO WS-KILDE-ID
           MOVE VS-FIRMANAVN OF VIRKSOMHED-REC TO WS-RAA-NAVN
           PERFORM RENS-NAVN
           MOVE "VIRKSOMHED " TO WS-KILDE
           PERFORM SCREEN-NAVN
           PERFORM VARYING WS-P-IX FROM 1 BY 1
                   UNTIL WS-P-IX > VS-ANTAL-PERSONER OF VIRKSOMHED-REC
               MOVE VS-P-NAVN OF VIRKSOMHED-REC(WS-P-IX) TO WS-RAA-NAVN
               PERFORM RENS-NAVN
               IF VS-P-ROLLE OF VIRKSOMHED-REC(WS-P-IX) = "TEGNER"
                   MOVE "TEGNINGSBER" TO WS-KILDE
               ELSE
                   MOVE "REEL EJER  " TO WS-KILDE
               END-IF
               PERFORM SCREEN-NAVN
           END-PERFORM.

      * SCREENS NAVN ON EVERY ROW OF THE DAY'S VALIDATED FEED.
       SCREEN-TRANSAKTIONER.
           OPEN INPUT TRANSAKTIONER
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER.

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

           SELECT ALIASER ASSIGN TO "Aliaser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.
      * THE OLD-TO-NEW KONTONUMMER MAP FROM BRANCH MERGERS - SEE
      * KONTOOMNUMMERERING.CPY. A CREDIT STILL ADDRESSED TO A MOVED
      * ACCOUNT'S OLD NUMBER IS REDIRECTED UNTIL KM-OMSTIL-TIL, AND
      * PARKS ON SUSPENSE AFTER IT. OPTIONAL.
           SELECT KONTO-OMNUMMERERING
               ASSIGN TO "KontoOmnummerering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL
               ASSIGN TO "ClearingIndJournal.txt"
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALIASER.
       01 ALIAS-REC.
           COPY "ALIASER.cpy".
       FD KONTO-OMNUMMERERING.
       01 KM-REC.
           COPY "KONTOOMNUMMERERING.cpy".
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RECS-SUSPENSE         PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OMSTILLET        PIC 9(9) VALUE ZEROES.
       01  WS-RUN-ID                PIC X(16) VALUE SPACES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  ANTAL-ALIASER            PIC 9(3) VALUE ZEROES.
       01  WS-ALIAS-IX              PIC 9(3).
       01  WS-ALIAS-SLOT            PIC 9(3) VALUE ZEROES.
      * MOVED ACCOUNTS STILL IN THEIR TRANSITION PERIOD, LOADED ONCE.
       01  WS-MAP-STATUS            PIC XX VALUE "00".
       01  EOF-MAP                  PIC X VALUE "N".
       01  OMNR-AR OCCURS 999 TIMES.
           02  OM-GAMMEL-NR         PIC X(20) VALUE SPACES.
           02  OM-KONTO-ID          PIC X(10) VALUE SPACES.
       01  ANTAL-OMNR               PIC 9(4) VALUE ZEROES.
       01  WS-OMNR-IX               PIC 9(4).

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
       01  WS-PJ-LOEBENR            PIC 9(9) VALUE ZEROES.
       01  WS-PJ-KSUM               PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           PERFORM LOAD-KONTI
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-ALIASER
           PERFORM LOAD-OMNUMMERERING
           PERFORM LOAD-REG-NR-TABEL
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
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
               WS-RECS-OUT DELIMITED BY SIZE
               "  SUSPENSE " DELIMITED BY SIZE
               WS-RECS-SUSPENSE DELIMITED BY SIZE
               "  OMSTILLET " DELIMITED BY SIZE
               WS-RECS-OMSTILLET DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

               CLOSE ALIASER
           END-IF.

      * ONLY THE ROWS WHOSE TRANSITION PERIOD RUNS TONIGHT - A ROW
      * PAST KM-OMSTIL-TIL NO LONGER REDIRECTS.
       LOAD-OMNUMMERERING.
           OPEN INPUT KONTO-OMNUMMERERING
           IF WS-MAP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MAP = "Y"
                   READ KONTO-OMNUMMERERING
                       AT END
                           MOVE "Y" TO EOF-MAP
                       NOT AT END
                           IF KM-OMSTIL-TIL NOT < WS-DAGS-DATO
                               AND ANTAL-OMNR < 999
                               ADD 1 TO ANTAL-OMNR
                               MOVE KM-GAMMEL-KONTONUMMER
                                   TO OM-GAMMEL-NR(ANTAL-OMNR)
                               MOVE KM-KONTO-ID
                                   TO OM-KONTO-ID(ANTAL-OMNR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTO-OMNUMMERERING
           END-IF.

      * ONE INCOMING CREDIT - MATCHED ON KONTONUMMER AND QUEUED FOR
      * POSTING, OR PARKED ON THE SUSPENSE LEDGER WITH ENOUGH OF THE
      * ITEM QUOTED THAT THE DESK CAN RESOLVE IT. AN ALIAS-ADDRESSED
      * CREDIT RESOLVES THROUGH THE REGISTRY FIRST, AND ONE STILL
      * ADDRESSED TO A MERGED BRANCH'S OLD NUMBER THROUGH THE
      * KONTONUMMER MAP AFTER THAT.
       BEHANDL-KREDIT.
           MOVE "N" TO WS-KONTO-FOUND
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   END-IF
               END-PERFORM
           END-IF
           IF WS-KONTO-FOUND = "N"
               PERFORM VARYING WS-OMNR-IX FROM 1 BY 1
                       UNTIL WS-OMNR-IX > ANTAL-OMNR
                   IF OM-GAMMEL-NR(WS-OMNR-IX)
                           = CI-MODT-KONTONUMMER OF IND-REC
                       PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                               UNTIL WS-KONTO-IX > ANTAL-KONTI
                           IF KO-KONTO-ID(WS-KONTO-IX)
                                   = OM-KONTO-ID(WS-OMNR-IX)
                               MOVE "Y" TO WS-KONTO-FOUND
                               MOVE WS-KONTO-IX
                                   TO WS-KONTO-MATCH-IX
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-KONTO-FOUND = "Y"
                   ADD 1 TO WS-RECS-OMSTILLET
               END-IF
           END-IF
           IF WS-KONTO-FOUND = "N"
               PERFORM SKRIV-SUSPENSE
           ELSE
           IF ANTAL-KREDIT = ZEROES
               GO TO POSTER-KREDITTER-EXIT
           END-IF
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
           MOVE WS-POST-BELOB TO PJ-BELOB OF PJOURNAL-REC
           MOVE VALUTA OF TRANSAKTION-REC
               TO PJ-VALUTA OF PJOURNAL-REC
           PERFORM KSUM-PJ-REC
           WRITE PJOURNAL-REC.

       SKRIV-JOURNAL-START.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "START" TO PJ-TYPE OF PJOURNAL-REC
           PERFORM KSUM-PJ-REC
           WRITE PJOURNAL-REC.

       SKRIV-JOURNAL-SLUT.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "SLUT" TO PJ-TYPE OF PJOURNAL-REC
           PERFORM KSUM-PJ-REC
           WRITE PJOURNAL-REC.

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

      * WHERE THE POSTING JOURNAL'S CHAIN LEFT OFF - SAME RULES AS
      * HENT-AUDIT-KSUM.
       HENT-PJ-KSUM.
           MOVE ZEROES TO WS-PJ-LOEBENR
           MOVE ZEROES TO WS-PJ-KSUM
           MOVE "N" TO WS-KSUM-EOF
           OPEN INPUT POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-KSUM-EOF = "Y"
                   READ POSTERINGS-JOURNAL
                       AT END
                           MOVE "Y" TO WS-KSUM-EOF
                       NOT AT END
                           IF PJ-LOEBENR OF PJOURNAL-REC IS NUMERIC
                               MOVE PJ-LOEBENR OF PJOURNAL-REC
                                   TO WS-PJ-LOEBENR
                               MOVE PJ-KSUM OF PJOURNAL-REC
                                   TO WS-PJ-KSUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTERINGS-JOURNAL
           END-IF.

       KSUM-PJ-REC.
           ADD 1 TO WS-PJ-LOEBENR
           MOVE WS-PJ-LOEBENR TO PJ-LOEBENR OF PJOURNAL-REC
           MOVE PJOURNAL-REC(1:69) TO WS-KSUM-DATA
           MOVE 69 TO WS-KSUM-LAENGDE
           MOVE WS-PJ-KSUM TO WS-KSUM
           PERFORM BEREGN-KSUM
           MOVE WS-KSUM TO WS-PJ-KSUM
           MOVE WS-KSUM TO PJ-KSUM OF PJOURNAL-REC.

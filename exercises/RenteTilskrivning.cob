           SELECT REFERENCE-VERSION ASSIGN TO "ReferenceVersion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-STATUS.
      * THE CARD CREDIT REGISTER - A CARD ACCOUNT EARNS NO ORDINARY
      * INTEREST (KREDITKORTKOERSEL CHARGES ITS OWN ON THE REVOLVING
      * BALANCE), AND ITS CREDIT LIMIT IS ITS AGREED LIMIT FOR
      * PENALTY INTEREST. SEE KREDITKORTKONTI.CPY.
           SELECT KREDITKORT-KONTI ASSIGN TO "KreditkortKonti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KREDITKORT-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REFERENCE-VERSION.
       01 VERSION-RECORD.
           02  VERSION-LINE         PIC X(30).
       FD KREDITKORT-KONTI.
       01 KREDITKORT-REC.
           COPY "KREDITKORTKONTI.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-UDOVER                PIC S9(11)V99 VALUE ZEROES.
       01  WS-MORA-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-MORA-BELOB-TEXT       PIC -(9)9.99.
      * CARD ACCOUNTS AND THEIR CREDIT LIMITS - SEE THE
      * KREDITKORT-KONTI SELECT.
       01  WS-KREDITKORT-STATUS     PIC XX VALUE "00".
       01  EOF-KREDITKORT           PIC X VALUE "N".
       01  KREDITKORT-ID-AR OCCURS 999 TIMES.
           02  KKI-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KKI-KREDITMAKS       PIC 9(7)V99 VALUE ZEROES.
       01  ANTAL-KREDITKORT         PIC 9(4) VALUE ZEROES.
       01  WS-KKI-IX                PIC 9(4).
       01  WS-ER-KREDITKORT         PIC X VALUE "N".

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
           PERFORM LOAD-RENTEBAAND
           PERFORM LOAD-REFERENCESATSER
           PERFORM LOAD-KILDESKAT-SATSER
           PERFORM LOAD-KREDITKORT
           MOVE WS-RUN-START-DATE(1:4) TO WS-TIDSPUNKT(1:4)
           MOVE "-" TO WS-TIDSPUNKT(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-TIDSPUNKT(6:2)
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
           PERFORM LAES-REF-VERSION
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
               "  " DELIMITED BY SIZE
               WS-REF-VERSION DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           IF KONTO-STATUS OF KONTOOPL-IN = "HVILEN"
               GO TO BEREGN-RENTE-EXIT
           END-IF
      * A CARD ACCOUNT'S INTEREST IS KREDITKORTKOERSEL'S - CHARGED
      * ONLY WHEN THE MINIMUM PAYMENT IS MISSED.
           MOVE "N" TO WS-ER-KREDITKORT
           PERFORM VARYING WS-KKI-IX FROM 1 BY 1
                   UNTIL WS-KKI-IX > ANTAL-KREDITKORT
               IF KKI-KONTO-ID(WS-KKI-IX) = KONTO-ID OF KONTOOPL-IN
                   MOVE "Y" TO WS-ER-KREDITKORT
               END-IF
           END-PERFORM
           IF WS-ER-KREDITKORT = "Y"
               GO TO BEREGN-RENTE-EXIT
           END-IF

      * A VALUTA WITH BAND ROWS ACCRUES PER BAND AND NEEDS NO SINGLE
      * RATE; ONE WITHOUT FALLS BACK TO THE RENTESATSER.TXT RATE
           MOVE WS-RENTE-BELOB TO PJ-BELOB OF PJOURNAL-REC
           MOVE VALUTA OF TRANSAKTION-REC
               TO PJ-VALUTA OF PJOURNAL-REC
           PERFORM KSUM-PJ-REC
           WRITE PJOURNAL-REC.

      * PENALTY INTEREST ON UNAUTHORIZED OVERDRAFT. EVERY NIGHT THE
                       TO WS-OA-GRAENSE
               END-IF
           END-PERFORM
      * ON A CARD ACCOUNT ONLY A DRAW BEYOND THE CREDIT LIMIT IS
      * UNAUTHORIZED.
           PERFORM VARYING WS-KKI-IX FROM 1 BY 1
                   UNTIL WS-KKI-IX > ANTAL-KREDITKORT
               IF KKI-KONTO-ID(WS-KKI-IX) = LS-KONTO-ID
                   MOVE KKI-KREDITMAKS(WS-KKI-IX) TO WS-OA-GRAENSE
               END-IF
           END-PERFORM
           MOVE ZEROES TO WS-UDOVER
           IF LS-BALANCE < 0
               AND (0 - LS-BALANCE) > WS-OA-GRAENSE
               END-IF
           END-IF.

       LOAD-KREDITKORT.
           OPEN INPUT KREDITKORT-KONTI
           IF WS-KREDITKORT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KREDITKORT = "Y"
                   READ KREDITKORT-KONTI
                       AT END
                           MOVE "Y" TO EOF-KREDITKORT
                       NOT AT END
                           ADD 1 TO ANTAL-KREDITKORT
                           MOVE KK-KONTO-ID OF KREDITKORT-REC
                               TO KKI-KONTO-ID(ANTAL-KREDITKORT)
                           MOVE KK-KREDITMAKS OF KREDITKORT-REC
                               TO KKI-KREDITMAKS(ANTAL-KREDITKORT)
                   END-READ
               END-PERFORM
               CLOSE KREDITKORT-KONTI
           END-IF.

      * THE MONTH'S ACCRUED PENALTY AS ONE MORARENTE DEBIT - SAME
      * ROW SHAPE AS THE ORDINARY INTEREST POSTINGS, JOURNALLED
      * THROUGH THE SAME OPEN JOURNAL.
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

       SKRIV-RENTE-AFVIGELSE.
               WS-RENTE-AFV-TEKST DELIMITED BY SIZE
               INTO RENTE-AFV-RECORD
           WRITE RENTE-AFV-RECORD.

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

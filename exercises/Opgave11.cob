               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * OPTIONAL LIST OF KONTO-ID/KUNDE-ID VALUES - SEE LOAD-
      * STATEMENT-REQUEST/MATCH-STATEMENT-FILTER. WHEN THIS FILE IS
      * MISSING OR EMPTY THE RUN PROCESSES EVERY ACCOUNT AS BEFORE;
           SELECT LUKKEDE-KONTI-LOG ASSIGN TO "LukkedeKontiLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKET-LOG-STATUS.
      * THE CARD CREDIT REGISTER - A CARD ACCOUNT'S STATEMENT CARRIES
      * THE LATEST CARD STATEMENT'S AMOUNT DUE, MINIMUM PAYMENT AND
      * DUE DATE, AND ITS CREDIT LIMIT COUNTS AS AN AGREED FACILITY
      * FOR THE OVERDRAFT REPORT. SEE KREDITKORTKONTI.CPY.
           SELECT KREDITKORT-KONTI ASSIGN TO "KreditkortKonti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KREDITKORT-STATUS.
      * THE ROUND-UP SAVINGS REGISTER - THE STATEMENT OF EITHER
      * ACCOUNT ON AN AGREEMENT CARRIES THE MONTH'S SAVED SUM. SEE
      * SPAREOPAFTALER.CPY.
           SELECT SPAREOP-AFTALER ASSIGN TO "SpareOpAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPAREOP-STATUS.


       DATA DIVISION.
       FD  BATCH-AUDIT-LOG.
           01  AUDIT-LOG-RECORD.
               02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
               02  AUDIT-LOG-LOEBENR   PIC 9(9).
               02  AUDIT-LOG-KSUM      PIC 9(9).

       FD  STATEMENT-REQUEST.
           01  FILTER-RECORD.
           01  UDLAEG-REC.
               COPY "UDLAEG.cpy".

       FD  KREDITKORT-KONTI.
           01  KREDITKORT-REC.
               COPY "KREDITKORTKONTI.cpy".

       FD  SPAREOP-AFTALER.
           01  SPAREOP-REC.
               COPY "SPAREOPAFTALER.cpy".

       FD  KONTOOPT-VAERGER.
           01  VAERGE-KONTO-REC.
               COPY "KONTOOPL.cpy".
       01  WS-UDLAEG-SLOT           PIC 9(3) VALUE ZEROES.
       01  WS-KONTO-SPAERRET        PIC S9(11)V99 VALUE ZEROES.
       01  WS-SPAERRET-DISPLAY      PIC -(11)9.99.
      * OPEN CARD ACCOUNTS - SEE LOAD-KREDITKORT AND PRINT-KREDITKORT.
       01  WS-KREDITKORT-STATUS     PIC XX VALUE "00".
       01  EOF-KREDITKORT           PIC X VALUE "N".
       01  KREDITKORT-AR OCCURS 500 TIMES.
           COPY "KREDITKORTKONTI.cpy".
       01  ANTAL-KREDITKORT         PIC 9(3) VALUE ZEROES.
       01  WS-KK-IX                 PIC 9(3).
       01  WS-KK-MATCH-IX           PIC 9(3) VALUE ZEROES.
       01  WS-KK-RAADIGHED          PIC S9(18)V99 VALUE ZEROES.
       01  WS-KK-DISPLAY            PIC -(11)9.99.
      * ROUND-UP SAVINGS AGREEMENTS - SEE LOAD-SPAREOP AND
      * PRINT-SPAREOP.
       01  WS-SPAREOP-STATUS        PIC XX VALUE "00".
       01  EOF-SPAREOP              PIC X VALUE "N".
       01  SPAREOP-AR OCCURS 500 TIMES.
           COPY "SPAREOPAFTALER.cpy".
       01  ANTAL-SPAREOP            PIC 9(3) VALUE ZEROES.
       01  WS-SO-IX                 PIC 9(3).
       01  WS-SO-MATCH-IX           PIC 9(3) VALUE ZEROES.
       01  WS-SO-DISPLAY            PIC -(11)9.99.
      * GUARDIAN LINK PER BOERNEOPSPARING ACCOUNT - SEE LOAD-VAERGER.
       01  WS-VAERGE-STATUS         PIC XX VALUE "00".
       01  EOF-VAERGE               PIC X VALUE "N".
       01  EOF-LUKKET-LOG            PIC X VALUE "N".
       01  EOF-LUKKET-SCAN           PIC X VALUE "N".

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
           PERFORM CHECK-UDSKRIFT-KONTINUITET
           PERFORM LOAD-RESERVATIONER
           PERFORM LOAD-OVERTRAEK-AFTALER
           PERFORM LOAD-KREDITKORT
           PERFORM LOAD-SPAREOP
           PERFORM CHECK-LUKKEDE-KONTI

      * CLOSED-ACCOUNT STATEMENTS HAVE NO REG-NR OF THEIR OWN TO ROUTE
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

                   INTO OUTPUT-RECORD
               PERFORM WRITE-LINE
           END-IF
           PERFORM PRINT-KREDITKORT THRU PRINT-KREDITKORT-EXIT
           PERFORM PRINT-SPAREOP THRU PRINT-SPAREOP-EXIT

           MOVE KONTO-ID OF PREV-REC TO SL-KONTO-ID
           MOVE NAVN OF PREV-REC TO SL-NAVN
               CLOSE OVERTRAEK-AFTALER
           END-IF.

      * LOADS THE OPEN CARD ACCOUNTS. EACH ALSO JOINS THE FACILITY
      * TABLE AS A LIMIT THAT NEVER EXPIRES, SO A CARD ACCOUNT DRAWN
      * INSIDE ITS CREDIT LIMIT IS NOT REPORTED AS OVERDRAWN.
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
                           IF KK-STATUS OF KREDITKORT-REC = "AKTIV"
                               ADD 1 TO ANTAL-KREDITKORT
                               MOVE KREDITKORT-REC
                                   TO KREDITKORT-AR(ANTAL-KREDITKORT)
                               ADD 1 TO ANTAL-AFTALER
                               MOVE KK-KONTO-ID OF KREDITKORT-REC
                                   TO OA-KONTO-ID
                                       OF AFTALE-AR(ANTAL-AFTALER)
                               MOVE KK-KREDITMAKS OF KREDITKORT-REC
                                   TO OA-GRAENSE
                                       OF AFTALE-AR(ANTAL-AFTALER)
                               MOVE "9999-12-31"
                                   TO OA-UDLOEB-DATO
                                       OF AFTALE-AR(ANTAL-AFTALER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KREDITKORT-KONTI
           END-IF.

      * A CARD ACCOUNT'S STATEMENT ENDS WITH ITS CARD BLOCK - THE
      * LATEST CARD STATEMENT KREDITKORTKOERSEL CLOSED (DATE, AMOUNT
      * DUE, MINIMUM PAYMENT AND DUE DATE), THE CREDIT LIMIT AND THE
      * CREDIT STILL AVAILABLE AFTER THE OPEN HOLDS.
       PRINT-KREDITKORT.
           MOVE ZEROES TO WS-KK-MATCH-IX
           PERFORM VARYING WS-KK-IX FROM 1 BY 1
                   UNTIL WS-KK-IX > ANTAL-KREDITKORT
               IF KK-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
                       = KONTO-ID OF PREV-REC
                   MOVE WS-KK-IX TO WS-KK-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-KK-MATCH-IX = ZEROES
               GO TO PRINT-KREDITKORT-EXIT
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           PERFORM WRITE-LINE
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "KK-UDTOG" TO WS-TEKST-NOEGLE
           MOVE "Kreditkort - seneste kortudtog: " TO WS-TEKST
           PERFORM HENT-TEKST
           STRING WS-TEKST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               KK-UDTOG-DATO OF KREDITKORT-AR(WS-KK-MATCH-IX)
                   DELIMITED BY SIZE
               INTO OUTPUT-RECORD
           PERFORM WRITE-LINE
           IF KK-UDTOG-SALDO OF KREDITKORT-AR(WS-KK-MATCH-IX) > ZEROES
               MOVE KK-UDTOG-SALDO OF KREDITKORT-AR(WS-KK-MATCH-IX)
                   TO WS-KK-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               MOVE "KK-SKYLDIG" TO WS-TEKST-NOEGLE
               MOVE "Skyldigt beloeb: " TO WS-TEKST
               PERFORM HENT-TEKST
               STRING WS-TEKST DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-KK-DISPLAY DELIMITED BY SIZE
                   INTO OUTPUT-RECORD
               PERFORM WRITE-LINE
               MOVE KK-MINDSTEBELOB OF KREDITKORT-AR(WS-KK-MATCH-IX)
                   TO WS-KK-DISPLAY
               MOVE SPACES TO OUTPUT-RECORD
               MOVE "KK-MINDSTE" TO WS-TEKST-NOEGLE
               MOVE "Mindstebeloeb: " TO WS-TEKST
               PERFORM HENT-TEKST
               STRING WS-TEKST DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-KK-DISPLAY DELIMITED BY SIZE
                   INTO OUTPUT-RECORD
               PERFORM WRITE-LINE
               MOVE SPACES TO OUTPUT-RECORD
               MOVE "KK-FORFALD" TO WS-TEKST-NOEGLE
               MOVE "Betales senest: " TO WS-TEKST
               PERFORM HENT-TEKST
               STRING WS-TEKST DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   KK-FORFALD-DATO OF KREDITKORT-AR(WS-KK-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO OUTPUT-RECORD
               PERFORM WRITE-LINE
           END-IF
           MOVE KK-KREDITMAKS OF KREDITKORT-AR(WS-KK-MATCH-IX)
               TO WS-KK-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "KK-MAKS" TO WS-TEKST-NOEGLE
           MOVE "Kreditmaksimum: " TO WS-TEKST
           PERFORM HENT-TEKST
           STRING WS-TEKST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-KK-DISPLAY DELIMITED BY SIZE
               INTO OUTPUT-RECORD
           PERFORM WRITE-LINE
           COMPUTE WS-KK-RAADIGHED =
               KK-KREDITMAKS OF KREDITKORT-AR(WS-KK-MATCH-IX)
               + CUR-BALANCE - WS-KONTO-RESERVERET
           MOVE WS-KK-RAADIGHED TO WS-KK-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "KK-RAADIGHED" TO WS-TEKST-NOEGLE
           MOVE "Kredit til raadighed: " TO WS-TEKST
           PERFORM HENT-TEKST
           STRING WS-TEKST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-KK-DISPLAY DELIMITED BY SIZE
               INTO OUTPUT-RECORD
           PERFORM WRITE-LINE.

       PRINT-KREDITKORT-EXIT.
           EXIT.

      * LOADS SPAREOPAFTALER.TXT - OPTIONAL FILE, SAME IDIOM AS EVERY
      * OTHER LATE-ADDED REGISTER. AN ENDED AGREEMENT STAYS IN, SO
      * THE MONTH IT ENDED IN STILL SHOWS WHAT IT SAVED.
       LOAD-SPAREOP.
           OPEN INPUT SPAREOP-AFTALER
           IF WS-SPAREOP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SPAREOP = "Y"
                   READ SPAREOP-AFTALER
                       AT END
                           MOVE "Y" TO EOF-SPAREOP
                       NOT AT END
                           ADD 1 TO ANTAL-SPAREOP
                           MOVE SPAREOP-REC
                               TO SPAREOP-AR(ANTAL-SPAREOP)
                   END-READ
               END-PERFORM
               CLOSE SPAREOP-AFTALER
           END-IF.

      * THE MONTHLY ROUND-UP SUMMARY - WHAT SPAREOPKOERSEL HAS MOVED
      * SO FAR THIS CALENDAR MONTH, ON THE STATEMENT OF BOTH THE
      * SPENDING AND THE SAVINGS ACCOUNT, SO THE MONTH-END STATEMENT
      * SHOWS THE WHOLE MONTH. A PAUSED AGREEMENT SAYS SO.
       PRINT-SPAREOP.
           MOVE ZEROES TO WS-SO-MATCH-IX
           PERFORM VARYING WS-SO-IX FROM 1 BY 1
                   UNTIL WS-SO-IX > ANTAL-SPAREOP
               IF SO-FORBRUG-KONTO-ID OF SPAREOP-AR(WS-SO-IX)
                       = KONTO-ID OF PREV-REC
                   OR SO-OPSPARING-KONTO-ID OF SPAREOP-AR(WS-SO-IX)
                       = KONTO-ID OF PREV-REC
                   MOVE WS-SO-IX TO WS-SO-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-SO-MATCH-IX = ZEROES
               GO TO PRINT-SPAREOP-EXIT
           END-IF
           IF SO-STATUS OF SPAREOP-AR(WS-SO-MATCH-IX) = "OPHOERT"
               AND SO-MAANED-SUM OF SPAREOP-AR(WS-SO-MATCH-IX) = ZEROES
               GO TO PRINT-SPAREOP-EXIT
           END-IF
           MOVE SO-MAANED-SUM OF SPAREOP-AR(WS-SO-MATCH-IX)
               TO WS-SO-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           PERFORM WRITE-LINE
           MOVE SPACES TO OUTPUT-RECORD
           MOVE "SPAREOP-MAANED" TO WS-TEKST-NOEGLE
           MOVE "Spare-op - sparet ved afrunding i" TO WS-TEKST
           PERFORM HENT-TEKST
           STRING WS-TEKST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               SO-MAANED OF SPAREOP-AR(WS-SO-MATCH-IX)
                   DELIMITED BY SIZE
               " (DKK): " DELIMITED BY SIZE
               WS-SO-DISPLAY DELIMITED BY SIZE
               INTO OUTPUT-RECORD
           PERFORM WRITE-LINE
           IF SO-STATUS OF SPAREOP-AR(WS-SO-MATCH-IX) = "PAUSET"
               MOVE SPACES TO OUTPUT-RECORD
               MOVE "SPAREOP-PAUSET" TO WS-TEKST-NOEGLE
               MOVE "Spare-op er sat paa pause fra" TO WS-TEKST
               PERFORM HENT-TEKST
               STRING WS-TEKST DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   SO-PAUSE-DATO OF SPAREOP-AR(WS-SO-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO OUTPUT-RECORD
               PERFORM WRITE-LINE
           END-IF.

       PRINT-SPAREOP-EXIT.
           EXIT.

      * THE RENEWAL LIST - EVERY FACILITY PAST ITS EXPIRY, WHETHER OR
      * NOT THE ACCOUNT IS CURRENTLY DRAWN, SO THE DESK RENEWS THE
      * AGREEMENT BEFORE A LAPSED ONE TURNS INTO A BREACH.
               BELØB-TEXT OF SORTED-REC DELIMITED BY SIZE
               INTO TRANS-DUP-RECORD
           WRITE TRANS-DUP-RECORD.

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

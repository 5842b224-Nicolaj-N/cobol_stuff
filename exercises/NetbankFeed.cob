           SELECT STAAENDE-ORDRER ASSIGN TO "StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.
      * FUTURE-DATED ONE-OFF PAYMENTS - ONLY THE VENTER ONES ARE
      * STILL OPEN TO THE CUSTOMER.
           SELECT FREMTIDIGE-BETALINGER
               ASSIGN TO "FremtidigeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BETALING-STATUS.
           SELECT BS-MANDATER ASSIGN TO "BsMandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDAT-STATUS.
           SELECT NETBANK-FEED ASSIGN TO "NetbankFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STAAENDE-ORDRER.
       01 ORDRE-REC.
           COPY "STAAENDEORDRER.cpy".
       FD FREMTIDIGE-BETALINGER.
       01 BETALING-REC.
           COPY "FREMTIDIGEBETALINGER.cpy".
       FD BS-MANDATER.
       01 MANDAT-REC.
           COPY "BSMANDATER.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-RES-STATUS            PIC XX VALUE "00".
       01  WS-ORDRE-STATUS          PIC XX VALUE "00".
       01  WS-BETALING-STATUS       PIC XX VALUE "00".
       01  WS-MANDAT-STATUS         PIC XX VALUE "00".
       01  WS-ALARM-STATUS          PIC XX VALUE "00".
       01  WS-TRANS-STATUS          PIC XX VALUE "00".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-RES                  PIC X VALUE "N".
       01  EOF-ORDRE                PIC X VALUE "N".
       01  EOF-BETALING             PIC X VALUE "N".
       01  EOF-MANDAT               PIC X VALUE "N".
       01  EOF-ALARM                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
           COPY "STAAENDEORDRER.cpy".
       01  ANTAL-ORDRER             PIC 9(4) VALUE ZEROES.
       01  WS-ORDRE-IX              PIC 9(4).
       01  BETALING-AR OCCURS 999 TIMES.
           COPY "FREMTIDIGEBETALINGER.cpy".
       01  ANTAL-BETALINGER         PIC 9(4) VALUE ZEROES.
       01  WS-BETALING-IX           PIC 9(4).
       01  MANDAT-AR OCCURS 999 TIMES.
           COPY "BSMANDATER.cpy".
       01  ANTAL-MANDATER           PIC 9(4) VALUE ZEROES.
       01  WS-DISP-TEKST            PIC -(15)9.99.
       01  WS-BELOB-TEKST           PIC -(9)9.99.

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

      * ONE STRUCTURED BLOCK PER CONSENTING CUSTOMER: BALANCES AND
      * DISPONIBEL OFF THE CHAIN AND THE OPEN HOLDS, OPEN STANDING
      * ORDERS WITH NEXT DUE DATES, OPEN FUTURE-DATED PAYMENTS
      * WITH THEIR EXECUTION DATES, ACTIVE MANDATES, ALERT
      * SUBSCRIPTIONS AND THE DAY'S VALIDATED TRANSACTIONS, CLOSED
      * BY A CONTROL-TOTAL TRAILER SO A TRUNCATED HAND-OFF SHOWS.
       MAIN-LOGIC.
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-RESERVATIONER
           PERFORM LOAD-ORDRER
           PERFORM LOAD-BETALINGER
           PERFORM LOAD-MANDATER
           PERFORM LOAD-ALARMER
           PERFORM LOAD-TRANSAKTIONER
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
               "  LINJER " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

               CLOSE STAAENDE-ORDRER
           END-IF.

       LOAD-BETALINGER.
           OPEN INPUT FREMTIDIGE-BETALINGER
           IF WS-BETALING-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BETALING = "Y"
                   READ FREMTIDIGE-BETALINGER
                       AT END
                           MOVE "Y" TO EOF-BETALING
                       NOT AT END
                           IF FB-STATUS OF BETALING-REC = "VENTER"
                               ADD 1 TO ANTAL-BETALINGER
                               MOVE BETALING-REC
                                   TO BETALING-AR(ANTAL-BETALINGER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREMTIDIGE-BETALINGER
           END-IF.

       LOAD-MANDATER.
           OPEN INPUT BS-MANDATER
           IF WS-MANDAT-STATUS = "35"
                   PERFORM SKRIV-FEED-LINJE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BETALING-IX FROM 1 BY 1
                   UNTIL WS-BETALING-IX > ANTAL-BETALINGER
               IF FB-KONTO-ID OF BETALING-AR(WS-BETALING-IX)
                       = KO-KONTO-ID(WS-KONTO-IX)
                   MOVE FB-BELOB OF BETALING-AR(WS-BETALING-IX)
                       TO WS-BELOB-TEKST
                   MOVE SPACES TO FEED-RECORD
                   IF FB-MODTAGER-IBAN OF BETALING-AR(WS-BETALING-IX)
                           NOT = SPACES
                       STRING "BETALING " DELIMITED BY SIZE
                           FB-LOEBENR OF BETALING-AR(WS-BETALING-IX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FB-MODTAGER-IBAN OF
                               BETALING-AR(WS-BETALING-IX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-BELOB-TEKST DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FB-VALUTA OF BETALING-AR(WS-BETALING-IX)
                               DELIMITED BY SIZE
                           " DATO " DELIMITED BY SIZE
                           FB-BANKDAG-DATO OF
                               BETALING-AR(WS-BETALING-IX)
                               DELIMITED BY SIZE
                           INTO FEED-RECORD
                   ELSE
                       STRING "BETALING " DELIMITED BY SIZE
                           FB-LOEBENR OF BETALING-AR(WS-BETALING-IX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FB-MODTAGER-REG-NR OF
                               BETALING-AR(WS-BETALING-IX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FB-MODTAGER-KONTO OF
                               BETALING-AR(WS-BETALING-IX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-BELOB-TEKST DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FB-VALUTA OF BETALING-AR(WS-BETALING-IX)
                               DELIMITED BY SIZE
                           " DATO " DELIMITED BY SIZE
                           FB-BANKDAG-DATO OF
                               BETALING-AR(WS-BETALING-IX)
                               DELIMITED BY SIZE
                           INTO FEED-RECORD
                   END-IF
                   PERFORM SKRIV-FEED-LINJE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MANDAT-IX FROM 1 BY 1
                   UNTIL WS-MANDAT-IX > ANTAL-MANDATER
               IF BM-KONTO-ID OF MANDAT-AR(WS-MANDAT-IX)
                   PERFORM SKRIV-FEED-LINJE
               END-IF
           END-PERFORM.

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

               FILE STATUS IS WS-LUKKE-STATUS.
           SELECT VALUTAKURSER ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CUSTOMER'S SECURITIES DEPOTS AND THEIR HOLDINGS AT LAST
      * NIGHT'S VALUATION - SEE DEPOTER.CPY / DEPOTBEHOLDNINGER.CPY.
      * OPTIONAL: NO FILE, NO DEPOTS.
           SELECT DEPOTER ASSIGN TO "Depoter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOT-STATUS.
           SELECT DEPOT-BEHOLDNINGER ASSIGN TO "DepotBeholdninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEH-STATUS.
      * OPENED EXTEND - THE ENGAGEMENT PAGES GO AFTER THE PER-ACCOUNT
      * PAGES OPGAVE11 JUST WROTE, ONE BLOCK PER CUSTOMER COVERING
      * EVERY ACCOUNT HELD OR CO-HELD, WITH A DKK TOTAL. THIS IS THE
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VALUTAKURSER.
       01 KURS-IN.
           COPY "VALUTAKURSER.cpy".
       FD DEPOTER.
       01 DEPOT-REC.
           COPY "DEPOTER.cpy".
       FD DEPOT-BEHOLDNINGER.
       01 BEHOLDNING-REC.
           COPY "DEPOTBEHOLDNINGER.cpy".
       FD OUTPUT-FILE.
       01 OUTPUT-RECORD.
           02  NAVN-ADR             PIC X(300) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-KURS                 PIC X VALUE "N".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-DEPOT-STATUS          PIC XX VALUE "00".
       01  WS-BEH-STATUS            PIC XX VALUE "00".
       01  EOF-DEPOT                PIC X VALUE "N".
       01  EOF-BEH                  PIC X VALUE "N".
      * ACCOUNT MASTER, LOADED ONCE - EACH CUSTOMER'S BLOCK SCANS IT
      * FOR ROWS HELD (KUNDE-ID) OR CO-HELD (MI-KUNDE-ID SLOTS).
       01  KONTOOPL-AR OCCURS 999 TIMES.
       01  ANTAL-KURSER             PIC 9(3) VALUE ZEROES.
       01  WS-KURS-IX               PIC 9(3).
       01  WS-SCAN-IX               PIC 9(4) VALUE ZEROES.
      * OPEN DEPOTS, EACH WITH ITS HOLDINGS' MARKET VALUE SUMMED AT
      * LOAD - ALWAYS DKK.
       01  DEPOT-AR OCCURS 999 TIMES.
           02  DA-DEPOT-ID          PIC X(10) VALUE SPACES.
           02  DA-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  DA-KONTO-ID          PIC X(10) VALUE SPACES.
           02  DA-VAERDI            PIC S9(18)V99 VALUE ZEROES.
       01  ANTAL-DEPOTER            PIC 9(4) VALUE ZEROES.
       01  WS-DEPOT-IX              PIC 9(4).
       01  WS-MI-IX                 PIC 9 VALUE ZEROES.
       01  WS-KONTO-MED             PIC X VALUE "N".
       01  WS-ROLLE-TEKST           PIC X(13) VALUE SPACES.
       01  WS-SALDO-DISPLAY         PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DKK-DISPLAY           PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.

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
           PERFORM LOAD-KONTOOPLYSNINGER
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-VALUTAKURSER
           PERFORM LOAD-DEPOTER
           OPEN EXTEND OUTPUT-FILE
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL EOF-KUNDE = "Y"
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

           END-PERFORM
           CLOSE VALUTAKURSER.

      * LOADS THE OPEN DEPOTS, THEN ADDS EACH HOLDING'S MARKET VALUE
      * ONTO ITS DEPOT.
       LOAD-DEPOTER.
           OPEN INPUT DEPOTER
           IF WS-DEPOT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-DEPOT = "Y"
                   READ DEPOTER
                       AT END
                           MOVE "Y" TO EOF-DEPOT
                       NOT AT END
                           IF DP-STATUS OF DEPOT-REC = "AKTIV"
                               ADD 1 TO ANTAL-DEPOTER
                               MOVE DP-DEPOT-ID OF DEPOT-REC
                                   TO DA-DEPOT-ID(ANTAL-DEPOTER)
                               MOVE DP-KUNDE-ID OF DEPOT-REC
                                   TO DA-KUNDE-ID(ANTAL-DEPOTER)
                               MOVE DP-KONTO-ID OF DEPOT-REC
                                   TO DA-KONTO-ID(ANTAL-DEPOTER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOTER
           END-IF
           OPEN INPUT DEPOT-BEHOLDNINGER
           IF WS-BEH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BEH = "Y"
                   READ DEPOT-BEHOLDNINGER
                       AT END
                           MOVE "Y" TO EOF-BEH
                       NOT AT END
                           PERFORM VARYING WS-DEPOT-IX FROM 1 BY 1
                                   UNTIL WS-DEPOT-IX > ANTAL-DEPOTER
                               IF DA-DEPOT-ID(WS-DEPOT-IX)
                                       = DB-DEPOT-ID OF BEHOLDNING-REC
                                   ADD DB-KURSVAERDI OF BEHOLDNING-REC
                                       TO DA-VAERDI(WS-DEPOT-IX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE DEPOT-BEHOLDNINGER
           END-IF.

      * ONE CUSTOMER'S ENGAGEMENT BLOCK. FIRST A COUNTING PASS SO A
      * CUSTOMER WITH NO ACCOUNTS ON KONTOOPT.TXT GETS NO EMPTY PAGE,
      * THEN THE DETAIL LINES, THE CUSTODY DEPOTS AND THE DKK TOTAL.
       SKRIV-ENGAGEMENT.
           MOVE ZEROES TO WS-ANTAL-KONTI-KUNDE
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   PERFORM SKRIV-KONTO-LINJE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEPOT-IX FROM 1 BY 1
                   UNTIL WS-DEPOT-IX > ANTAL-DEPOTER
               IF DA-KUNDE-ID(WS-DEPOT-IX) = KUNDE-ID OF KUNDEOPL-IN
                   PERFORM SKRIV-DEPOT-LINJE
               END-IF
           END-PERFORM

           MOVE WS-DKK-TOTAL TO WS-DKK-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
               INTO NAVN-ADR
           WRITE OUTPUT-RECORD
           ADD 1 TO WS-SEKTION-LINJER.

      * ONE CUSTODY DEPOT - ITS HOLDINGS AT LAST NIGHT'S PRICES, IN
      * DKK, ROLLED INTO THE TOTAL LIKE AN ACCOUNT.
       SKRIV-DEPOT-LINJE.
           ADD DA-VAERDI(WS-DEPOT-IX) TO WS-DKK-TOTAL
           MOVE DA-VAERDI(WS-DEPOT-IX) TO WS-SALDO-DISPLAY
           MOVE SPACES TO OUTPUT-RECORD
           STRING "  " DELIMITED BY SIZE
               DA-DEPOT-ID(WS-DEPOT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               "DEPOT        " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-DISPLAY DELIMITED BY SIZE
               " DKK  (AFVIKLINGSKONTO " DELIMITED BY SIZE
               DA-KONTO-ID(WS-DEPOT-IX) DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO NAVN-ADR
           WRITE OUTPUT-RECORD
           ADD 1 TO WS-SEKTION-LINJER.

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

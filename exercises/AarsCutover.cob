           SELECT CUTOVER-RAPPORT ASSIGN TO WS-RAPPORT-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-ANTAL-ARKIVER         PIC 9(5) VALUE ZEROES.
       01  WS-BELOB-DISPLAY         PIC -(13)9.99.

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
               "  AFVIGELSER " DELIMITED BY SIZE
               WS-ANTAL-AFVIGELSER DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           END-IF
           WRITE RAPPORT-RECORD
           CLOSE CUTOVER-RAPPORT.

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

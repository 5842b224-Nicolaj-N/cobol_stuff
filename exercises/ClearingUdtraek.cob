           SELECT CLEARING-AFSTEMNING
               ASSIGN TO "ClearingAfstemning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE OUTBOUND-FILE TRANSMISSION REGISTER - ONE ROW PER FILE
      * PRODUCED HERE, WITH ITS CONTROL TOTALS. SEE TRANSMISSIONER.CPY.
           SELECT TRANSMISSIONER ASSIGN TO "Transmissioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSM-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLEARING-AFSTEMNING.
       01 AFSTEMNING-RECORD.
           02  AFSTEMNING-LINE      PIC X(100) VALUE SPACES.
       FD TRANSMISSIONER.
       01 TRANSMISSION-REC.
           COPY "TRANSMISSIONER.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-CLEAR-GRP-BELOB       PIC S9(18)V99 VALUE ZEROES.
       01  WS-CLEAR-BELOB-DISPLAY   PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.

      * THE OUTBOUND FILE BEING REGISTERED - SEE
      * REGISTRER-TRANSMISSION.
       01  WS-TRANSM-STATUS         PIC XX VALUE "00".
       01  WS-TM-FILNAVN            PIC X(40) VALUE SPACES.
       01  WS-TM-MODPART            PIC X(10) VALUE SPACES.
       01  WS-TM-ANTAL              PIC 9(9) VALUE ZEROES.
       01  WS-TM-SUM                PIC S9(15)V99 VALUE ZEROES.
       01  WS-TM-FRIST-DAGE         PIC 99 VALUE ZEROES.
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
               "  OUT " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * SPACES - NOT NUMERIC) AND TRANSFERS BETWEEN OUR OWN BANKS
      * PASS STRAIGHT THROUGH AS BEFORE. A VALUTA WITH NO RATE ON
      * FILE CONVERTS TO ZERO AND NEVER QUALIFIES - THE VALIDATION
      * STEP ALREADY SHOUTS ABOUT THE FEED GAP. A STRAKS-UD ROW WAS
      * SETTLED INTRADAY - STRAKSKOERSEL SENT ITS INSTANT-CLEARING
      * MESSAGE THE MOMENT IT POSTED - SO IT NEVER GOES ON THE
      * NIGHT'S CLEARING FILE A SECOND TIME.
       VURDER-CLEARING.
           IF TRANSAKTIONSTYPE OF TRANSAKTION-VAL-REC(1:9)
                   = "STRAKS-UD"
               GO TO VURDER-CLEARING-EXIT
           END-IF
           IF MODTAGER-REG-NR OF TRANSAKTION-VAL-REC IS NOT NUMERIC
               GO TO VURDER-CLEARING-EXIT
           END-IF
                   ADD 1 TO WS-RECS-OUT
                   ADD 1 TO WS-CLEAR-GRP-ANTAL
                   ADD CS-BELOB TO WS-CLEAR-GRP-BELOB
                   ADD CS-BELOB TO WS-TM-SUM
               END-READ
           END-PERFORM
           CLOSE CLEARING-SORTERET
           CLOSE CLEARING-UD
           MOVE WS-CLEARING-NAME TO WS-TM-FILNAVN
           MOVE "CLEARING" TO WS-TM-MODPART
           MOVE WS-RECS-OUT TO WS-TM-ANTAL
           MOVE 1 TO WS-TM-FRIST-DAGE
           PERFORM REGISTRER-TRANSMISSION.

      * ONE CONTROL-TOTAL TRAILER FOR THE RECEIVING BANK GROUP JUST
      * FINISHED, AND THE SAME FIGURES INTO THE PER-RECEIVER SLOTS
               WRITE AFSTEMNING-RECORD
           END-PERFORM
           CLOSE CLEARING-AFSTEMNING.

      * APPENDS THE FILE JUST CLOSED TO THE TRANSMISSION REGISTER
      * AS DANNET, WITH ITS CONTROL COUNT AND SUM, SO TRANSKVIT CAN
      * MATCH THE COUNTERPARTY'S RECEIPT OR REJECT NOTICE BACK TO
      * IT. THE CALLER FILLS THE WS-TM- FIELDS.
       REGISTRER-TRANSMISSION.
           OPEN EXTEND TRANSMISSIONER
           IF WS-TRANSM-STATUS = "35"
               OPEN OUTPUT TRANSMISSIONER
           END-IF
           MOVE SPACES TO TRANSMISSION-REC
           MOVE WS-TM-FILNAVN TO TM-FILNAVN
           MOVE WS-PROGRAM-NAME TO TM-PROGRAM
           MOVE WS-TM-MODPART TO TM-MODPART
           MOVE WS-RUN-START-DATE TO TM-DANNET-DATO
           MOVE WS-RUN-START-TIME TO TM-DANNET-TID
           MOVE WS-TM-ANTAL TO TM-ANTAL
           MOVE WS-TM-SUM TO TM-SUM
           MOVE WS-TM-FRIST-DAGE TO TM-FRIST-DAGE
           MOVE "DANNET" TO TM-STATUS
           MOVE WS-RUN-START-DATE(1:4) TO TM-STATUS-DATO(1:4)
           MOVE "-" TO TM-STATUS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO TM-STATUS-DATO(6:2)
           MOVE "-" TO TM-STATUS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO TM-STATUS-DATO(9:2)
           WRITE TRANSMISSION-REC
           CLOSE TRANSMISSIONER.
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

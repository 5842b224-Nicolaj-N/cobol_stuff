           SELECT VARSELS-PERIODE ASSIGN TO "VarselsPeriode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODE-STATUS.
      * THE TERMS VERSION CATALOGUE - THE ACCOUNT TERMS VERSION
      * VARSLINGSKOERSEL ANNOUNCED TAKES EFFECT WHEN THE CUSTOMER-
      * FACING FEEDS ARE SWAPPED IN. SEE AKTIVER-VILKAARSVERSION.
           SELECT VILKAARS-VERSIONER
               ASSIGN TO "Vilkaarsversioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VV-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VARSELS-PERIODE.
       01 PERIODE-RECORD.
           02  VP-DAGE              PIC 9(3).
       FD VILKAARS-VERSIONER.
       01 VERSION-REC.
           COPY "VILKAARSVERSIONER.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-VARSEL-YYYYMMDD       PIC 9(8) VALUE ZEROES.
       01  WS-VARSEL-HELTAL         PIC S9(9) VALUE ZEROES.
       01  WS-DAGS-HELTAL           PIC S9(9) VALUE ZEROES.
      * THE ANNOUNCED ACCOUNT TERMS VERSION - SEE AKTIVER-
      * VILKAARSVERSION.
       01  WS-VV-STATUS             PIC XX VALUE "00".
       01  EOF-VV                   PIC X VALUE "N".
       01  VERSION-AR OCCURS 200 TIMES.
           COPY "VILKAARSVERSIONER.cpy".
       01  ANTAL-VERSIONER          PIC 9(3) VALUE ZEROES.
       01  WS-VV-IX                 PIC 9(3).
       01  WS-VARSLET-IX            PIC 9(3) VALUE ZEROES.
       01  WS-KUNDEVENDT            PIC X VALUE "N".
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.

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
                   ELSE
                       PERFORM AKTIVER-KANDIDATER
                       PERFORM STEMPEL-VERSION
                       PERFORM AKTIVER-VILKAARSVERSION
                           THRU AKTIVER-VILKAARSVERSION-EXIT
                       DISPLAY "REFGATEWAY: NYE REFERENCEDATA "
                           "AKTIVERET"
                   END-IF
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

               CLOSE GEN-IND
           END-IF.

      * A CUSTOMER-FACING FEED WENT LIVE: THE VARSLET ACCOUNT TERMS
      * VERSION IS NOW GAELDENDE FROM TODAY, AND THE VERSION IT
      * REPLACES ERSTATTET. NOTHING ANNOUNCED, NOTHING CHANGES.
       AKTIVER-VILKAARSVERSION.
           MOVE "N" TO WS-KUNDEVENDT
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                   UNTIL WS-FEED-IX > 6
               IF FT-STATUS-AR(WS-FEED-IX) = "OK"
                   AND (FT-TYPE(WS-FEED-IX) = "RENT"
                       OR FT-TYPE(WS-FEED-IX) = "GEBY"
                       OR FT-TYPE(WS-FEED-IX) = "BAND")
                   MOVE "Y" TO WS-KUNDEVENDT
               END-IF
           END-PERFORM
           IF WS-KUNDEVENDT = "N"
               GO TO AKTIVER-VILKAARSVERSION-EXIT
           END-IF
           OPEN INPUT VILKAARS-VERSIONER
           IF WS-VV-STATUS = "35"
               GO TO AKTIVER-VILKAARSVERSION-EXIT
           END-IF
           PERFORM UNTIL EOF-VV = "Y"
               READ VILKAARS-VERSIONER
                   AT END
                       MOVE "Y" TO EOF-VV
                   NOT AT END
                       ADD 1 TO ANTAL-VERSIONER
                       MOVE VERSION-REC TO VERSION-AR(ANTAL-VERSIONER)
                       IF VV-DOK-TYPE OF VERSION-REC = "KONTOVILK"
                           AND VV-STATUS OF VERSION-REC = "VARSLET"
                           MOVE ANTAL-VERSIONER TO WS-VARSLET-IX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VILKAARS-VERSIONER
           IF WS-VARSLET-IX = ZEROES
               GO TO AKTIVER-VILKAARSVERSION-EXIT
           END-IF
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2)
           PERFORM VARYING WS-VV-IX FROM 1 BY 1
                   UNTIL WS-VV-IX > ANTAL-VERSIONER
               IF VV-DOK-TYPE OF VERSION-AR(WS-VV-IX) = "KONTOVILK"
                   AND VV-STATUS OF VERSION-AR(WS-VV-IX) = "GAELDENDE"
                   MOVE "ERSTATTET" TO VV-STATUS OF VERSION-AR(WS-VV-IX)
               END-IF
           END-PERFORM
           MOVE "GAELDENDE" TO VV-STATUS OF VERSION-AR(WS-VARSLET-IX)
           MOVE WS-DAGS-DATO
               TO VV-GYLDIG-FRA OF VERSION-AR(WS-VARSLET-IX)
           OPEN OUTPUT VILKAARS-VERSIONER
           PERFORM VARYING WS-VV-IX FROM 1 BY 1
                   UNTIL WS-VV-IX > ANTAL-VERSIONER
               MOVE VERSION-AR(WS-VV-IX) TO VERSION-REC
               WRITE VERSION-REC
           END-PERFORM
           CLOSE VILKAARS-VERSIONER.

       AKTIVER-VILKAARSVERSION-EXIT.
           EXIT.

       STEMPEL-VERSION.
           OPEN OUTPUT REFERENCE-VERSION
           MOVE SPACES TO VERSION-RECORD
               INTO VERSION-RECORD
           WRITE VERSION-RECORD
           CLOSE REFERENCE-VERSION.

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

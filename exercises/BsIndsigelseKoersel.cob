               ASSIGN TO "BsIndsigelseJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * THE OUTBOUND-FILE TRANSMISSION REGISTER - ONE ROW PER FILE
      * PRODUCED HERE, WITH ITS CONTROL TOTALS. SEE TRANSMISSIONER.CPY.
           SELECT TRANSMISSIONER ASSIGN TO "Transmissioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSM-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
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
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-REG-HELTAL            PIC S9(9) VALUE ZEROES.

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
       01  WS-PJ-LOEBENR            PIC 9(9) VALUE ZEROES.
       01  WS-PJ-KSUM               PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           STOP RUN.
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
               END-IF
           END-PERFORM
           CLOSE INDSIGELSE-UD
           IF WS-RECS-OUT > ZEROES
               MOVE "BsIndsigelseUd.txt" TO WS-TM-FILNAVN
               MOVE "NETS" TO WS-TM-MODPART
               MOVE WS-RECS-OUT TO WS-TM-ANTAL
               MOVE 1 TO WS-TM-FRIST-DAGE
               PERFORM REGISTRER-TRANSMISSION
           END-IF
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM GEM-SAGER
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
               "  REFUNDERET " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           WRITE UD-RECORD
           MOVE "REFUNDERET" TO IG-STATUS OF SAG-AR(WS-SAG-IX)
           MOVE WS-DAGS-DATO TO IG-AFGJORT-DATO OF SAG-AR(WS-SAG-IX)
           ADD IG-BELOB OF SAG-AR(WS-SAG-IX) TO WS-TM-SUM
           ADD 1 TO WS-RECS-OUT.

       BEHANDL-SAG-EXIT.
           MOVE WS-ORIG-REG-NR TO PJ-REG-NR OF PJOURNAL-REC
           MOVE WS-POST-BELOB TO PJ-BELOB OF PJOURNAL-REC
           MOVE WS-ORIG-VALUTA TO PJ-VALUTA OF PJOURNAL-REC
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

      * REJECTION FEED.
           SELECT BS-AFVISNINGER ASSIGN TO "BsAfvisninger.txt"
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
       FD BS-AFVISNINGER.
       01 BS-AFV-RECORD.
           02  BS-AFV-LINE          PIC X(150) VALUE SPACES.
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
       01  WS-BS-BELOB-TEXT         PIC -(9)9.99.
       01  WS-AFVIS-AARSAG          PIC X(40) VALUE SPACES.

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
           END-IF
           CLOSE TRANSAKTIONER
           CLOSE BS-AFVISNINGER
           IF WS-RECS-AFVIST > ZEROES
               MOVE "BsAfvisninger.txt" TO WS-TM-FILNAVN
               MOVE "NETS" TO WS-TM-MODPART
               MOVE WS-RECS-AFVIST TO WS-TM-ANTAL
               MOVE 1 TO WS-TM-FRIST-DAGE
               PERFORM REGISTRER-TRANSMISSION
           END-IF
           IF WS-FEED-BEHANDLET = "Y"
               PERFORM ARKIVER-OPKRAEVNINGER
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
               "  AFVIST " DELIMITED BY SIZE
               WS-RECS-AFVIST DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           CLOSE TRANSAKTIONER.

      * RUNS THE FULL CHECK CHAIN ON ONE COLLECTION: AN AKTIV MANDATE
      * FOR THIS KREDITOR-NR/KONTO-ID PAIR, AN ACCOUNT NOT FROZEN
      * UNDER AN INSOLVENCY DECREE (EVERY MANDATE ON AN INSOLV
      * ACCOUNT IS SUSPENDED UNTIL THE CASE IS LIFTED), ENOUGH LEFT
      * ON THE ACCOUNT'S CLOSING BALANCE, AND THE USUAL CUSTOMER/
      * REG-NR JOINS. THE FIRST CHECK THAT FAILS REJECTS THE
      * COLLECTION WITH ITS OWN REASON AND STOPS THERE.
       BEHANDL-OPKRAEVNING.
               GO TO BEHANDL-OPKRAEVNING-EXIT
           END-IF

           MOVE "N" TO WS-KONTO-FOUND
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KONTO-ID OF KONTOOPL-AR(WS-KONTO-IX)
                       = BO-KONTO-ID OF OPKRAEV-REC
                   MOVE "Y" TO WS-KONTO-FOUND
                   MOVE WS-KONTO-IX TO WS-KONTO-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-KONTO-FOUND = "N"
               MOVE "INGEN KONTO FUNDET" TO WS-AFVIS-AARSAG
               PERFORM SKRIV-BS-AFVISNING
               GO TO BEHANDL-OPKRAEVNING-EXIT
           END-IF

           IF KONTO-STATUS OF KONTOOPL-AR(WS-KONTO-MATCH-IX) = "INSOLV"
               MOVE "MANDAT SUSPENDERET - INSOLVENSSAG"
                   TO WS-AFVIS-AARSAG
               PERFORM SKRIV-BS-AFVISNING
               GO TO BEHANDL-OPKRAEVNING-EXIT
           END-IF

           MOVE "N" TO WS-LUKKE-FOUND
           PERFORM VARYING WS-LUKKE-IX FROM 1 BY 1
                   UNTIL WS-LUKKE-IX > ANTAL-LUKKESALDO
               GO TO BEHANDL-OPKRAEVNING-EXIT
           END-IF

           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
      * BOUNCED AND WHY.
       SKRIV-BS-AFVISNING.
           ADD 1 TO WS-RECS-AFVIST
           ADD BO-BELOB OF OPKRAEV-REC TO WS-TM-SUM
           MOVE BO-BELOB OF OPKRAEV-REC TO WS-BS-BELOB-TEXT
           MOVE SPACES TO BS-AFV-RECORD
           STRING "KONTO-ID " DELIMITED BY SIZE
           CLOSE OPKRAEV-ARKIV
           OPEN OUTPUT BS-OPKRAEVNINGER
           CLOSE BS-OPKRAEVNINGER.

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

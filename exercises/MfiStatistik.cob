               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CORPORATE REGISTER - A CUSTOMER WITH A CVR RECORD IS
      * BUSINESS BY REGISTRATION, NOT BY THE SHAPE OF ITS CPR.
           SELECT VIRKSOMHEDER ASSIGN TO "Virksomheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIRK-STATUS.
      * THE BALANCES COME FROM THE SEQUENCE-CONTROLLED CHAIN - THE
      * STATISTICS MUST RECONCILE TO THE BOOKS, NOT TO THE MASTER.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
      * THE GRAND TOTALS MEET.
           SELECT MFI-AFSTEMNING ASSIGN TO "MfiAfstemning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD VIRKSOMHEDER.
       01 VIRKSOMHED-REC.
           COPY "VIRKSOMHEDER.cpy".
       FD LUKKESALDO-FILE.
       01 LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
       FD MFI-AFSTEMNING.
       01 AFSTEMNING-RECORD.
           02  AFSTEMNING-LINE      PIC X(120) VALUE SPACES.
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
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  WS-VIRK-STATUS           PIC XX VALUE "00".
       01  EOF-VIRK                 PIC X VALUE "N".
      * KUNDE-IDS ON THE CORPORATE REGISTER (AKTIV OR OPHOERT - A
      * CEASED COMPANY'S REMAINING BALANCES ARE STILL BUSINESS).
       01  VIRK-KUNDE-AR OCCURS 500 TIMES PIC X(10) VALUE SPACES.
       01  ANTAL-VIRK               PIC 9(3) VALUE ZEROES.
       01  WS-VIRK-IX               PIC 9(3).
      * ACCOUNT ATTRIBUTES FOR THE CLASSIFICATION.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KO-KONTO-ID          PIC X(10) VALUE SPACES.
       01  WS-TOTAL                 PIC S9(15)V99 VALUE ZEROES.
       01  WS-BELOB-DISPLAY         PIC -(13)9.99.

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

      * CLASSIFIES EVERY CHAIN BALANCE BY SECTOR (BUSINESS WHEN THE
      * HOLDER IS ON THE CORPORATE REGISTER, OTHERWISE FROM THE CPR
      * SHAPE), CURRENCY AND PRODUCT
      * (ORDINARY, TERM DEPOSIT, OVERDRAWN), AGGREGATES THE CELLS,
      * EMITS THE FIXED-FORMAT STATISTICS FILE, AND WRITES THE
      * RECONCILIATION THAT TIES ITS GRAND TOTAL TO THE SAME
           END-IF
           PERFORM LOAD-KONTI
           PERFORM LOAD-KUNDE-CPR-TABEL
           PERFORM LOAD-VIRKSOMHEDER
           PERFORM KLASSIFICER-SALDI
           PERFORM SKRIV-STATISTIK
           PERFORM SKRIV-AFSTEMNING
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
               "  CELLER " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           END-PERFORM
           CLOSE KUNDEOPLYSNINGER.

       LOAD-VIRKSOMHEDER.
           OPEN INPUT VIRKSOMHEDER
           IF WS-VIRK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VIRK = "Y"
                   READ VIRKSOMHEDER
                       AT END
                           MOVE "Y" TO EOF-VIRK
                       NOT AT END
                           IF VS-STATUS OF VIRKSOMHED-REC = "AKTIV"
                               OR VS-STATUS OF VIRKSOMHED-REC
                                   = "OPHOERT"
                               ADD 1 TO ANTAL-VIRK
                               MOVE VS-KUNDE-ID OF VIRKSOMHED-REC
                                   TO VIRK-KUNDE-AR(ANTAL-VIRK)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIRKSOMHEDER
           END-IF.

       KLASSIFICER-SALDI.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               CLOSE LUKKESALDO-FILE
           END-IF.

      * ONE BALANCE INTO ITS CELL. A HOLDER ON THE CORPORATE
      * REGISTER IS BUSINESS; OTHERWISE A TEN-DIGIT NUMERIC CPR IS A
      * PERSON AND ANYTHING ELSE (AN UNREGISTERED CVR SHAPE, BLANK)
      * STILL COUNTS AS BUSINESS. TERM DEPOSITS AND OVERDRAWN
      * ACCOUNTS ARE THEIR OWN PRODUCT ROWS, EVERYTHING ELSE IS
      * ORDINARY.
       KLASSIFICER-EN-SALDO.
           MOVE ZEROES TO WS-KONTO-SLOT
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
               IF WS-CPR IS NUMERIC
                   MOVE "PERSON" TO WS-SEKTOR
               END-IF
               PERFORM VARYING WS-VIRK-IX FROM 1 BY 1
                       UNTIL WS-VIRK-IX > ANTAL-VIRK
                   IF VIRK-KUNDE-AR(WS-VIRK-IX)
                           = KO-KUNDE-ID(WS-KONTO-SLOT)
                       MOVE "ERHVERV" TO WS-SEKTOR
                   END-IF
               END-PERFORM
               IF KO-TERMIN(WS-KONTO-SLOT) > ZEROES
                   MOVE "INDLAAN" TO WS-PRODUKT
               END-IF
               MOVE CE-SALDO(WS-CELLE-IX) TO MF-SALDO
               WRITE MFI-RECORD
               ADD 1 TO WS-RECS-OUT
               ADD CE-SALDO(WS-CELLE-IX) TO WS-TM-SUM
           END-PERFORM
           CLOSE MFI-STATISTIK
           MOVE "MfiStatistik.txt" TO WS-TM-FILNAVN
           MOVE "NATIONALBK" TO WS-TM-MODPART
           MOVE WS-RECS-OUT TO WS-TM-ANTAL
           MOVE 5 TO WS-TM-FRIST-DAGE
           PERFORM REGISTRER-TRANSMISSION.

      * PER-REG-NR SUBTOTALS AND THE GRAND TOTAL - THE SAME AXIS
      * BANKAFSTEMNING.TXT PRINTS, SO THE ACCOUNTANT LAYS THE TWO
               INTO AFSTEMNING-RECORD
           WRITE AFSTEMNING-RECORD
           CLOSE MFI-AFSTEMNING.

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

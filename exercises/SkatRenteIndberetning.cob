                   KONTO-ID OF KONTOINFO OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * THE FIXED-FORMAT SUBMISSION FILE - ONE ROW PER CPR WITH THE
      * YEAR'S TOTAL INTEREST AND, FROM CUSTODY DEPOTS, DIVIDENDS,
      * DIVIDEND TAX WITHHELD AND BOND COUPONS, CLOSED BY CONTROL-
      * TOTAL TRAILERS SO THE AUTHORITY CAN PROVE THE FILE ARRIVED
      * WHOLE.
           SELECT SKAT-INDBERETNING ASSIGN TO "SkatIndberetning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * INTEREST THAT CANNOT GO IN THE SUBMISSION - POSTED TO AN
      * FIX FIRST.
           SELECT SKAT-AFVIGELSER ASSIGN TO "SkatAfvigelser.txt"
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
           02  SI-CPR               PIC X(10).
           02  SI-AAR               PIC 9(4).
           02  SI-RENTE             PIC S9(11)V99.
           02  SI-UDBYTTE           PIC S9(11)V99.
           02  SI-UDBYTTESKAT       PIC S9(11)V99.
           02  SI-KUPON             PIC S9(11)V99.
           02  FILLER               PIC X(14).
       FD SKAT-AFVIGELSER.
       01 SKAT-AFV-RECORD.
           02  SKAT-AFV-LINE        PIC X(120) VALUE SPACES.
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
       01  EOF-LISTE                PIC X VALUE "N".
       01  EOF-ARKIV                PIC X VALUE "N".
       01  WS-AAR                   PIC 9(4) VALUE ZEROES.
      * PER-CPR ROLLUP OF THE YEAR'S RENTE POSTINGS, AND OF THE
      * UDBYTTE, UDBYTTESKAT AND KUPON POSTINGS DEPOTKOERSEL MAKES.
      * THE DIVIDEND TAX IS HELD AS THE AMOUNT WITHHELD - POSITIVE.
       01  CPR-RENTE-AR OCCURS 999 TIMES.
           02  CR-CPR               PIC X(10) VALUE SPACES.
           02  CR-RENTE             PIC S9(11)V99 VALUE ZEROES.
           02  CR-UDBYTTE           PIC S9(11)V99 VALUE ZEROES.
           02  CR-UDBYTTESKAT       PIC S9(11)V99 VALUE ZEROES.
           02  CR-KUPON             PIC S9(11)V99 VALUE ZEROES.
       01  ANTAL-CPR                PIC 9(4) VALUE ZEROES.
       01  WS-CPR-SLOT-IX           PIC 9(4).
       01  WS-CPR-SLOT              PIC 9(4) VALUE ZEROES.
      * CONTROL-TOTAL TRAILER FIELDS.
       01  WS-TOTAL-RENTE           PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-DISPLAY         PIC -(12)9.99.
       01  WS-TOTAL-UDBYTTE         PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-UDBYTTESKAT     PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-KUPON           PIC S9(13)V99 VALUE ZEROES.
       01  WS-UDBYTTE-DISPLAY       PIC -(12)9.99.
       01  WS-UDBYTTESKAT-DISPLAY   PIC -(12)9.99.
       01  WS-KUPON-DISPLAY         PIC -(12)9.99.
      * CPR MODULUS-11 CHECK - SAME WEIGHTS AND RULES AS CPRKONTROL.
       01  WS-CPR-OK                PIC X VALUE "N".
       01  WS-CPR-VAEGTE.
       01  WS-CPR-REST              PIC 99 VALUE ZEROES.
       01  WS-CPR-KVOT              PIC 9(4) VALUE ZEROES.

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

      * SELECTS EVERY RENTE, UDBYTTE, UDBYTTESKAT AND KUPON ROW OF
      * THE REPORTING YEAR FROM THE ARCHIVES, ROLLS THE AMOUNTS UP
      * PER VALID CPR, AND WRITES THE
      * FIXED-FORMAT SUBMISSION WITH ITS CONTROL-TOTAL TRAILER.
      * INTEREST THAT CAN'T BE TIED TO A VALID CPR GOES ON THE
      * EXCEPTION LIST INSTEAD OF POISONING THE SUBMISSION.
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

                           MOVE "Y" TO EOF-ARKIV
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF (TRANSAKTIONSTYPE OF ARKIV-REC = "RENTE"
                               OR TRANSAKTIONSTYPE OF ARKIV-REC
                                   = "UDBYTTE"
                               OR TRANSAKTIONSTYPE OF ARKIV-REC
                                   = "UDBYTTESKAT"
                               OR TRANSAKTIONSTYPE OF ARKIV-REC
                                   = "KUPON")
                               AND TIDSPUNKT OF ARKIV-REC(1:4) = WS-AAR
                               PERFORM BEHANDL-RENTE-ROW
                           END-IF
               CLOSE ARKIV-FIL
           END-IF.

      * ONE YEAR-DATED REPORTABLE ROW: FIND ITS HOLDER'S CPR (THE ROW'S
      * OWN, OR THE MASTER'S VIA THE KONTO-ID ALTERNATE KEY WHEN THE
      * ROW CARRIES NONE), VALIDATE IT, AND ROLL THE AMOUNT UP - OR
      * PUT THE ROW ON THE EXCEPTION LIST.
               MOVE WS-ROW-CPR TO CR-CPR(ANTAL-CPR)
               MOVE ANTAL-CPR TO WS-CPR-SLOT
           END-IF
           EVALUATE TRANSAKTIONSTYPE OF ARKIV-REC
               WHEN "UDBYTTE"
                   ADD WS-BELOB TO CR-UDBYTTE(WS-CPR-SLOT)
               WHEN "UDBYTTESKAT"
                   SUBTRACT WS-BELOB FROM CR-UDBYTTESKAT(WS-CPR-SLOT)
               WHEN "KUPON"
                   ADD WS-BELOB TO CR-KUPON(WS-CPR-SLOT)
               WHEN OTHER
                   ADD WS-BELOB TO CR-RENTE(WS-CPR-SLOT)
           END-EVALUATE.

       SKRIV-SKAT-AFVIGELSE.
           MOVE SPACES TO SKAT-AFV-RECORD
           STRING TRANSAKTIONSTYPE OF ARKIV-REC DELIMITED BY SPACE
               " UDEN GYLDIGT CPR - KONTO-ID " DELIMITED BY SIZE
               KONTO-ID OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIDSPUNKT OF ARKIV-REC DELIMITED BY SIZE
           WRITE SKAT-AFV-RECORD.

      * THE SUBMISSION FILE - ONE FIXED ROW PER CPR, THEN THE
      * CONTROL-TOTAL TRAILERS (RECORD COUNT AND TOTAL INTEREST, THEN
      * THE CUSTODY TOTALS) THE AUTHORITY CHECKS THE FILE AGAINST.
       SKRIV-INDBERETNING.
           OPEN OUTPUT SKAT-INDBERETNING
           MOVE ZEROES TO WS-TOTAL-RENTE
           MOVE ZEROES TO WS-TOTAL-UDBYTTE
           MOVE ZEROES TO WS-TOTAL-UDBYTTESKAT
           MOVE ZEROES TO WS-TOTAL-KUPON
           PERFORM VARYING WS-CPR-SLOT-IX FROM 1 BY 1
                   UNTIL WS-CPR-SLOT-IX > ANTAL-CPR
               MOVE SPACES TO SKAT-RECORD
               MOVE CR-CPR(WS-CPR-SLOT-IX) TO SI-CPR
               MOVE WS-AAR TO SI-AAR
               MOVE CR-RENTE(WS-CPR-SLOT-IX) TO SI-RENTE
               MOVE CR-UDBYTTE(WS-CPR-SLOT-IX) TO SI-UDBYTTE
               MOVE CR-UDBYTTESKAT(WS-CPR-SLOT-IX) TO SI-UDBYTTESKAT
               MOVE CR-KUPON(WS-CPR-SLOT-IX) TO SI-KUPON
               WRITE SKAT-RECORD
               ADD CR-RENTE(WS-CPR-SLOT-IX) TO WS-TOTAL-RENTE
               ADD CR-UDBYTTE(WS-CPR-SLOT-IX) TO WS-TOTAL-UDBYTTE
               ADD CR-UDBYTTESKAT(WS-CPR-SLOT-IX)
                   TO WS-TOTAL-UDBYTTESKAT
               ADD CR-KUPON(WS-CPR-SLOT-IX) TO WS-TOTAL-KUPON
               ADD 1 TO WS-RECS-OUT
           END-PERFORM
           MOVE WS-TOTAL-RENTE TO WS-TOTAL-DISPLAY
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO SKAT-RECORD
           WRITE SKAT-RECORD
           MOVE WS-TOTAL-UDBYTTE TO WS-UDBYTTE-DISPLAY
           MOVE WS-TOTAL-UDBYTTESKAT TO WS-UDBYTTESKAT-DISPLAY
           MOVE WS-TOTAL-KUPON TO WS-KUPON-DISPLAY
           MOVE SPACES TO SKAT-RECORD
           STRING "TRAILER UDBYTTE=" DELIMITED BY SIZE
               WS-UDBYTTE-DISPLAY DELIMITED BY SIZE
               " SKAT=" DELIMITED BY SIZE
               WS-UDBYTTESKAT-DISPLAY DELIMITED BY SIZE
               " KUPON=" DELIMITED BY SIZE
               WS-KUPON-DISPLAY DELIMITED BY SIZE
               INTO SKAT-RECORD
           WRITE SKAT-RECORD
           CLOSE SKAT-INDBERETNING
           MOVE "SkatIndberetning.txt" TO WS-TM-FILNAVN
           MOVE "SKAT" TO WS-TM-MODPART
           MOVE WS-RECS-OUT TO WS-TM-ANTAL
           MOVE WS-TOTAL-RENTE TO WS-TM-SUM
           MOVE 5 TO WS-TM-FRIST-DAGE
           PERFORM REGISTRER-TRANSMISSION.

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

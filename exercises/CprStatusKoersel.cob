      * ON - CUSTOMER, CPR AND THE FEED'S STATUS DATE.
           SELECT BO-LISTE ASSIGN TO "BoListe.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE SAFE-DEPOSIT BOX REGISTER - SEE BANKBOKSE.CPY. A BOX ONE
      * OF WHOSE RENTERS HAS DIED IS SEALED FOR THE ESTATE.
      * OPTIONAL: NO FILE, NO BOXES.
           SELECT BANKBOKSE ASSIGN TO "Bankbokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOKS-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BO-LISTE.
       01 BO-RECORD.
           02  BO-LINE              PIC X(120) VALUE SPACES.
       FD BANKBOKSE.
       01 BOKS-REC.
           COPY "BANKBOKSE.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  EOF-FEED                 PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  WS-BOKS-STATUS           PIC XX VALUE "00".
       01  EOF-BOKS                 PIC X VALUE "N".
      * THE DAY'S DECEASED CPRS, LOADED FIRST SO THE MASTERS ARE
      * WALKED ONCE EACH NO MATTER HOW MANY ROWS THE FEED CARRIES.
       01  DOED-AR OCCURS 500 TIMES.
       01  BO-KUNDE-AR OCCURS 500 TIMES PIC X(10) VALUE SPACES.
       01  ANTAL-BO-KUNDER          PIC 9(3) VALUE ZEROES.
       01  WS-BO-IX                 PIC 9(3).
      * THE BOX REGISTER IN MEMORY, REWRITTEN WHEN A BOX IS SEALED.
       01  BOKS-AR OCCURS 999 TIMES.
           COPY "BANKBOKSE.cpy".
       01  ANTAL-BOKSE              PIC 9(4) VALUE ZEROES.
       01  WS-BOKS-IX               PIC 9(4).
       01  WS-LEJER-IX              PIC 9.
       01  WS-ANTAL-FORSEGLET       PIC 9(4) VALUE ZEROES.
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
      * LOADS THE FEED'S DECEASED CPRS, WALKS THE CUSTOMER MASTER
      * FLAGGING MATCHES BOET (AND LISTING THEM FOR THE BRANCH), THEN
      * WALKS THE ACCOUNT MASTER MOVING EVERY ACCOUNT HELD BY A
      * FLAGGED CUSTOMER INTO BOET AS WELL, AND SEALS EVERY SAFE-
      * DEPOSIT BOX ONE OF THEM RENTS.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-FEED
           ELSE
               PERFORM FLAG-KUNDER
               PERFORM FLAG-KONTI THRU FLAG-KONTI-EXIT
               PERFORM FORSEGL-BOKSE THRU FORSEGL-BOKSE-EXIT
           END-IF
           CLOSE BO-LISTE
           PERFORM WRITE-AUDIT-LOG
      * SO WRITE-AUDIT-LOG CAN REPORT HOW LONG THE WHOLE RUN TOOK.
       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2).

      * APPENDS ONE LINE TO BATCHAUDITLOG.TXT RECORDING THIS
      * PROGRAM'S NAME, START/END TIME, AND RECORD COUNTS.
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


       FLAG-KONTI-EXIT.
           EXIT.

      * EVERY RENTED BOX WITH A RENTER FLAGGED THIS RUN IS SEALED -
      * NO VISITS UNTIL THE ESTATE DESK HAS OPENED IT WITH THE
      * ESTATE'S REPRESENTATIVE - AND PUT ON THE BRANCH LIST. THE
      * DECEASED'S KUNDE-ID IS KEPT ON THE BOX SO BOVEDLIGEHOLD CAN
      * SHOW IT ON THE ESTATE CASE.
       FORSEGL-BOKSE.
           OPEN INPUT BANKBOKSE
           IF WS-BOKS-STATUS = "35"
               GO TO FORSEGL-BOKSE-EXIT
           END-IF
           PERFORM UNTIL EOF-BOKS = "Y"
               READ BANKBOKSE
                   AT END
                       MOVE "Y" TO EOF-BOKS
                   NOT AT END
                       ADD 1 TO ANTAL-BOKSE
                       MOVE BOKS-REC TO BOKS-AR(ANTAL-BOKSE)
               END-READ
           END-PERFORM
           CLOSE BANKBOKSE
           PERFORM VARYING WS-BOKS-IX FROM 1 BY 1
                   UNTIL WS-BOKS-IX > ANTAL-BOKSE
               IF BX-STATUS OF BOKS-AR(WS-BOKS-IX) NOT = "LEDIG"
                   AND BX-STATUS OF BOKS-AR(WS-BOKS-IX)
                       NOT = "FORSEGLET"
                   PERFORM VARYING WS-LEJER-IX FROM 1 BY 1
                           UNTIL WS-LEJER-IX > 3
                       PERFORM VARYING WS-BO-IX FROM 1 BY 1
                               UNTIL WS-BO-IX > ANTAL-BO-KUNDER
                           IF BX-LEJER-KUNDE-ID OF BOKS-AR
                                   (WS-BOKS-IX, WS-LEJER-IX)
                                   = BO-KUNDE-AR(WS-BO-IX)
                               AND BX-STATUS OF BOKS-AR(WS-BOKS-IX)
                                   NOT = "FORSEGLET"
                               PERFORM FORSEGL-BOKS
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-ANTAL-FORSEGLET > ZEROES
               OPEN OUTPUT BANKBOKSE
               PERFORM VARYING WS-BOKS-IX FROM 1 BY 1
                       UNTIL WS-BOKS-IX > ANTAL-BOKSE
                   MOVE BOKS-AR(WS-BOKS-IX) TO BOKS-REC
                   WRITE BOKS-REC
               END-PERFORM
               CLOSE BANKBOKSE
           END-IF.

       FORSEGL-BOKSE-EXIT.
           EXIT.

       FORSEGL-BOKS.
           MOVE "FORSEGLET" TO BX-STATUS OF BOKS-AR(WS-BOKS-IX)
           MOVE WS-DAGS-DATO TO BX-FORSEGLET-DATO OF BOKS-AR(WS-BOKS-IX)
           MOVE BO-KUNDE-AR(WS-BO-IX)
               TO BX-BO-KUNDE-ID OF BOKS-AR(WS-BOKS-IX)
           ADD 1 TO WS-ANTAL-FORSEGLET
           MOVE SPACES TO BO-RECORD
           STRING "BANKBOKS FORSEGLET: REG-NR " DELIMITED BY SIZE
               BX-REG-NR OF BOKS-AR(WS-BOKS-IX) DELIMITED BY SIZE
               " BOKS " DELIMITED BY SIZE
               BX-BOKS-NR OF BOKS-AR(WS-BOKS-IX) DELIMITED BY SIZE
               " LEJER KUNDE-ID " DELIMITED BY SIZE
               BO-KUNDE-AR(WS-BO-IX) DELIMITED BY SIZE
               INTO BO-RECORD
           WRITE BO-RECORD
           ADD 1 TO WS-RECS-OUT.

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

           SELECT RECERT-RAPPORT
               ASSIGN TO "OperatoerRecertificering.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE STAFF REGISTER - WHICH CUSTOMERS ARE AN OPERATOR'S OWN
      * OR A CLOSE RELATIVE'S. SEE MEDARBEJDERRELATIONER.CPY AND
      * INSIDERKONTROL.COB.
           SELECT MEDARBEJDER-RELATIONER
               ASSIGN TO "Medarbejderrelationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150).
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       FD  RECERT-RAPPORT.
       01  RAPPORT-RECORD.
           02  RAPPORT-LINE        PIC X(100) VALUE SPACES.

       FD  MEDARBEJDER-RELATIONER.
       01  RELATION-REC.
           COPY "MEDARBEJDERRELATIONER.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  WS-LAAS-STATUS           PIC XX VALUE "00".
       01  WS-SIDST-HELTAL          PIC S9(9) VALUE ZEROES.
       01  WS-ALDER-DAGE            PIC S9(5) VALUE ZEROES.
       01  WS-SIDST-FUNDET          PIC X VALUE "N".
      * THE STAFF REGISTER, SNAPSHOTTED - SEE REGISTRER-RELATION
      * AND OPHOER-RELATION.
       01  WS-MR-STATUS             PIC XX VALUE "00".
       01  EOF-MR                   PIC X VALUE "N".
       01  RELATION-AR OCCURS 500 TIMES.
           COPY "MEDARBEJDERRELATIONER.cpy".
       01  ANTAL-RELATIONER         PIC 9(3) VALUE ZEROES.
       01  WS-MR-IX                 PIC 9(3).
       01  WS-MR-FUNDET             PIC X VALUE "N".
       01  WS-MR-OP                 PIC X(3) VALUE SPACES.
       01  WS-MR-KUNDE              PIC X(10) VALUE SPACES.
       01  WS-MR-RELATION           PIC X(11) VALUE SPACES.
       01  WS-I-DAG                 PIC X(10) VALUE SPACES.

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
       01  WS-AUDIT-LOEBENR         PIC 9(9) VALUE ZEROES.
       01  WS-AUDIT-KSUM            PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
      * ACCESS ADMINISTRATION: A NIVEAU-3 OPERATOR REOPENS LOCKED
      * IDS, AND THE QUARTERLY RECERTIFICATION REPORT LISTS EVERY
      * OPERATOR'S LEVEL, LAST SIGN-ON OFF THE AUDIT LOG, AND THE
      * 90-DAY REMOVAL CANDIDATES. THE STAFF REGISTER OF OPERATORS'
      * OWN AND RELATIVES' CUSTOMERS IS KEPT HERE TOO.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU < 3
       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "OPADGANG  " DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               "  AENDRINGER " DELIMITED BY SIZE
               WS-ANTAL-AENDRINGER DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           DISPLAY "1. LAAS OP FOR OPERATOER"
           DISPLAY "2. RECERTIFICERINGSRAPPORT"
           DISPLAY "3. AFSLUT"
           DISPLAY "4. REGISTRER MEDARBEJDERRELATION"
           DISPLAY "5. OPHOER MEDARBEJDERRELATION"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

                   PERFORM SKRIV-RECERT-RAPPORT
               WHEN "3"
                   MOVE "N" TO WS-FORTSAT
               WHEN "4"
                   PERFORM REGISTRER-RELATION
               WHEN "5"
                   PERFORM OPHOER-RELATION
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.
               DISPLAY "OPERATOEREN ER LAAST OP."
           END-IF.

      * THE STAFF REGISTER IS SMALL - LOADED, CHANGED IN MEMORY AND
      * WRITTEN BACK WHOLE BY EVERY CHANGE.
       LOAD-RELATIONER.
           MOVE ZEROES TO ANTAL-RELATIONER
           MOVE "N" TO EOF-MR
           OPEN INPUT MEDARBEJDER-RELATIONER
           IF WS-MR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MR = "Y"
                   READ MEDARBEJDER-RELATIONER
                       AT END
                           MOVE "Y" TO EOF-MR
                       NOT AT END
                           ADD 1 TO ANTAL-RELATIONER
                           MOVE RELATION-REC
                               TO RELATION-AR(ANTAL-RELATIONER)
                   END-READ
               END-PERFORM
               CLOSE MEDARBEJDER-RELATIONER
           END-IF.

       GEM-RELATIONER.
           OPEN OUTPUT MEDARBEJDER-RELATIONER
           PERFORM VARYING WS-MR-IX FROM 1 BY 1
                   UNTIL WS-MR-IX > ANTAL-RELATIONER
               MOVE RELATION-AR(WS-MR-IX) TO RELATION-REC
               WRITE RELATION-REC
           END-PERFORM
           CLOSE MEDARBEJDER-RELATIONER.

      * THE OPERATOR MUST BE ON THE SIGN-ON REGISTER, AND NOBODY
      * MAINTAINS THEIR OWN LINKS - THAT WOULD DEFEAT THE CONTROL.
       INDTAST-RELATION.
           MOVE "N" TO WS-MR-FUNDET
           DISPLAY "OPERATOER-ID: " WITH NO ADVANCING
           ACCEPT WS-MR-OP
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-MR-KUNDE
           MOVE WS-SESSION-START-DATE(1:4) TO WS-I-DAG(1:4)
           MOVE "-" TO WS-I-DAG(5:1)
           MOVE WS-SESSION-START-DATE(5:2) TO WS-I-DAG(6:2)
           MOVE "-" TO WS-I-DAG(8:1)
           MOVE WS-SESSION-START-DATE(7:2) TO WS-I-DAG(9:2)
           IF WS-MR-OP = WS-OPERATOR
               DISPLAY "EGNE RELATIONER VEDLIGEHOLDES AF EN ANDEN "
                   "OPERATOER."
           ELSE
               PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                       UNTIL WS-OPER-IX > ANTAL-OPER
                   IF OP-ID OF OPER-AR(WS-OPER-IX) = WS-MR-OP
                       MOVE "Y" TO WS-MR-FUNDET
                   END-IF
               END-PERFORM
               IF WS-MR-FUNDET = "N"
                   DISPLAY "OPERATOEREN FINDES IKKE: " WS-MR-OP
               END-IF
               IF WS-MR-FUNDET = "Y" AND WS-MR-KUNDE = SPACES
                   MOVE "N" TO WS-MR-FUNDET
                   DISPLAY "KUNDE-ID ER PAAKRAEVET."
               END-IF
           END-IF.

       REGISTRER-RELATION.
           PERFORM INDTAST-RELATION
           IF WS-MR-FUNDET = "Y"
               DISPLAY "RELATION (EGEN/AEGTEFAELLE/SAMLEVER/BARN/"
                   "FORAELDER/SOESKENDE): " WITH NO ADVANCING
               ACCEPT WS-MR-RELATION
               IF WS-MR-RELATION NOT = "EGEN"
                   AND WS-MR-RELATION NOT = "AEGTEFAELLE"
                   AND WS-MR-RELATION NOT = "SAMLEVER"
                   AND WS-MR-RELATION NOT = "BARN"
                   AND WS-MR-RELATION NOT = "FORAELDER"
                   AND WS-MR-RELATION NOT = "SOESKENDE"
                   MOVE "N" TO WS-MR-FUNDET
                   DISPLAY "UKENDT RELATION - INTET REGISTRERET."
               END-IF
           END-IF
           IF WS-MR-FUNDET = "Y"
               PERFORM LOAD-RELATIONER
               PERFORM VARYING WS-MR-IX FROM 1 BY 1
                       UNTIL WS-MR-IX > ANTAL-RELATIONER
                   IF MR-OP-ID OF RELATION-AR(WS-MR-IX) = WS-MR-OP
                       AND MR-KUNDE-ID OF RELATION-AR(WS-MR-IX)
                           = WS-MR-KUNDE
                       AND MR-STATUS OF RELATION-AR(WS-MR-IX)
                           = "AKTIV"
                       MOVE "N" TO WS-MR-FUNDET
                   END-IF
               END-PERFORM
               IF WS-MR-FUNDET = "N"
                   DISPLAY "RELATIONEN ER ALLEREDE REGISTRERET."
               ELSE
                   ADD 1 TO ANTAL-RELATIONER
                   MOVE SPACES TO RELATION-AR(ANTAL-RELATIONER)
                   MOVE WS-MR-OP
                       TO MR-OP-ID OF RELATION-AR(ANTAL-RELATIONER)
                   MOVE WS-MR-KUNDE
                       TO MR-KUNDE-ID OF RELATION-AR(ANTAL-RELATIONER)
                   MOVE WS-MR-RELATION
                       TO MR-RELATION OF RELATION-AR(ANTAL-RELATIONER)
                   MOVE "AKTIV"
                       TO MR-STATUS OF RELATION-AR(ANTAL-RELATIONER)
                   MOVE WS-OPERATOR TO MR-REGISTRERET-AF
                       OF RELATION-AR(ANTAL-RELATIONER)
                   MOVE WS-I-DAG TO MR-REGISTRERET-DATO
                       OF RELATION-AR(ANTAL-RELATIONER)
                   PERFORM GEM-RELATIONER
                   ADD 1 TO WS-ANTAL-AENDRINGER
                   DISPLAY "RELATIONEN ER REGISTRERET."
               END-IF
           END-IF.

       OPHOER-RELATION.
           PERFORM INDTAST-RELATION
           IF WS-MR-FUNDET = "Y"
               MOVE "N" TO WS-MR-FUNDET
               PERFORM LOAD-RELATIONER
               PERFORM VARYING WS-MR-IX FROM 1 BY 1
                       UNTIL WS-MR-IX > ANTAL-RELATIONER
                   IF MR-OP-ID OF RELATION-AR(WS-MR-IX) = WS-MR-OP
                       AND MR-KUNDE-ID OF RELATION-AR(WS-MR-IX)
                           = WS-MR-KUNDE
                       AND MR-STATUS OF RELATION-AR(WS-MR-IX)
                           = "AKTIV"
                       MOVE "Y" TO WS-MR-FUNDET
                       MOVE "OPHOERT"
                           TO MR-STATUS OF RELATION-AR(WS-MR-IX)
                       MOVE WS-OPERATOR
                           TO MR-OPHOERT-AF OF RELATION-AR(WS-MR-IX)
                       MOVE WS-I-DAG
                           TO MR-OPHOERT-DATO OF RELATION-AR(WS-MR-IX)
                   END-IF
               END-PERFORM
               IF WS-MR-FUNDET = "N"
                   DISPLAY "INGEN AKTIV RELATION MELLEM "
                       WS-MR-OP " OG " WS-MR-KUNDE
               ELSE
                   PERFORM GEM-RELATIONER
                   ADD 1 TO WS-ANTAL-AENDRINGER
                   DISPLAY "RELATIONEN ER OPHOERT."
               END-IF
           END-IF.

      * EVERY " OPERATOER XXX  START YYYYMMDD" LINE IN THE AUDIT
      * LOG ADVANCES THAT OPERATOR'S LAST-SEEN DATE; SIGNON-FEJL
      * LINES ARE SKIPPED - A FAILED ATTEMPT ISN'T PRESENCE.
               END-IF
           END-IF
           WRITE RAPPORT-RECORD.

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

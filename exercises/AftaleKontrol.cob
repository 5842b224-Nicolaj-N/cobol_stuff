       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE TERMS VERSION CATALOGUE - WHICH VERSION OF EACH TERMS
      * DOCUMENT EVERY CUSTOMER SHOULD BE ON. SEE
      * VILKAARSVERSIONER.CPY.
           SELECT VILKAARS-VERSIONER
               ASSIGN TO "Vilkaarsversioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VV-STATUS.
      * THE AGREEMENT REGISTER - WHAT EACH CUSTOMER ACCEPTED OR WAS
      * NOTIFIED OF. SEE AFTALER.CPY.
           SELECT AFTALER ASSIGN TO "Aftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KORT-REGISTER ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.
      * THE ACCOUNTS AND CARDS WHOSE HOLDER HAS NEITHER ACCEPTED NOR
      * BEEN NOTIFIED OF THE CURRENT VERSION - REBUILT EVERY NIGHT.
           SELECT AFTALE-RAPPORT ASSIGN TO "AftaleIkkeVarslet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VILKAARS-VERSIONER.
       01 VERSION-REC.
           COPY "VILKAARSVERSIONER.cpy".
       FD AFTALER.
       01 AFTALE-REC.
           COPY "AFTALER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KORT-REGISTER.
       01 KORT-REC.
           COPY "KORT.cpy".
       FD AFTALE-RAPPORT.
       01 RAPPORT-RECORD.
           02  RAPPORT-LINE         PIC X(120) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "AFTKTRL".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-VV-STATUS             PIC XX VALUE "00".
       01  WS-AF-STATUS             PIC XX VALUE "00".
       01  WS-KORT-STATUS           PIC XX VALUE "00".
       01  EOF-VV                   PIC X VALUE "N".
       01  EOF-AF                   PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KORT                 PIC X VALUE "N".
      * THE VERSION EACH ACCOUNT AND CARD SHOULD BE ON - FOR THE
      * ACCOUNT TERMS THE ANNOUNCED (VARSLET) VERSION WHEN THERE IS
      * ONE, LIMITED TO THE CURRENCIES IT CHANGES, OTHERWISE THE
      * GAELDENDE ONE; FOR THE CARD TERMS THE GAELDENDE ONE.
       01  WS-KONTO-VERSION         PIC X(10) VALUE SPACES.
       01  WS-KONTO-VERSION-STATUS  PIC X(9) VALUE SPACES.
       01  WS-KONTO-GAELDENDE       PIC X(10) VALUE SPACES.
       01  WS-KORT-VERSION          PIC X(10) VALUE SPACES.
       01  WS-VARSLET-VALUTA OCCURS 10 TIMES PIC X(3) VALUE SPACES.
       01  WS-ALLE-VALUTAER         PIC X VALUE "J".
       01  WS-VALUTA-IX             PIC 99 VALUE ZEROES.
       01  WS-VALUTA-FUNDET         PIC X VALUE "N".
      * EVERY ACCOUNT IN SCOPE, WITH THE LATEST ACCOUNT TERMS VERSION
      * ON THE REGISTER FOR IT AND WHETHER THAT IS THE ONE IT
      * SHOULD BE ON.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KA-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KA-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KA-VALUTA            PIC X(3) VALUE SPACES.
           02  KA-SENESTE           PIC X(10) VALUE SPACES.
           02  KA-DAEKKET           PIC X VALUE "N".
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
      * EVERY AKTIV CARD, THE SAME WAY.
       01  KORT-AR OCCURS 999 TIMES.
           02  KR-KORTNUMMER        PIC X(16) VALUE SPACES.
           02  KR-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KR-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KR-SENESTE           PIC X(10) VALUE SPACES.
           02  KR-DAEKKET           PIC X VALUE "N".
       01  ANTAL-KORT               PIC 9(4) VALUE ZEROES.
       01  WS-KORT-IX               PIC 9(4).
       01  WS-ANTAL-KONTO-MANGLER   PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-KORT-MANGLER    PIC 9(5) VALUE ZEROES.

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

      * EVERY NIGHT, LISTS EACH ACCOUNT AND CARD WHOSE HOLDER HAS
      * NO ROW ON THE AGREEMENT REGISTER FOR THE VERSION OF THE
      * TERMS THEY SHOULD BE ON - NEITHER ACCEPTED NOR NOTIFIED. A
      * LETTER HELD FOR RETURNED MAIL RECORDS NO NOTICE, SO THOSE
      * CUSTOMERS LAND HERE TOO.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-VERSIONER
           PERFORM LOAD-KONTI
           PERFORM LOAD-KORT
           PERFORM LOAD-AFTALER
           OPEN OUTPUT AFTALE-RAPPORT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "KUNDER UDEN ACCEPT ELLER VARSEL AF GAELDENDE "
               DELIMITED BY SIZE
               "VILKAAR " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           IF WS-KONTO-VERSION = SPACES
               MOVE "KONTOVILK: INGEN VERSION REGISTRERET"
                   TO RAPPORT-LINE
               WRITE RAPPORT-RECORD
           ELSE
               STRING "KONTOVILK VERSION " DELIMITED BY SIZE
                   WS-KONTO-VERSION DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-KONTO-VERSION-STATUS DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
               PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                       UNTIL WS-KONTO-IX > ANTAL-KONTI
                   PERFORM SKRIV-KONTO-MANGEL
               END-PERFORM
           END-IF
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           IF WS-KORT-VERSION = SPACES
               MOVE "KORTVILK: INGEN VERSION REGISTRERET"
                   TO RAPPORT-LINE
               WRITE RAPPORT-RECORD
           ELSE
               STRING "KORTVILK VERSION " DELIMITED BY SIZE
                   WS-KORT-VERSION DELIMITED BY SIZE
                   " (GAELDENDE)" DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
               PERFORM VARYING WS-KORT-IX FROM 1 BY 1
                       UNTIL WS-KORT-IX > ANTAL-KORT
                   IF KR-DAEKKET(WS-KORT-IX) = "N"
                       ADD 1 TO WS-ANTAL-KORT-MANGLER
                       MOVE SPACES TO RAPPORT-RECORD
                       STRING "  KUNDE " DELIMITED BY SIZE
                           KR-KUNDE-ID(WS-KORT-IX) DELIMITED BY SIZE
                           " KORT " DELIMITED BY SIZE
                           KR-KORTNUMMER(WS-KORT-IX)
                               DELIMITED BY SIZE
                           " KONTO " DELIMITED BY SIZE
                           KR-KONTO-ID(WS-KORT-IX) DELIMITED BY SIZE
                           " SENESTE VERSION " DELIMITED BY SIZE
                           KR-SENESTE(WS-KORT-IX) DELIMITED BY SIZE
                           INTO RAPPORT-RECORD
                       WRITE RAPPORT-RECORD
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "I ALT " DELIMITED BY SIZE
               WS-ANTAL-KONTO-MANGLER DELIMITED BY SIZE
               " KONTI OG " DELIMITED BY SIZE
               WS-ANTAL-KORT-MANGLER DELIMITED BY SIZE
               " KORT UDEN ACCEPT ELLER VARSEL" DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           CLOSE AFTALE-RAPPORT
           ADD WS-ANTAL-KONTO-MANGLER TO WS-RECS-OUT
           ADD WS-ANTAL-KORT-MANGLER TO WS-RECS-OUT
           DISPLAY "AFTKTRL: " WS-ANTAL-KONTO-MANGLER " KONTI OG "
               WS-ANTAL-KORT-MANGLER " KORT UDEN ACCEPT ELLER "
               "VARSEL - SE AftaleIkkeVarslet.txt"
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2).

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
               WS-RUN-START-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               "  END " DELIMITED BY SIZE
               WS-RUN-END-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-END-TIME DELIMITED BY SIZE
               "  IN " DELIMITED BY SIZE
               WS-RECS-IN DELIMITED BY SIZE
               "  MANGLER " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       LOAD-VERSIONER.
           OPEN INPUT VILKAARS-VERSIONER
           IF WS-VV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VV = "Y"
                   READ VILKAARS-VERSIONER
                       AT END
                           MOVE "Y" TO EOF-VV
                       NOT AT END
                           PERFORM NOTER-VERSION
                   END-READ
               END-PERFORM
               CLOSE VILKAARS-VERSIONER
           END-IF
           IF WS-KONTO-VERSION = SPACES
               MOVE WS-KONTO-GAELDENDE TO WS-KONTO-VERSION
               MOVE "GAELDENDE" TO WS-KONTO-VERSION-STATUS
           END-IF.

       NOTER-VERSION.
           IF VV-DOK-TYPE = "KONTOVILK" AND VV-STATUS = "GAELDENDE"
               MOVE VV-VERSION TO WS-KONTO-GAELDENDE
           END-IF
           IF VV-DOK-TYPE = "KONTOVILK" AND VV-STATUS = "VARSLET"
               MOVE VV-VERSION TO WS-KONTO-VERSION
               MOVE "VARSLET" TO WS-KONTO-VERSION-STATUS
               MOVE "J" TO WS-ALLE-VALUTAER
               PERFORM VARYING WS-VALUTA-IX FROM 1 BY 1
                       UNTIL WS-VALUTA-IX > 10
                   MOVE VV-VALUTA(WS-VALUTA-IX)
                       TO WS-VARSLET-VALUTA(WS-VALUTA-IX)
                   IF VV-VALUTA(WS-VALUTA-IX) NOT = SPACES
                       MOVE "N" TO WS-ALLE-VALUTAER
                   END-IF
               END-PERFORM
           END-IF
           IF VV-DOK-TYPE = "KORTVILK" AND VV-STATUS = "GAELDENDE"
               MOVE VV-VERSION TO WS-KORT-VERSION
           END-IF.

      * EVERY ACCOUNT NOT CLOSED - A DORMANT OR FROZEN ACCOUNT STILL
      * HAS A HOLDER THE TERMS APPLY TO.
       LOAD-KONTI.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER INTO KONTOOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       IF KONTO-STATUS OF KONTOOPL-IN NOT = "LUKKET"
                           AND ANTAL-KONTI < 999
                           ADD 1 TO ANTAL-KONTI
                           MOVE KUNDE-ID OF KONTOOPL-IN
                               TO KA-KUNDE-ID(ANTAL-KONTI)
                           MOVE KONTO-ID OF KONTOOPL-IN
                               TO KA-KONTO-ID(ANTAL-KONTI)
                           MOVE VALUTAKODE OF KONTOOPL-IN
                               TO KA-VALUTA(ANTAL-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

       LOAD-KORT.
           OPEN INPUT KORT-REGISTER
           IF WS-KORT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KORT = "Y"
                   READ KORT-REGISTER
                       AT END
                           MOVE "Y" TO EOF-KORT
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF KT-STATUS = "AKTIV" AND ANTAL-KORT < 999
                               ADD 1 TO ANTAL-KORT
                               MOVE KT-KORTNUMMER
                                   TO KR-KORTNUMMER(ANTAL-KORT)
                               MOVE KT-KUNDE-ID
                                   TO KR-KUNDE-ID(ANTAL-KORT)
                               MOVE KT-KONTO-ID
                                   TO KR-KONTO-ID(ANTAL-KORT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORT-REGISTER
           END-IF.

      * THE REGISTER IS IN DATE ORDER, SO THE LAST ROW SEEN FOR AN
      * ACCOUNT OR CARD IS ITS LATEST VERSION.
       LOAD-AFTALER.
           OPEN INPUT AFTALER
           IF WS-AF-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AF = "Y"
                   READ AFTALER
                       AT END
                           MOVE "Y" TO EOF-AF
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           PERFORM NOTER-AFTALE
                   END-READ
               END-PERFORM
               CLOSE AFTALER
           END-IF.

       NOTER-AFTALE.
           IF AF-DOK-TYPE = "KONTOVILK"
               PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                       UNTIL WS-KONTO-IX > ANTAL-KONTI
                   IF KA-KONTO-ID(WS-KONTO-IX) = AF-KONTO-ID
                       MOVE AF-VERSION TO KA-SENESTE(WS-KONTO-IX)
                       IF AF-VERSION = WS-KONTO-VERSION
                           MOVE "Y" TO KA-DAEKKET(WS-KONTO-IX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF AF-DOK-TYPE = "KORTVILK"
               PERFORM VARYING WS-KORT-IX FROM 1 BY 1
                       UNTIL WS-KORT-IX > ANTAL-KORT
                   IF KR-KONTO-ID(WS-KORT-IX) = AF-KONTO-ID
                       AND KR-KUNDE-ID(WS-KORT-IX) = AF-KUNDE-ID
                       MOVE AF-VERSION TO KR-SENESTE(WS-KORT-IX)
                       IF AF-VERSION = WS-KORT-VERSION
                           MOVE "Y" TO KR-DAEKKET(WS-KORT-IX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * AN ANNOUNCED VERSION ONLY CONCERNS THE CURRENCIES IT CHANGES
      * - AN ACCOUNT IN ANY OTHER IS CHECKED AGAINST THE GAELDENDE
      * VERSION INSTEAD, WHICH ITS HOLDER MUST HAVE ACCEPTED.
       SKRIV-KONTO-MANGEL.
           MOVE "Y" TO WS-VALUTA-FUNDET
           IF WS-KONTO-VERSION-STATUS = "VARSLET"
               AND WS-ALLE-VALUTAER = "N"
               MOVE "N" TO WS-VALUTA-FUNDET
               PERFORM VARYING WS-VALUTA-IX FROM 1 BY 1
                       UNTIL WS-VALUTA-IX > 10
                   IF WS-VARSLET-VALUTA(WS-VALUTA-IX)
                           = KA-VALUTA(WS-KONTO-IX)
                       MOVE "Y" TO WS-VALUTA-FUNDET
                   END-IF
               END-PERFORM
           END-IF
           IF WS-VALUTA-FUNDET = "N"
               IF KA-SENESTE(WS-KONTO-IX) = WS-KONTO-GAELDENDE
                   OR WS-KONTO-GAELDENDE = SPACES
                   MOVE "Y" TO KA-DAEKKET(WS-KONTO-IX)
               END-IF
           END-IF
           IF KA-DAEKKET(WS-KONTO-IX) = "N"
               ADD 1 TO WS-ANTAL-KONTO-MANGLER
               MOVE SPACES TO RAPPORT-RECORD
               STRING "  KUNDE " DELIMITED BY SIZE
                   KA-KUNDE-ID(WS-KONTO-IX) DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   KA-KONTO-ID(WS-KONTO-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KA-VALUTA(WS-KONTO-IX) DELIMITED BY SIZE
                   " SENESTE VERSION " DELIMITED BY SIZE
                   KA-SENESTE(WS-KONTO-IX) DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
           END-IF.

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

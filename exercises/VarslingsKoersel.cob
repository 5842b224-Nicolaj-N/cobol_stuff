               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * THE TERMS VERSION CATALOGUE AND THE AGREEMENT REGISTER - THE
      * CHANGE THE LETTERS ANNOUNCE IS A NEW, VARSLET VERSION OF THE
      * ACCOUNT TERMS, AND EVERY ACCOUNT WHOSE HOLDER WAS WRITTEN TO
      * IS RECORDED AS NOTIFIED UNDER IT. SEE REGISTRER-VARSLET-
      * VERSION/SKRIV-AFTALE-VARSEL.
           SELECT VILKAARS-VERSIONER
               ASSIGN TO "Vilkaarsversioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VV-STATUS.
           SELECT AFTALER ASSIGN TO "Aftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD VILKAARS-VERSIONER.
       01 VERSION-REC.
           COPY "VILKAARSVERSIONER.cpy".
       FD AFTALER.
       01 AFTALE-REC.
           COPY "AFTALER.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
      * ACCOUNT HOLDERS AND THEIR VALUTAER.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KO-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KO-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KO-VALUTA            PIC X(3) VALUE SPACES.
           02  KO-VARSLET           PIC X VALUE "N".
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
       01  KUNDEOPL-AR OCCURS 999 TIMES.
       01  WS-KL-TYPE               PIC X(15) VALUE SPACES.
       01  WS-KL-KANAL              PIC X(6) VALUE SPACES.
       01  WS-KL-KILDE              PIC X(40) VALUE SPACES.
      * THE ANNOUNCED ACCOUNT TERMS VERSION - THE CATALOGUE IN
      * MEMORY, THE SLOT OF THE VARSLET KONTOVILK ROW, AND WHICH
      * ACCOUNTS AN EARLIER RUN ALREADY RECORDED AS NOTIFIED UNDER
      * IT (KO-VARSLET), SO A RERUN ADDS NO SECOND ROW.
       01  WS-VV-STATUS             PIC XX VALUE "00".
       01  WS-AF-STATUS             PIC XX VALUE "00".
       01  EOF-VV                   PIC X VALUE "N".
       01  EOF-AF                   PIC X VALUE "N".
       01  VERSION-AR OCCURS 200 TIMES.
           COPY "VILKAARSVERSIONER.cpy".
       01  ANTAL-VERSIONER          PIC 9(3) VALUE ZEROES.
       01  WS-VV-IX                 PIC 9(3).
       01  WS-VARSLET-IX            PIC 9(3) VALUE ZEROES.
       01  WS-VALUTA-IX             PIC 99 VALUE ZEROES.
       01  WS-VALUTA-FUNDET         PIC X VALUE "N".
       01  WS-VARSLET-VERSION       PIC X(10) VALUE SPACES.


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
           PERFORM LOAD-KONTI
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-TEKSTKATALOG
           PERFORM REGISTRER-VARSLET-VERSION
           PERFORM LOAD-AFTALE-VARSLER
           OPEN OUTPUT VARSEL-PAPIR
           OPEN OUTPUT VARSEL-DIGITAL
           OPEN OUTPUT VARSEL-HOLD
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
               "  BREVE " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

                       ADD 1 TO ANTAL-KONTI
                       MOVE KUNDE-ID OF KONTOOPL-IN
                           TO KO-KUNDE-ID(ANTAL-KONTI)
                       MOVE KONTO-ID OF KONTOOPL-IN
                           TO KO-KONTO-ID(ANTAL-KONTI)
                       MOVE VALUTAKODE OF KONTOOPL-IN
                           TO KO-VALUTA(ANTAL-KONTI)
               END-READ
               MOVE "VarslingerHold.txt" TO WS-KL-KILDE
           END-IF
           PERFORM SKRIV-KORRESPONDANCE
           IF WS-KANAL NOT = "HOLD"
               PERFORM SKRIV-AFTALE-VARSEL
           END-IF
           ADD 1 TO WS-RECS-OUT.

       SKRIV-KUNDE-VARSEL-EXIT.
           WRITE KORR-LOG-REC
           CLOSE KORRESPONDANCE-LOG.

      * THE CHANGE THE LETTERS ANNOUNCE, AS A VARSLET VERSION OF
      * THE ACCOUNT TERMS, NAMED BY THE DATE IT WAS FIRST ANNOUNCED.
      * A RERUN, OR A SECOND CHANGE STAGED BEFORE THE FIRST IS
      * ACTIVATED, KEEPS THE VERSION ALREADY ANNOUNCED AND ONLY ADDS
      * THE CURRENCIES IT NOW ALSO CHANGES.
       REGISTRER-VARSLET-VERSION.
           MOVE ZEROES TO ANTAL-VERSIONER
           MOVE ZEROES TO WS-VARSLET-IX
           OPEN INPUT VILKAARS-VERSIONER
           IF WS-VV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VV = "Y"
                   READ VILKAARS-VERSIONER
                       AT END
                           MOVE "Y" TO EOF-VV
                       NOT AT END
                           ADD 1 TO ANTAL-VERSIONER
                           MOVE VERSION-REC
                               TO VERSION-AR(ANTAL-VERSIONER)
                           IF VV-DOK-TYPE OF VERSION-REC = "KONTOVILK"
                               AND VV-STATUS OF VERSION-REC
                                   = "VARSLET"
                               MOVE ANTAL-VERSIONER TO WS-VARSLET-IX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VILKAARS-VERSIONER
           END-IF
           IF WS-VARSLET-IX = ZEROES
               ADD 1 TO ANTAL-VERSIONER
               MOVE ANTAL-VERSIONER TO WS-VARSLET-IX
               MOVE SPACES TO VERSION-AR(WS-VARSLET-IX)
               MOVE "KONTOVILK"
                   TO VV-DOK-TYPE OF VERSION-AR(WS-VARSLET-IX)
               MOVE WS-DAGS-DATO
                   TO VV-VERSION OF VERSION-AR(WS-VARSLET-IX)
               MOVE "VARSLET" TO VV-STATUS OF VERSION-AR(WS-VARSLET-IX)
               MOVE "BAT"
                   TO VV-REGISTRERET-AF OF VERSION-AR(WS-VARSLET-IX)
               MOVE WS-DAGS-DATO
                   TO VV-REGISTRERET-DATO OF VERSION-AR(WS-VARSLET-IX)
           END-IF
           MOVE VV-VERSION OF VERSION-AR(WS-VARSLET-IX)
               TO WS-VARSLET-VERSION
           PERFORM VARYING WS-RAEKKE-IX FROM 1 BY 1
                   UNTIL WS-RAEKKE-IX > ANTAL-RAEKKER
               IF RA-NY(WS-RAEKKE-IX) NOT = SPACES
                   AND RA-NY(WS-RAEKKE-IX)
                       NOT = RA-GAMMEL(WS-RAEKKE-IX)
                   PERFORM NOTER-VARSLET-VALUTA
               END-IF
           END-PERFORM
           OPEN OUTPUT VILKAARS-VERSIONER
           PERFORM VARYING WS-VV-IX FROM 1 BY 1
                   UNTIL WS-VV-IX > ANTAL-VERSIONER
               MOVE VERSION-AR(WS-VV-IX) TO VERSION-REC
               WRITE VERSION-REC
           END-PERFORM
           CLOSE VILKAARS-VERSIONER.

       NOTER-VARSLET-VALUTA.
           MOVE "N" TO WS-VALUTA-FUNDET
           PERFORM VARYING WS-VALUTA-IX FROM 1 BY 1
                   UNTIL WS-VALUTA-IX > 10
               IF VV-VALUTA OF VERSION-AR(WS-VARSLET-IX, WS-VALUTA-IX)
                       = RA-NOEGLE(WS-RAEKKE-IX)(1:3)
                   MOVE "Y" TO WS-VALUTA-FUNDET
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VALUTA-IX FROM 1 BY 1
                   UNTIL WS-VALUTA-IX > 10
                       OR WS-VALUTA-FUNDET = "Y"
               IF VV-VALUTA OF VERSION-AR(WS-VARSLET-IX, WS-VALUTA-IX)
                       = SPACES
                   MOVE RA-NOEGLE(WS-RAEKKE-IX)(1:3)
                       TO VV-VALUTA OF
                           VERSION-AR(WS-VARSLET-IX, WS-VALUTA-IX)
                   MOVE "Y" TO WS-VALUTA-FUNDET
               END-IF
           END-PERFORM.

      * ACCOUNTS AN EARLIER RUN ALREADY RECORDED AS NOTIFIED UNDER
      * THE ANNOUNCED VERSION.
       LOAD-AFTALE-VARSLER.
           OPEN INPUT AFTALER
           IF WS-AF-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AF = "Y"
                   READ AFTALER
                       AT END
                           MOVE "Y" TO EOF-AF
                       NOT AT END
                           IF AF-DOK-TYPE = "KONTOVILK"
                               AND AF-VERSION = WS-VARSLET-VERSION
                               PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                                       UNTIL WS-KONTO-IX > ANTAL-KONTI
                                   IF KO-KONTO-ID(WS-KONTO-IX)
                                           = AF-KONTO-ID
                                       MOVE "Y"
                                           TO KO-VARSLET(WS-KONTO-IX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFTALER
           END-IF.

      * THE LETTER WENT OUT: EVERY ACCOUNT OF THE CUSTOMER IN A
      * CHANGED CURRENCY IS NOTIFIED UNDER THE ANNOUNCED VERSION, ON
      * THE LETTER'S CHANNEL. A LETTER HELD FOR RETURNED MAIL HAS
      * REACHED NOBODY AND RECORDS NOTHING.
       SKRIV-AFTALE-VARSEL.
           OPEN EXTEND AFTALER
           IF WS-AF-STATUS = "35"
               OPEN OUTPUT AFTALER
           END-IF
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KO-KUNDE-ID(WS-KONTO-IX)
                       = KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                   AND KO-VARSLET(WS-KONTO-IX) = "N"
                   MOVE "N" TO WS-VALUTA-FUNDET
                   PERFORM VARYING WS-VALUTA-IX FROM 1 BY 1
                           UNTIL WS-VALUTA-IX > 10
                       IF VV-VALUTA OF
                               VERSION-AR(WS-VARSLET-IX, WS-VALUTA-IX)
                               = KO-VALUTA(WS-KONTO-IX)
                           MOVE "Y" TO WS-VALUTA-FUNDET
                       END-IF
                   END-PERFORM
                   IF WS-VALUTA-FUNDET = "Y"
                       MOVE SPACES TO AFTALE-REC
                       MOVE KO-KUNDE-ID(WS-KONTO-IX) TO AF-KUNDE-ID
                       MOVE KO-KONTO-ID(WS-KONTO-IX) TO AF-KONTO-ID
                       MOVE "KONTOVILK" TO AF-DOK-TYPE
                       MOVE WS-VARSLET-VERSION TO AF-VERSION
                       MOVE WS-DAGS-DATO TO AF-DATO
                       MOVE WS-KANAL TO AF-KANAL
                       MOVE "VARSLET" TO AF-STATUS
                       MOVE "BAT" TO AF-REGISTRERET-AF
                       WRITE AFTALE-REC
                       MOVE "Y" TO KO-VARSLET(WS-KONTO-IX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AFTALER.

       KUNDE-HAR-VALUTA.
           MOVE "N" TO WS-KUNDE-BEROERT
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
               WRITE VARSEL-REC
           END-PERFORM
           CLOSE VARSLINGS-REGISTER.

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

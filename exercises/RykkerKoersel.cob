               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * THE CARD CREDIT REGISTER - A CARD ACCOUNT'S CREDIT LIMIT IS
      * ITS AGREED LIMIT. A MISSED MINIMUM PAYMENT INSIDE THE LIMIT
      * IS KREDITKORTKOERSEL'S MATTER, NOT A DUNNING CASE.
           SELECT KREDITKORT-KONTI ASSIGN TO "KreditkortKonti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KREDITKORT-STATUS.
      * THE WRITTEN-OFF CLAIMS LEDGER - A WRITE-OFF CLEARS THE
      * OVERDRAFT BUT NOT THE DEBT, SO A CASE IT BRINGS BACK INSIDE
      * THE LIMIT CLOSES AS AFSKREVET, NOT AFSLUTTET, UNTIL THE
      * RECOVERIES HAVE COVERED THE CLAIM. OPTIONAL.
           SELECT AFSKRIVNINGER ASSIGN TO "Afskrivninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKR-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD KREDITKORT-KONTI.
       01 KREDITKORT-REC.
           COPY "KREDITKORTKONTI.cpy".
       FD AFSKRIVNINGER.
       01 AFSKRIVNING-REC.
           COPY "AFSKRIVNINGER.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  ANTAL-DAGE               PIC 9(4) VALUE ZEROES.
       01  WS-DAGE-IX               PIC 9(4).
       01  WS-SAG-DAGE              PIC 9(5) VALUE ZEROES.
       01  WS-KREDITKORT-STATUS     PIC XX VALUE "00".
      * ACCOUNTS WITH A WRITTEN-OFF CLAIM NOT YET FULLY RECOVERED.
       01  WS-AFSKR-STATUS          PIC XX VALUE "00".
       01  EOF-AFSKR                PIC X VALUE "N".
       01  AFSKREVET-AR OCCURS 999 TIMES.
           02  AF-KONTO-ID          PIC X(10) VALUE SPACES.
       01  ANTAL-AFSKREVET          PIC 9(4) VALUE ZEROES.
       01  WS-AFSKR-IX              PIC 9(4).
       01  WS-AFSKR-SOEG            PIC X(10) VALUE SPACES.
       01  WS-AFSKR-UDESTAAR        PIC X VALUE "N".
       01  EOF-KREDITKORT           PIC X VALUE "N".

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
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-TEKSTKATALOG
           PERFORM LOAD-OVERTRAEK-DAGE
           PERFORM LOAD-AFSKRIVNINGER
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
               ADD 1 TO WS-RECS-IN
               PERFORM VURDER-KONTO THRU VURDER-KONTO-EXIT
           END-PERFORM
           PERFORM AFSLUT-AFSKREVNE-SAGER
           CLOSE RYKKER-BREVE
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
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
               "  AFSLUTTET " DELIMITED BY SIZE
               WS-RECS-LUKKET DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

               CLOSE RYKKER-SAGER
           END-IF.

      * ONLY THE WRITTEN-OFF CLAIMS STILL OWED ARE KEPT.
       LOAD-AFSKRIVNINGER.
           OPEN INPUT AFSKRIVNINGER
           IF WS-AFSKR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AFSKR = "Y"
                   READ AFSKRIVNINGER
                       AT END
                           MOVE "Y" TO EOF-AFSKR
                       NOT AT END
                           IF AK-STATUS OF AFSKRIVNING-REC
                                   = "AFSKREVET"
                               AND AK-INDDREVET OF AFSKRIVNING-REC
                                   < AK-AFSKREVET-BELOB
                                       OF AFSKRIVNING-REC
                               ADD 1 TO ANTAL-AFSKREVET
                               MOVE AK-KONTO-ID OF AFSKRIVNING-REC
                                   TO AF-KONTO-ID(ANTAL-AFSKREVET)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFSKRIVNINGER
           END-IF.

       LOAD-LUKKESALDO.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
                   END-READ
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
           END-IF
      * EACH OPEN CARD ACCOUNT JOINS THE TABLE AS A FACILITY OF ITS
      * CREDIT LIMIT THAT NEVER EXPIRES.
           OPEN INPUT KREDITKORT-KONTI
           IF WS-KREDITKORT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KREDITKORT = "Y"
                   READ KREDITKORT-KONTI
                       AT END
                           MOVE "Y" TO EOF-KREDITKORT
                       NOT AT END
                           IF KK-STATUS OF KREDITKORT-REC = "AKTIV"
                               ADD 1 TO ANTAL-AFTALER
                               MOVE KK-KONTO-ID OF KREDITKORT-REC
                                   TO OA-KONTO-ID
                                       OF AFTALE-AR(ANTAL-AFTALER)
                               MOVE KK-KREDITMAKS OF KREDITKORT-REC
                                   TO OA-GRAENSE
                                       OF AFTALE-AR(ANTAL-AFTALER)
                               MOVE "9999-12-31"
                                   TO OA-UDLOEB-DATO
                                       OF AFTALE-AR(ANTAL-AFTALER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KREDITKORT-KONTI
           END-IF.

       LOAD-KONTO-EJER-TABEL.
           IF WS-OVERTRUKKET = "N"
      * BACK INSIDE THE LIMIT - THE OPEN CASE, IF ANY, CLOSES
      * TONIGHT WITHOUT A HAND TOUCHING IT.
      * A WRITE-OFF BROUGHT IT BACK IF THE CLAIM IS STILL OWED.
               IF WS-SAG-SLOT > ZEROES
                   MOVE LB-KONTO-ID(WS-LUKKE-IX) TO WS-AFSKR-SOEG
                   PERFORM FIND-AFSKRIVNING
                   IF WS-AFSKR-UDESTAAR = "Y"
                       MOVE "AFSKREVET"
                           TO RY-STATUS OF SAG-AR(WS-SAG-SLOT)
                   ELSE
                       MOVE "AFSLUTTET"
                           TO RY-STATUS OF SAG-AR(WS-SAG-SLOT)
                   END-IF
                   MOVE WS-DAGS-DATO
                       TO RY-AFSLUT-DATO OF SAG-AR(WS-SAG-SLOT)
                   ADD 1 TO WS-RECS-LUKKET
       VURDER-KONTO-EXIT.
           EXIT.

      * A CASE CLOSED AS AFSKREVET IS FINALLY AFSLUTTET THE NIGHT
      * THE RECOVERIES HAVE COVERED ITS WRITTEN-OFF CLAIM.
       AFSLUT-AFSKREVNE-SAGER.
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               IF RY-STATUS OF SAG-AR(WS-SAG-IX) = "AFSKREVET"
                   MOVE RY-KONTO-ID OF SAG-AR(WS-SAG-IX)
                       TO WS-AFSKR-SOEG
                   PERFORM FIND-AFSKRIVNING
                   IF WS-AFSKR-UDESTAAR = "N"
                       MOVE "AFSLUTTET"
                           TO RY-STATUS OF SAG-AR(WS-SAG-IX)
                       MOVE WS-DAGS-DATO
                           TO RY-AFSLUT-DATO OF SAG-AR(WS-SAG-IX)
                       ADD 1 TO WS-RECS-LUKKET
                   END-IF
               END-IF
           END-PERFORM.

       FIND-AFSKRIVNING.
           MOVE "N" TO WS-AFSKR-UDESTAAR
           PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                   UNTIL WS-AFSKR-IX > ANTAL-AFSKREVET
               IF AF-KONTO-ID(WS-AFSKR-IX) = WS-AFSKR-SOEG
                   MOVE "Y" TO WS-AFSKR-UDESTAAR
               END-IF
           END-PERFORM.

      * RESOLVES THE ACCOUNT'S HOLDER AND THE HOLDER'S LANGUAGE -
      * SPROG-KODE, DEFAULTING FROM LANDE-KODE THE WAY OPGAVE11'S
      * FIND-LEVERINGS-KANAL DOES.
           MOVE WS-POST-BELOB TO PJ-BELOB OF PJOURNAL-REC
           MOVE VALUTA OF TRANSAKTION-REC
               TO PJ-VALUTA OF PJOURNAL-REC
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

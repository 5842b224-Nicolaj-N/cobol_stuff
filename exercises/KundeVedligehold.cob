               ASSIGN TO "VentendeAendringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENT-STATUS.
      * THE IDENTITY DOCUMENTS THE COUNTER HAS SEEN - ONE IS KEYED
      * WITH EVERY NEW CUSTOMER AND A REPLACEMENT CAN BE KEYED ANY
      * TIME AFTER. SEE LEGITIMATION.CPY AND GEM-LEGITIMATION.
           SELECT LEGITIMATIONER ASSIGN TO "Legitimation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGIT-STATUS.
      * THE CUSTOMER MEMO REGISTER, READ-ONLY - ACTIVE MEMOS ON THE
      * CUSTOMER AND ITS ACCOUNT ARE SHOWN WHENEVER THE RECORD IS
      * OPENED. MAINTAINED BY MEMOVEDLIGEHOLD; SEE MEMOER.CPY.
           SELECT MEMOER ASSIGN TO "Memoer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01  VENT-REC.
               COPY "VENTENDEAENDRINGER.cpy".

       FD  LEGITIMATIONER.
           01  LEGIT-REC.
               COPY "LEGITIMATION.cpy".

       FD  MEMOER.
           01  MEMO-REC.
               COPY "MEMOER.cpy".

       FD  BATCH-AUDIT-LOG.
           01  AUDIT-LOG-RECORD.
               02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
               02  AUDIT-LOG-LOEBENR   PIC 9(9).
               02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
      * THE RECORD AS IT STOOD BEFORE THE OPERATOR'S EDITS - THE
       01  WS-LAAS-GRAENSE           PIC 9 VALUE 3.

       01  WS-UDSKUDT               PIC 9(3) VALUE ZEROES.
      * CUSTOMER MEMOS - SEE VIS-KUNDE-MEMOER.
       01  WS-MEMO-STATUS           PIC XX VALUE "00".
       01  EOF-MEMO                 PIC X VALUE "N".
       01  WS-MEMO-I-DAG            PIC X(10) VALUE SPACES.
       01  WS-MEMO-ANTAL            PIC 9(3) VALUE ZEROES.
       01  WS-UDSKYD-FELT           PIC X(15) VALUE SPACES.
       01  WS-UDSKYD-GAMMEL         PIC X(40) VALUE SPACES.
       01  WS-UDSKYD-NY             PIC X(40) VALUE SPACES.

      * IDENTITY DOCUMENT CAPTURE - SEE INDTAST-LEGITIMATION AND
      * GEM-LEGITIMATION. NY-LEGIT HOLDS THE DOCUMENT BEING KEYED;
      * THE REGISTER ITSELF IS SNAPSHOT-AND-REWRITE.
       01  NY-LEGIT.
           COPY "LEGITIMATION.cpy".
       01  LEGIT-AR OCCURS 2000 TIMES.
           COPY "LEGITIMATION.cpy".
       01  ANTAL-LEGIT               PIC 9(4) VALUE ZEROES.
       01  WS-LEGIT-IX               PIC 9(4).
       01  WS-LEGIT-STATUS           PIC XX VALUE "00".
       01  EOF-LEGIT                 PIC X VALUE "N".
       01  WS-LG-I-DAG               PIC X(10) VALUE SPACES.
       01  WS-LG-UDLOEB-YYYYMMDD     PIC X(8) VALUE SPACES.
       01  WS-LG-UDLOEB-NUM REDEFINES WS-LG-UDLOEB-YYYYMMDD
                                     PIC 9(8).

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
       01  WS-AJ-LOEBENR            PIC 9(9) VALUE ZEROES.
       01  WS-AJ-KSUM               PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           STOP RUN.
           END-IF.

       SKRIV-SIGNON-FEJL.
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "SIGNON-FEJL OPERATOER " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SESSION-START-TIME DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "KUNDEVEDL " DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               "  AENDRINGER " DELIMITED BY SIZE
               WS-ANTAL-AENDRINGER DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           DISPLAY "3. LUK (SLET) KUNDE"
           DISPLAY "4. AFSLUT"
           DISPLAY "5. VIS KUNDE"
           DISPLAY "6. REGISTRER NY LEGITIMATION"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

                   MOVE "N" TO WS-FORTSAT
               WHEN "5"
                   PERFORM VIS-KUNDE
               WHEN "6"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM NY-LEGITIMATION
                   END-IF
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.
                   DISPLAY "KONTO-ID:  "
                       KONTO-ID OF KONTOINFO OF KUNDEOPL-IN
                   DISPLAY "STATUS:    " KONTO-STATUS OF KUNDEOPL-IN
                   PERFORM VIS-KUNDE-MEMOER
           END-READ.

      * EVERY ACTIVE MEMO ON THE CUSTOMER JUST READ INTO KUNDEOPL-IN
      * OR ON ITS ACCOUNT - SHOWN BEFORE ANYONE TALKS TO, EDITS OR
      * CLOSES THE CUSTOMER. A STOP MEMO IS SHOWN LIKE ANY OTHER
      * HERE; IT ONLY HOLDS PAYMENTS, IN BETALINGSINDTASTNING.
       VIS-KUNDE-MEMOER.
           ACCEPT WS-DAGS-DATO-RAW FROM DATE YYYYMMDD
           MOVE WS-DAGS-DATO-RAW(1:4) TO WS-MEMO-I-DAG(1:4)
           MOVE "-" TO WS-MEMO-I-DAG(5:1)
           MOVE WS-DAGS-DATO-RAW(5:2) TO WS-MEMO-I-DAG(6:2)
           MOVE "-" TO WS-MEMO-I-DAG(8:1)
           MOVE WS-DAGS-DATO-RAW(7:2) TO WS-MEMO-I-DAG(9:2)
           MOVE ZEROES TO WS-MEMO-ANTAL
           MOVE "N" TO EOF-MEMO
           OPEN INPUT MEMOER
           IF WS-MEMO-STATUS = "00"
               PERFORM UNTIL EOF-MEMO = "Y"
                   READ MEMOER
                       AT END
                           MOVE "Y" TO EOF-MEMO
                       NOT AT END
                           IF MO-STATUS OF MEMO-REC = "AKTIV"
                               AND (MO-UDLOEB-DATO OF MEMO-REC = SPACES
                                   OR MO-UDLOEB-DATO OF MEMO-REC
                                       NOT < WS-MEMO-I-DAG)
                               AND ((MO-NIVEAU OF MEMO-REC = "KUNDE"
                                   AND MO-NOEGLE OF MEMO-REC
                                       = KUNDE-ID OF KUNDEOPL-IN)
                               OR (MO-NIVEAU OF MEMO-REC = "KONTO"
                                   AND MO-NOEGLE OF MEMO-REC
                                       = KONTO-ID OF KONTOINFO
                                           OF KUNDEOPL-IN))
                               ADD 1 TO WS-MEMO-ANTAL
                               DISPLAY "MEMO " MO-ALVOR OF MEMO-REC " "
                                   MO-KATEGORI OF MEMO-REC " PAA "
                                   MO-NIVEAU OF MEMO-REC " "
                                   MO-NOEGLE OF MEMO-REC
                                   " (" MO-MEMO-NR OF MEMO-REC ")"
                               DISPLAY "    " MO-TEKST OF MEMO-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMOER
           END-IF.

      * PROMPTS FOR EVERY MAINTAINABLE FIELD ON KUNDEOPL-IN, SHARED BY
      * TILFOEJ-KUNDE AND RET-KUNDE SO A NEW FIELD ONLY HAS TO BE
      * ADDED HERE ONCE.
           DISPLAY "TILDELT KUNDE-ID: " KUNDE-ID OF KUNDEOPL-IN
           PERFORM INDTAST-FELTER
           PERFORM VALIDER-KUNDE
      * NO CUSTOMER IS OPENED WITHOUT THE IDENTITY DOCUMENT THE
      * COUNTER CHECKED - IT IS KEYED HERE, BEFORE THE WRITE.
           IF WS-FEJL = "N"
               PERFORM INDTAST-LEGITIMATION
               PERFORM VALIDER-LEGITIMATION
           END-IF
           IF WS-FEJL = "Y"
               DISPLAY "KUNDE IKKE OPRETTET - " WS-FEJLTEKST
           ELSE
                   NOT INVALID KEY
                       DISPLAY "KUNDE OPRETTET."
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       PERFORM GEM-LEGITIMATION
               END-WRITE
           END-IF.

      * A CUSTOMER BRINGS A NEW PASSPORT OR DRIVING LICENCE - THE
      * NEW DOCUMENT BECOMES THE AKTIV ONE AND THE OLD ONE IS KEPT
      * AS ERSTATTET. THIS IS ALSO HOW A CUSTOMER FLAGGED BY
      * KYCVURDERING FOR AN EXPIRED DOCUMENT IS CLEARED.
       NY-LEGITIMATION.
           MOVE SPACES TO KUNDEOPL-IN
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING
           ACCEPT KUNDE-ID OF KUNDEOPL-IN
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   DISPLAY "KUNDE FINDES IKKE: "
                       KUNDE-ID OF KUNDEOPL-IN
               NOT INVALID KEY
                   MOVE "N" TO WS-FEJL
                   PERFORM INDTAST-LEGITIMATION
                   PERFORM VALIDER-LEGITIMATION
                   IF WS-FEJL = "Y"
                       DISPLAY "LEGITIMATION IKKE REGISTRERET - "
                           WS-FEJLTEKST
                   ELSE
                       PERFORM GEM-LEGITIMATION
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "LEGITIMATION REGISTRERET."
                   END-IF
           END-READ.

      * PROMPTS FOR THE DOCUMENT THE OPERATOR HAS IN HAND. THE
      * OPERATOR SIGNED ON IS RECORDED AS THE ONE WHO VERIFIED IT.
       INDTAST-LEGITIMATION.
           MOVE SPACES TO NY-LEGIT
           MOVE KUNDE-ID OF KUNDEOPL-IN TO LG-KUNDE-ID OF NY-LEGIT
           DISPLAY "LEGITIMATION (PAS/KOEREKORT/ID-KORT/OPHOLDSKORT): "
               WITH NO ADVANCING
           ACCEPT LG-DOK-TYPE OF NY-LEGIT
           DISPLAY "DOKUMENTNUMMER: " WITH NO ADVANCING
           ACCEPT LG-DOK-NR OF NY-LEGIT
           DISPLAY "UDSTEDT AF LAND (2 BOGSTAVER): " WITH NO ADVANCING
           ACCEPT LG-UDSTEDER-LAND OF NY-LEGIT
           DISPLAY "UDLOEBSDATO (AAAA-MM-DD): " WITH NO ADVANCING
           ACCEPT LG-UDLOEB-DATO OF NY-LEGIT
           MOVE WS-SESSION-START-DATE(1:4) TO WS-LG-I-DAG(1:4)
           MOVE "-" TO WS-LG-I-DAG(5:1)
           MOVE WS-SESSION-START-DATE(5:2) TO WS-LG-I-DAG(6:2)
           MOVE "-" TO WS-LG-I-DAG(8:1)
           MOVE WS-SESSION-START-DATE(7:2) TO WS-LG-I-DAG(9:2)
           MOVE WS-OPERATOR TO LG-VERIFICERET-AF OF NY-LEGIT
           MOVE WS-LG-I-DAG TO LG-VERIFICERET-DATO OF NY-LEGIT
           MOVE "AKTIV" TO LG-STATUS OF NY-LEGIT.

      * A DOCUMENT THAT HAS ALREADY EXPIRED IS NOT LEGITIMATION -
      * THE COUNTER MUST SEE A VALID ONE.
       VALIDER-LEGITIMATION.
           IF WS-FEJL = "N"
               AND LG-DOK-TYPE OF NY-LEGIT NOT = "PAS"
               AND LG-DOK-TYPE OF NY-LEGIT NOT = "KOEREKORT"
               AND LG-DOK-TYPE OF NY-LEGIT NOT = "ID-KORT"
               AND LG-DOK-TYPE OF NY-LEGIT NOT = "OPHOLDSKORT"
               MOVE "Y" TO WS-FEJL
               MOVE "UKENDT LEGITIMATIONSTYPE" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND LG-DOK-NR OF NY-LEGIT = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "DOKUMENTNUMMER ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND LG-UDSTEDER-LAND OF NY-LEGIT IS NOT ALPHABETIC
               MOVE "Y" TO WS-FEJL
               MOVE "UDSTEDERLAND SKAL VAERE EN ISO 3166-KODE"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND (LG-UDSTEDER-LAND OF NY-LEGIT(1:1) = SPACE
                   OR LG-UDSTEDER-LAND OF NY-LEGIT(2:1) = SPACE)
               MOVE "Y" TO WS-FEJL
               MOVE "UDSTEDERLAND SKAL VAERE EN ISO 3166-KODE"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE LG-UDLOEB-DATO OF NY-LEGIT(1:4)
                   TO WS-LG-UDLOEB-YYYYMMDD(1:4)
               MOVE LG-UDLOEB-DATO OF NY-LEGIT(6:2)
                   TO WS-LG-UDLOEB-YYYYMMDD(5:2)
               MOVE LG-UDLOEB-DATO OF NY-LEGIT(9:2)
                   TO WS-LG-UDLOEB-YYYYMMDD(7:2)
               IF WS-LG-UDLOEB-YYYYMMDD IS NOT NUMERIC
                   OR LG-UDLOEB-DATO OF NY-LEGIT(5:1) NOT = "-"
                   OR LG-UDLOEB-DATO OF NY-LEGIT(8:1) NOT = "-"
                   MOVE "Y" TO WS-FEJL
                   MOVE "UDLOEBSDATO SKAL VAERE AAAA-MM-DD"
                       TO WS-FEJLTEKST
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-LG-UDLOEB-NUM)
                           NOT = ZERO
                       MOVE "Y" TO WS-FEJL
                       MOVE "UDLOEBSDATO ER IKKE EN GYLDIG DATO"
                           TO WS-FEJLTEKST
                   END-IF
               END-IF
           END-IF
           IF WS-FEJL = "N"
               AND LG-UDLOEB-DATO OF NY-LEGIT NOT > WS-LG-I-DAG
               MOVE "Y" TO WS-FEJL
               MOVE "LEGITIMATIONEN ER UDLOEBET" TO WS-FEJLTEKST
           END-IF.

      * ADDS NY-LEGIT TO THE REGISTER, TURNING THE CUSTOMER'S
      * PREVIOUS AKTIV DOCUMENT ERSTATTET IN THE SAME REWRITE.
       GEM-LEGITIMATION.
           MOVE ZEROES TO ANTAL-LEGIT
           MOVE "N" TO EOF-LEGIT
           OPEN INPUT LEGITIMATIONER
           IF WS-LEGIT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LEGIT = "Y"
                   READ LEGITIMATIONER
                       AT END
                           MOVE "Y" TO EOF-LEGIT
                       NOT AT END
                           ADD 1 TO ANTAL-LEGIT
                           MOVE LEGIT-REC TO LEGIT-AR(ANTAL-LEGIT)
                   END-READ
               END-PERFORM
               CLOSE LEGITIMATIONER
           END-IF
           PERFORM VARYING WS-LEGIT-IX FROM 1 BY 1
                   UNTIL WS-LEGIT-IX > ANTAL-LEGIT
               IF LG-KUNDE-ID OF LEGIT-AR(WS-LEGIT-IX)
                       = LG-KUNDE-ID OF NY-LEGIT
                   AND LG-STATUS OF LEGIT-AR(WS-LEGIT-IX) = "AKTIV"
                   MOVE "ERSTATTET"
                       TO LG-STATUS OF LEGIT-AR(WS-LEGIT-IX)
               END-IF
           END-PERFORM
           ADD 1 TO ANTAL-LEGIT
           MOVE NY-LEGIT TO LEGIT-AR(ANTAL-LEGIT)
           OPEN OUTPUT LEGITIMATIONER
           PERFORM VARYING WS-LEGIT-IX FROM 1 BY 1
                   UNTIL WS-LEGIT-IX > ANTAL-LEGIT
               MOVE LEGIT-AR(WS-LEGIT-IX) TO LEGIT-REC
               WRITE LEGIT-REC
           END-PERFORM
           CLOSE LEGITIMATIONER.

      * READS KUNDEIDKONTROL.TXT FOR THE LAST KUNDE-ID HANDED OUT
      * (MISSING FILE - STATUS "35" - MEANS NO CUSTOMER HAS EVER BEEN
      * ADDED THIS WAY YET, SO THE NEXT ID STARTS AT 1), ADDS ONE, AND
                       KUNDE-ID OF KUNDEOPL-IN
               NOT INVALID KEY
                   MOVE KUNDEOPL-IN TO GAMMEL-KUNDE-REC
                   PERFORM VIS-KUNDE-MEMOER
                   PERFORM INDTAST-FELTER
                   PERFORM VALIDER-KUNDE
                   IF WS-FEJL = "Y"
                   DISPLAY "KUNDE FINDES IKKE: "
                       KUNDE-ID OF KUNDEOPL-IN
               NOT INVALID KEY
                   PERFORM VIS-KUNDE-MEMOER
                   DISPLAY "BEKRAEFT LUKNING AF " FORNAVN OF KUNDEOPL-IN
                       " " EFTERNAVN OF KUNDEOPL-IN " (J/N): "
                       WITH NO ADVANCING
           MOVE WS-J-TID-RAW(3:2) TO WS-JOURNAL-TID(15:2)
           MOVE ":" TO WS-JOURNAL-TID(17:1)
           MOVE WS-J-TID-RAW(5:2) TO WS-JOURNAL-TID(18:2)
           PERFORM HENT-AJ-KSUM
           OPEN EXTEND AENDRINGS-JOURNAL
           IF WS-AJOURNAL-STATUS = "35"
               OPEN OUTPUT AENDRINGS-JOURNAL
           MOVE WS-J-FELT TO AJ-FELT OF JOURNAL-REC
           MOVE WS-J-GAMMEL TO AJ-GAMMEL OF JOURNAL-REC
           MOVE WS-J-NY TO AJ-NY OF JOURNAL-REC
           PERFORM KSUM-AJ-REC
           WRITE JOURNAL-REC
           CLOSE AENDRINGS-JOURNAL.

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

      * WHERE THE CHANGE JOURNAL'S CHAIN LEFT OFF - SAME RULES AS
      * HENT-AUDIT-KSUM.
       HENT-AJ-KSUM.
           MOVE ZEROES TO WS-AJ-LOEBENR
           MOVE ZEROES TO WS-AJ-KSUM
           MOVE "N" TO WS-KSUM-EOF
           OPEN INPUT AENDRINGS-JOURNAL
           IF WS-AJOURNAL-STATUS = "00"
               PERFORM UNTIL WS-KSUM-EOF = "Y"
                   READ AENDRINGS-JOURNAL
                       AT END
                           MOVE "Y" TO WS-KSUM-EOF
                       NOT AT END
                           IF AJ-LOEBENR OF JOURNAL-REC IS NUMERIC
                               MOVE AJ-LOEBENR OF JOURNAL-REC
                                   TO WS-AJ-LOEBENR
                               MOVE AJ-KSUM OF JOURNAL-REC
                                   TO WS-AJ-KSUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AENDRINGS-JOURNAL
           END-IF.

       KSUM-AJ-REC.
           ADD 1 TO WS-AJ-LOEBENR
           MOVE WS-AJ-LOEBENR TO AJ-LOEBENR OF JOURNAL-REC
           MOVE JOURNAL-REC(1:136) TO WS-KSUM-DATA
           MOVE 136 TO WS-KSUM-LAENGDE
           MOVE WS-AJ-KSUM TO WS-KSUM
           PERFORM BEREGN-KSUM
           MOVE WS-KSUM TO WS-AJ-KSUM
           MOVE WS-KSUM TO AJ-KSUM OF JOURNAL-REC.

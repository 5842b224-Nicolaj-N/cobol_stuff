               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CORPORATE REGISTER - A BUSINESS CUSTOMER IS RATED WITH
      * ITS REGISTERED BENEFICIAL OWNERS, NOT AS IF IT WERE A PERSON.
      * SEE VURDER-EJERE.
           SELECT VIRKSOMHEDER ASSIGN TO "Virksomheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIRK-STATUS.
      * THE DAY'S VALIDATED FEED - CROSS-BORDER ROWS ARE A RISK
      * COMPONENT.
           SELECT TRANSAKTIONER-VALIDERET
           SELECT KYC-VURDERINGER ASSIGN TO "KycVurderinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-STATUS.
      * THE IDENTITY DOCUMENT REGISTER - A CUSTOMER WHOSE AKTIV
      * DOCUMENT HAS EXPIRED GOES ON THE QUEUE FOR A NEW ONE.
           SELECT LEGITIMATIONER ASSIGN TO "Legitimation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGIT-STATUS.
      * THE BRANCH'S DUE-FOR-REVIEW QUEUE, REBUILT NIGHTLY.
           SELECT KYC-REVIEW-KOE ASSIGN TO "KycReviewKoe.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD VIRKSOMHEDER.
       01 VIRKSOMHED-REC.
           COPY "VIRKSOMHEDER.cpy".
       FD TRANSAKTIONER-VALIDERET.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
           02  KY-RISIKO            PIC X(6).
           02  KY-VURDERET-DATO     PIC X(10).
           02  KY-NAESTE-REVIEW     PIC X(10).
       FD LEGITIMATIONER.
       01 LEGIT-REC.
           COPY "LEGITIMATION.cpy".
       FD KYC-REVIEW-KOE.
       01 KOE-RECORD.
           02  KOE-LINE             PIC X(100) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-KASSE-STATUS          PIC XX VALUE "00".
       01  WS-AML-STATUS            PIC XX VALUE "00".
       01  WS-KYC-STATUS            PIC XX VALUE "00".
       01  WS-VIRK-STATUS           PIC XX VALUE "00".
       01  WS-LEGIT-STATUS          PIC XX VALUE "00".
       01  EOF-LEGIT                PIC X VALUE "N".
       01  EOF-VIRK                 PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
           02  KU-KRYDS             PIC X VALUE "N".
           02  KU-KONTANT           PIC S9(11)V99 VALUE ZEROES.
           02  KU-AML-HIT           PIC X VALUE "N".
           02  KU-LEGIT-UDLOEB      PIC X(10) VALUE SPACES.
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
      * THE AKTIV CORPORATE RECORDS - THE COMPANY'S KUNDE-ID, ITS
      * CVR-NUMMER, AND THE KUNDE-IDS OF THE BENEFICIAL OWNERS WHO
      * ARE CUSTOMERS HERE. VK-IKKE-KUNDER COUNTS THE OWNERS WE KNOW
      * ONLY BY CPR AND NAME.
       01  VIRK-AR OCCURS 500 TIMES.
           02  VK-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  VK-CVR-NR            PIC X(8) VALUE SPACES.
           02  VK-ANTAL-EJERE       PIC 9 VALUE ZEROES.
           02  VK-EJER-KUNDE-ID OCCURS 6 TIMES PIC X(10)
                                    VALUE SPACES.
           02  VK-IKKE-KUNDER       PIC 9 VALUE ZEROES.
       01  ANTAL-VIRK               PIC 9(3) VALUE ZEROES.
       01  WS-VIRK-IX               PIC 9(3).
       01  WS-VIRK-SLOT             PIC 9(3) VALUE ZEROES.
       01  WS-P-IX                  PIC 9 VALUE ZEROES.
       01  WS-EJER-KUNDE-IX         PIC 9(4).
       01  WS-EJER-UDLAND           PIC X VALUE "N".
       01  WS-EJER-AML              PIC X VALUE "N".
      * KONTO -> KUNDE MAP FOR THE COMPONENT JOINS.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
       01  WS-AML-POS               PIC 9(3) VALUE ZEROES.
       01  WS-AML-KONTO             PIC X(10) VALUE SPACES.

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
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-KUNDER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-VIRKSOMHEDER
           PERFORM LOAD-LEGITIMATION
           PERFORM SAML-KRYDSGRAENSE
           PERFORM SAML-KONTANT
           PERFORM SAML-AML-HITS
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
               "  TIL-REVIEW " DELIMITED BY SIZE
               WS-RECS-TIL-REVIEW DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           END-PERFORM
           CLOSE KUNDEOPLYSNINGER.

      * MARKS EVERY CUSTOMER WHOSE AKTIV IDENTITY DOCUMENT EXPIRED
      * BEFORE TODAY. THE SCORE IS UNTOUCHED - AN EXPIRED PASSPORT
      * IS A DUE-DILIGENCE GAP, NOT A RISK FACTOR - BUT THE BRANCH
      * GETS THE CUSTOMER ON THE QUEUE. A CUSTOMER WITH NO DOCUMENT
      * ON THE REGISTER PREDATES IT AND IS NOT MARKED.
       LOAD-LEGITIMATION.
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
                           IF LG-STATUS = "AKTIV"
                               AND LG-UDLOEB-DATO < WS-DAGS-DATO
                               PERFORM FLAG-LEGITIMATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGITIMATIONER
           END-IF.

       FLAG-LEGITIMATION.
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KU-KUNDE-ID(WS-KUNDE-IX) = LG-KUNDE-ID
                   MOVE LG-UDLOEB-DATO TO KU-LEGIT-UDLOEB(WS-KUNDE-IX)
               END-IF
           END-PERFORM.

       LOAD-KONTO-EJER-TABEL.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

      * ONLY THE AKTIV VERSION OF EACH CVR-NUMMER IS LOADED; A
      * MISSING REGISTER LEAVES EVERY CUSTOMER RATED AS BEFORE.
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
                               PERFORM GEM-VIRKSOMHED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIRKSOMHEDER
           END-IF.

       GEM-VIRKSOMHED.
           ADD 1 TO ANTAL-VIRK
           MOVE VS-KUNDE-ID OF VIRKSOMHED-REC TO VK-KUNDE-ID(ANTAL-VIRK)
           MOVE VS-CVR-NR OF VIRKSOMHED-REC TO VK-CVR-NR(ANTAL-VIRK)
           PERFORM VARYING WS-P-IX FROM 1 BY 1
                   UNTIL WS-P-IX > VS-ANTAL-PERSONER OF VIRKSOMHED-REC
               IF VS-P-ROLLE OF VIRKSOMHED-REC(WS-P-IX) = "EJER"
                   OR VS-P-ROLLE OF VIRKSOMHED-REC(WS-P-IX) = "BEGGE"
                   ADD 1 TO VK-ANTAL-EJERE(ANTAL-VIRK)
                   IF VS-P-KUNDE-ID OF VIRKSOMHED-REC(WS-P-IX) = SPACES
                       ADD 1 TO VK-IKKE-KUNDER(ANTAL-VIRK)
                   ELSE
                       MOVE VS-P-KUNDE-ID OF VIRKSOMHED-REC(WS-P-IX)
                           TO VK-EJER-KUNDE-ID(ANTAL-VIRK,
                               VK-ANTAL-EJERE(ANTAL-VIRK))
                   END-IF
               END-IF
           END-PERFORM.

       FLAG-KUNDE-FOR-KONTO.
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
           IF KU-AML-HIT(WS-KUNDE-IX) = "Y"
               ADD 3 TO WS-SCORE
           END-IF
           PERFORM VURDER-EJERE
           EVALUATE TRUE
               WHEN WS-SCORE >= 5
                   MOVE "HOEJ" TO WS-RISIKO
           MOVE WS-RISIKO TO KV-RISIKO(WS-KYC-SLOT)
           ADD 1 TO WS-RECS-OUT.

      * A COMPANY ON THE CORPORATE REGISTER CARRIES ITS OWNERS' RISK:
      * AN OWNER RESIDENT ABROAD COUNTS AS FOREIGN RESIDENCE AND AN
      * OWNER QUOTED ON THE AML REPORT AS AN AML HIT, EACH ONCE AND
      * ONLY WHEN THE COMPANY DOES NOT ALREADY SCORE IT ITSELF. AN
      * OWNER WHO IS NOT OUR CUSTOMER HAS HAD NO KYC OF OURS AND
      * ADDS ONE POINT.
       VURDER-EJERE.
           MOVE ZEROES TO WS-VIRK-SLOT
           PERFORM VARYING WS-VIRK-IX FROM 1 BY 1
                   UNTIL WS-VIRK-IX > ANTAL-VIRK
               IF VK-KUNDE-ID(WS-VIRK-IX) = KU-KUNDE-ID(WS-KUNDE-IX)
                   MOVE WS-VIRK-IX TO WS-VIRK-SLOT
               END-IF
           END-PERFORM
           IF WS-VIRK-SLOT > ZEROES
               MOVE "N" TO WS-EJER-UDLAND
               MOVE "N" TO WS-EJER-AML
               PERFORM VARYING WS-P-IX FROM 1 BY 1
                       UNTIL WS-P-IX > VK-ANTAL-EJERE(WS-VIRK-SLOT)
                   PERFORM VARYING WS-EJER-KUNDE-IX FROM 1 BY 1
                           UNTIL WS-EJER-KUNDE-IX > ANTAL-KUNDER
                       IF KU-KUNDE-ID(WS-EJER-KUNDE-IX)
                               = VK-EJER-KUNDE-ID(WS-VIRK-SLOT, WS-P-IX)
                           AND VK-EJER-KUNDE-ID(WS-VIRK-SLOT, WS-P-IX)
                               NOT = SPACES
                           PERFORM FLAG-EJER
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-EJER-UDLAND = "Y"
                   AND (KU-LANDE-KODE(WS-KUNDE-IX) = "DK"
                     OR KU-LANDE-KODE(WS-KUNDE-IX) = SPACES)
                   ADD 2 TO WS-SCORE
               END-IF
               IF WS-EJER-AML = "Y"
                   AND KU-AML-HIT(WS-KUNDE-IX) NOT = "Y"
                   ADD 3 TO WS-SCORE
               END-IF
               IF VK-IKKE-KUNDER(WS-VIRK-SLOT) > ZEROES
                   ADD 1 TO WS-SCORE
               END-IF
           END-IF.

       FLAG-EJER.
           IF KU-LANDE-KODE(WS-EJER-KUNDE-IX) NOT = "DK"
               AND KU-LANDE-KODE(WS-EJER-KUNDE-IX) NOT = SPACES
               MOVE "Y" TO WS-EJER-UDLAND
           END-IF
           IF KU-AML-HIT(WS-EJER-KUNDE-IX) = "Y"
               MOVE "Y" TO WS-EJER-AML
           END-IF.

       GEM-KYC.
           OPEN OUTPUT KYC-VURDERINGER
           PERFORM VARYING WS-KYC-IX FROM 1 BY 1
                       " REVIEW FORFALDEN " DELIMITED BY SIZE
                       KV-REVIEW(WS-KYC-IX) DELIMITED BY SIZE
                       INTO KOE-RECORD
                   PERFORM VARYING WS-VIRK-IX FROM 1 BY 1
                           UNTIL WS-VIRK-IX > ANTAL-VIRK
                       IF VK-KUNDE-ID(WS-VIRK-IX)
                               = KV-KUNDE-ID(WS-KYC-IX)
                           MOVE " CVR " TO KOE-LINE(85:5)
                           MOVE VK-CVR-NR(WS-VIRK-IX)
                               TO KOE-LINE(90:8)
                       END-IF
                   END-PERFORM
                   WRITE KOE-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KU-LEGIT-UDLOEB(WS-KUNDE-IX) NOT = SPACES
                   ADD 1 TO WS-RECS-TIL-REVIEW
                   MOVE SPACES TO KOE-RECORD
                   STRING "KUNDE " DELIMITED BY SIZE
                       KU-KUNDE-ID(WS-KUNDE-IX) DELIMITED BY SIZE
                       " LEGITIMATION UDLOEBET " DELIMITED BY SIZE
                       KU-LEGIT-UDLOEB(WS-KUNDE-IX) DELIMITED BY SIZE
                       " - NY LEGITIMATION KRAEVES" DELIMITED BY SIZE
                       INTO KOE-RECORD
                   WRITE KOE-RECORD
               END-IF
           END-PERFORM
           CLOSE KYC-REVIEW-KOE.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CARD SCHEME'S NIGHTLY SETTLEMENT FILE - SEE
      * KORTAFREGNINGER.CPY. OPTIONAL: NO FILE, NOTHING PRESENTED
      * TONIGHT.
           SELECT KORT-AFREGNINGER ASSIGN TO "KortAfregninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFR-STATUS.
      * THE PERSISTENT HOLDS REGISTER - LOADED WHOLE, SETTLED IN
      * MEMORY AND WRITTEN BACK, SAME SNAPSHOT-AND-REWRITE SHAPE AS
      * KORTAUTORISATIONER.
           SELECT RESERVATIONER ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERV-STATUS.
      * THE CARD REGISTER - THE PRESENTED CARD NUMBER RESOLVES TO
      * ITS ACCOUNT AND CUSTOMER HERE. SEE KORT.CPY.
           SELECT KORT-REGISTER ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * READ ONCE FOR THE REG-NR TABLE, THEN REOPENED EXTEND FOR THE
      * BOOKED PURCHASES - SAME SHAPE AS THE OTHER POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MATCHING TOLERANCES - EXTERNAL CONFIG, SAME IDIOM AS
      * KURSTOLERANCE.TXT. MISSING OR ZERO FIELDS KEEP THE BUILT-IN
      * DEFAULTS.
           SELECT AFREGNING-TOLERANCE
               ASSIGN TO "KortAfregningTolerance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.
      * THE CARD DESK'S EXCEPTION LIST - PRESENTMENTS WITH NO HOLD,
      * PRESENTMENTS THAT COULD NOT BE BOOKED, AND HOLDS STILL NOT
      * SETTLED AFTER THE TOLERATED NUMBER OF DAYS. REBUILT EVERY
      * NIGHT; MORGENDASHBOARD COUNTS IT.
           SELECT KORT-AFR-AFVIGELSER
               ASSIGN TO "KortAfregningAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL
               ASSIGN TO "KortAfregningJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * THE SETTLEMENT FILE IS CONSUMED AFTER THE RUN - DATED
      * ARCHIVE, THEN TRUNCATE - SO A FILE LEFT IN PLACE CANNOT BOOK
      * THE SAME PURCHASES TWICE. SEE ARKIVER-AFREGNINGER.
           SELECT AFREGNING-ARKIV ASSIGN TO WS-ARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KORT-AFREGNINGER.
       01 AFREGNING-REC.
           COPY "KORTAFREGNINGER.cpy".
       FD RESERVATIONER.
       01 RESERV-REC.
           COPY "RESERVATIONER.cpy".
       FD KORT-REGISTER.
       01 KORT-REC.
           COPY "KORT.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD AFREGNING-TOLERANCE.
       01 TOLERANCE-REC.
           02  AT-PROCENT           PIC 9(3).
           02  AT-DAGE              PIC 9(3).
           02  AT-UAFREGNET-DAGE    PIC 9(3).
       FD KORT-AFR-AFVIGELSER.
       01 AFVIGELSE-RECORD.
           02  AFVIGELSE-LINE       PIC X(150) VALUE SPACES.
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
       FD AFREGNING-ARKIV.
       01 AFREGNING-ARKIV-REC       PIC X(200).
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "KORTAFRG".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RUN-ID                PIC X(16) VALUE SPACES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-AFR-STATUS            PIC XX VALUE "00".
       01  WS-RESERV-STATUS         PIC XX VALUE "00".
       01  WS-KORT-STATUS           PIC XX VALUE "00".
       01  WS-TOL-STATUS            PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-AFR                  PIC X VALUE "N".
       01  EOF-RESERV               PIC X VALUE "N".
       01  EOF-KORT                 PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
      * DATED ARCHIVE OF THE CONSUMED SETTLEMENT FILE - SEE
      * BUILD-ARKIV-NAVN/ARKIVER-AFREGNINGER.
       01  WS-ARKIV-NAVN            PIC X(40) VALUE SPACES.
       01  WS-ARKIV-BUFFER          PIC X(200) VALUE SPACES.
       01  EOF-ARKIV                PIC X VALUE "N".
       01  WS-AFR-BEHANDLET         PIC X VALUE "N".
      * MATCHING TOLERANCES: THE BOOKED AMOUNT MAY DIFFER FROM THE
      * HOLD BY WS-TOL-PROCENT OF THE HOLD, THE PURCHASE DATE FROM
      * THE AUTHORIZATION DATE BY WS-TOL-DAGE EITHER WAY, AND A HOLD
      * STILL AABEN AFTER WS-UAFREGNET-DAGE IS AN EXCEPTION.
       01  WS-TOL-PROCENT           PIC 9(3) VALUE 15.
       01  WS-TOL-DAGE              PIC 9(3) VALUE 3.
       01  WS-UAFREGNET-DAGE        PIC 9(3) VALUE 7.
      * THE WHOLE HOLDS REGISTER IN MEMORY.
       01  RESERV-AR OCCURS 999 TIMES.
           COPY "RESERVATIONER.cpy".
       01  ANTAL-RESERV             PIC 9(4) VALUE ZEROES.
       01  WS-RESERV-IX             PIC 9(4).
       01  WS-RESERV-MATCH-IX       PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-AFREGNET        PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-UDEN-HOLD       PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-UAFREGNET       PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-AFVIST          PIC 9(4) VALUE ZEROES.
      * THE CARD REGISTER, LOADED ONCE.
       01  KORT-AR OCCURS 999 TIMES.
           COPY "KORT.cpy".
       01  ANTAL-KORT               PIC 9(4) VALUE ZEROES.
       01  WS-KORT-IX               PIC 9(4).
       01  WS-KORT-MATCH-IX         PIC 9(4) VALUE ZEROES.
      * CUSTOMER MASTER FOR CPR AND NAME ON THE POSTED ROW.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
      * ACCOUNT -> REG-NR TABLE - SAME SHAPE AS THE OTHER POSTERS.
       01  KONTO-REG-AR OCCURS 999 TIMES.
           02  KRA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KRA-REG-NR           PIC 9(4) VALUE ZEROES.
       01  ANTAL-REG                PIC 9(4) VALUE ZEROES.
       01  WS-REG-IX                PIC 9(4).
       01  WS-REG-FOUND             PIC X VALUE "N".
      * BOOKED PURCHASES QUEUED IN THE INTAKE PASS AND POSTED AFTER
      * IT - SAME SHAPE AS CLEARINGINDKOERSEL'S KREDIT-AR.
       01  KOEB-AR OCCURS 999 TIMES.
           02  KB-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KB-KUNDE-IX          PIC 9(4) VALUE ZEROES.
           02  KB-BELOB             PIC S9(9)V99 VALUE ZEROES.
           02  KB-VALUTA            PIC X(3) VALUE SPACES.
           02  KB-KOEBS-DATO        PIC X(10) VALUE SPACES.
           02  KB-BUTIK             PIC X(10) VALUE SPACES.
       01  ANTAL-KOEB               PIC 9(4) VALUE ZEROES.
       01  WS-KOEB-IX               PIC 9(4).
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-AFV-BELOB-TEKST       PIC -(9)9.99.
       01  WS-AFV-AARSAG            PIC X(40) VALUE SPACES.
      * HOLD MATCHING - DAY NUMBERS FOR THE DATE WINDOW AND THE
      * SMALLEST AMOUNT DIFFERENCE SEEN SO FAR.
       01  WS-DATO-TEKST            PIC X(10) VALUE SPACES.
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-DATO-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-IDAG-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-KOEB-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-DAGE                  PIC S9(9) VALUE ZEROES.
       01  WS-DAGE-TEKST            PIC Z(4)9.
       01  WS-DIFF                  PIC S9(9)V99 VALUE ZEROES.
       01  WS-BEDSTE-DIFF           PIC S9(9)V99 VALUE ZEROES.
       01  WS-MAX-DIFF              PIC S9(9)V99 VALUE ZEROES.

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
           STOP RUN.

      * READS THE SCHEME'S SETTLEMENT FILE, PAIRS EACH PRESENTMENT
      * WITH ITS HOLD BY CARD, AMOUNT AND DATE, BOOKS THE PURCHASE
      * ONTO TRANSAKTIONER.TXT AHEAD OF THE STEP025 VALIDATION PASS,
      * FLIPS THE HOLD TO AFREGNET, AND LISTS EVERYTHING THAT DID
      * NOT PAIR UP FOR THE CARD DESK.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-TOLERANCE
           PERFORM LOAD-KORT-REGISTER
           PERFORM LOAD-RESERVATIONER
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-REG-NR-TABEL
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           OPEN OUTPUT KORT-AFR-AFVIGELSER
           OPEN INPUT KORT-AFREGNINGER
           IF WS-AFR-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "Y" TO WS-AFR-BEHANDLET
               PERFORM UNTIL EOF-AFR = "Y"
                   READ KORT-AFREGNINGER
                       AT END
                           MOVE "Y" TO EOF-AFR
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           PERFORM BEHANDL-AFREGNING
                   END-READ
               END-PERFORM
               CLOSE KORT-AFREGNINGER
           END-IF
           PERFORM FIND-UAFREGNEDE
           CLOSE KORT-AFR-AFVIGELSER
           PERFORM POSTER-KOEB THRU POSTER-KOEB-EXIT
           IF WS-AFR-BEHANDLET = "Y"
               PERFORM SKRIV-RESERVATIONER-RETUR
               PERFORM ARKIVER-AFREGNINGER
           END-IF
           DISPLAY "KORTAFRG: " WS-ANTAL-AFREGNET
               " RESERVATIONER AFREGNET"
           DISPLAY "KORTAFRG: " WS-ANTAL-UDEN-HOLD
               " AFREGNINGER UDEN RESERVATION"
           DISPLAY "KORTAFRG: " WS-ANTAL-AFVIST
               " AFREGNINGER IKKE BOGFOERT"
           DISPLAY "KORTAFRG: " WS-ANTAL-UAFREGNET
               " RESERVATIONER UAFREGNET OVER GRAENSEN"
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           COMPUTE WS-IDAG-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2)
           MOVE WS-DAGS-DATO TO WS-TIDSPUNKT(1:10)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-RUN-START-TIME(1:2) TO WS-TIDSPUNKT(12:2)
           MOVE ":" TO WS-TIDSPUNKT(14:1)
           MOVE WS-RUN-START-TIME(3:2) TO WS-TIDSPUNKT(15:2)
           MOVE ":" TO WS-TIDSPUNKT(17:1)
           MOVE WS-RUN-START-TIME(5:2) TO WS-TIDSPUNKT(18:2).

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
               "  OUT " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * ONE LINE: AMOUNT PERCENT, DATE DAYS, UNSETTLED DAYS. EACH
      * FIELD IS TAKEN ON ITS OWN, SO A SHORT OR PARTLY BLANK LINE
      * STILL KEEPS THE DEFAULTS FOR WHAT IT LEAVES OUT.
       LOAD-TOLERANCE.
           OPEN INPUT AFREGNING-TOLERANCE
           IF WS-TOL-STATUS = "35"
               CONTINUE
           ELSE
               READ AFREGNING-TOLERANCE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AT-PROCENT OF TOLERANCE-REC IS NUMERIC
                           AND AT-PROCENT OF TOLERANCE-REC
                               NOT = ZEROES
                           MOVE AT-PROCENT OF TOLERANCE-REC
                               TO WS-TOL-PROCENT
                       END-IF
                       IF AT-DAGE OF TOLERANCE-REC IS NUMERIC
                           AND AT-DAGE OF TOLERANCE-REC NOT = ZEROES
                           MOVE AT-DAGE OF TOLERANCE-REC
                               TO WS-TOL-DAGE
                       END-IF
                       IF AT-UAFREGNET-DAGE OF TOLERANCE-REC
                               IS NUMERIC
                           AND AT-UAFREGNET-DAGE OF TOLERANCE-REC
                               NOT = ZEROES
                           MOVE AT-UAFREGNET-DAGE OF TOLERANCE-REC
                               TO WS-UAFREGNET-DAGE
                       END-IF
               END-READ
               CLOSE AFREGNING-TOLERANCE
           END-IF.

      * LOADS KORT.TXT. A MISSING REGISTER MEANS NO PRESENTED CARD
      * RESOLVES AND EVERY SETTLEMENT LANDS ON THE EXCEPTION LIST.
       LOAD-KORT-REGISTER.
           OPEN INPUT KORT-REGISTER
           IF WS-KORT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KORT = "Y"
                   READ KORT-REGISTER
                       AT END
                           MOVE "Y" TO EOF-KORT
                       NOT AT END
                           ADD 1 TO ANTAL-KORT
                           MOVE KORT-REC TO KORT-AR(ANTAL-KORT)
                   END-READ
               END-PERFORM
               CLOSE KORT-REGISTER
           END-IF.

       LOAD-RESERVATIONER.
           OPEN INPUT RESERVATIONER
           IF WS-RESERV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-RESERV = "Y"
                   READ RESERVATIONER
                       AT END
                           MOVE "Y" TO EOF-RESERV
                       NOT AT END
                           ADD 1 TO ANTAL-RESERV
                           MOVE RESERV-REC TO RESERV-AR(ANTAL-RESERV)
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONER
           END-IF.

       LOAD-KUNDEOPLYSNINGER.
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL EOF-KUNDE = "Y"
               READ KUNDEOPLYSNINGER INTO KUNDEOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KUNDE
                   NOT AT END
                       ADD 1 TO ANTAL-KUNDER
                       MOVE KUNDEOPL-IN TO KUNDEOPL-AR(ANTAL-KUNDER)
               END-READ
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER.

      * ONE PASS OVER TRANSAKTIONER.TXT FOR THE REG-NR TABLE - SAME
      * SHAPE AS THE OTHER POSTING RUNS.
       LOAD-REG-NR-TABEL.
           OPEN INPUT TRANSAKTIONER
           PERFORM UNTIL EOF-TRANS = "Y"
               READ TRANSAKTIONER INTO TRANSAKTION-REC
                   AT END
                       MOVE "Y" TO EOF-TRANS
                   NOT AT END
                       MOVE "N" TO WS-REG-FOUND
                       PERFORM VARYING WS-REG-IX FROM 1 BY 1
                               UNTIL WS-REG-IX > ANTAL-REG
                           IF KRA-KONTO-ID(WS-REG-IX)
                                   = KONTO-ID OF TRANSAKTION-REC
                               MOVE REG-NR OF TRANSAKTION-REC
                                   TO KRA-REG-NR(WS-REG-IX)
                               MOVE "Y" TO WS-REG-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-REG-FOUND = "N"
                           ADD 1 TO ANTAL-REG
                           MOVE KONTO-ID OF TRANSAKTION-REC
                               TO KRA-KONTO-ID(ANTAL-REG)
                           MOVE REG-NR OF TRANSAKTION-REC
                               TO KRA-REG-NR(ANTAL-REG)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER.

      * ONE PRESENTMENT. THE CARD MUST BE ON THE REGISTER - BUT NOT
      * NECESSARILY AKTIV, SINCE A PURCHASE AUTHORIZED BEFORE THE
      * CARD WAS STOPPED STILL HAS TO BE BOOKED. A PRESENTMENT WITH
      * NO MATCHING HOLD IS STILL BOOKED (THE SCHEME HAS ALREADY
      * DEBITED US) BUT LANDS ON THE EXCEPTION LIST.
       BEHANDL-AFREGNING.
           MOVE ZEROES TO WS-KORT-MATCH-IX
           PERFORM VARYING WS-KORT-IX FROM 1 BY 1
                   UNTIL WS-KORT-IX > ANTAL-KORT
               IF KT-KORTNUMMER OF KORT-AR(WS-KORT-IX)
                       = KA-KORTNUMMER OF AFREGNING-REC
                   MOVE WS-KORT-IX TO WS-KORT-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-KORT-MATCH-IX = ZEROES
               MOVE "KORT IKKE I REGISTRET - IKKE BOGFOERT"
                   TO WS-AFV-AARSAG
               ADD 1 TO WS-ANTAL-AFVIST
               PERFORM SKRIV-AFREGNING-AFVIGELSE
           ELSE
               MOVE ZEROES TO WS-KUNDE-MATCH-IX
               PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                       UNTIL WS-KUNDE-IX > ANTAL-KUNDER
                   IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                           = KT-KUNDE-ID OF KORT-AR(WS-KORT-MATCH-IX)
                       MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
                   END-IF
               END-PERFORM
               IF WS-KUNDE-MATCH-IX = ZEROES
                   MOVE "KUNDE IKKE FUNDET - IKKE BOGFOERT"
                       TO WS-AFV-AARSAG
                   ADD 1 TO WS-ANTAL-AFVIST
                   PERFORM SKRIV-AFREGNING-AFVIGELSE
               ELSE
                   PERFORM FIND-RESERVATION
                   IF WS-RESERV-MATCH-IX = ZEROES
                       MOVE "INGEN RESERVATION - BOGFOERT"
                           TO WS-AFV-AARSAG
                       ADD 1 TO WS-ANTAL-UDEN-HOLD
                       PERFORM SKRIV-AFREGNING-AFVIGELSE
                   ELSE
                       PERFORM AFREGN-RESERVATION
                   END-IF
                   PERFORM KOE-KOEB
               END-IF
           END-IF.

      * THE BEST HOLD FOR THIS PRESENTMENT: SAME CARD (OR, FOR A ROW
      * TAKEN IN BEFORE THE REGISTER CARRIED CARD NUMBERS, SAME
      * ACCOUNT), SAME CURRENCY, NOT ALREADY SETTLED, PURCHASE DATE
      * WITHIN WS-TOL-DAGE OF THE AUTHORIZATION AND AMOUNT WITHIN
      * WS-TOL-PROCENT OF THE HOLD. AN UDLOEBET HOLD STILL PAIRS -
      * A LATE PRESENTMENT IS STILL THE SAME PURCHASE. OF SEVERAL
      * CANDIDATES THE CLOSEST AMOUNT WINS.
       FIND-RESERVATION.
           MOVE ZEROES TO WS-RESERV-MATCH-IX
           MOVE KA-KOEBS-DATO OF AFREGNING-REC TO WS-DATO-TEKST
           PERFORM DATO-TIL-HELTAL
           MOVE WS-DATO-HELTAL TO WS-KOEB-HELTAL
           PERFORM VARYING WS-RESERV-IX FROM 1 BY 1
                   UNTIL WS-RESERV-IX > ANTAL-RESERV
               PERFORM VURDER-RESERVATION THRU VURDER-RESERVATION-EXIT
           END-PERFORM.

       VURDER-RESERVATION.
           IF RS-STATUS OF RESERV-AR(WS-RESERV-IX) NOT = "AABEN"
               AND RS-STATUS OF RESERV-AR(WS-RESERV-IX)
                   NOT = "UDLOEBET"
               GO TO VURDER-RESERVATION-EXIT
           END-IF
           IF RS-KORTNUMMER OF RESERV-AR(WS-RESERV-IX) = SPACES
               IF RS-KONTO-ID OF RESERV-AR(WS-RESERV-IX)
                       NOT = KT-KONTO-ID OF KORT-AR(WS-KORT-MATCH-IX)
                   GO TO VURDER-RESERVATION-EXIT
               END-IF
           ELSE
               IF RS-KORTNUMMER OF RESERV-AR(WS-RESERV-IX)
                       NOT = KA-KORTNUMMER OF AFREGNING-REC
                   GO TO VURDER-RESERVATION-EXIT
               END-IF
           END-IF
           IF RS-VALUTA OF RESERV-AR(WS-RESERV-IX)
                   NOT = KA-VALUTA OF AFREGNING-REC
               GO TO VURDER-RESERVATION-EXIT
           END-IF
           MOVE RS-AUTORISERET-DATO OF RESERV-AR(WS-RESERV-IX)
               TO WS-DATO-TEKST
           PERFORM DATO-TIL-HELTAL
           IF WS-DATO-HELTAL = ZEROES OR WS-KOEB-HELTAL = ZEROES
               GO TO VURDER-RESERVATION-EXIT
           END-IF
           COMPUTE WS-DAGE = WS-KOEB-HELTAL - WS-DATO-HELTAL
           IF WS-DAGE < ZEROES
               COMPUTE WS-DAGE = ZEROES - WS-DAGE
           END-IF
           IF WS-DAGE > WS-TOL-DAGE
               GO TO VURDER-RESERVATION-EXIT
           END-IF
           COMPUTE WS-DIFF = KA-BELOB OF AFREGNING-REC
               - RS-BELOB OF RESERV-AR(WS-RESERV-IX)
           IF WS-DIFF < ZEROES
               COMPUTE WS-DIFF = ZEROES - WS-DIFF
           END-IF
           COMPUTE WS-MAX-DIFF ROUNDED =
               RS-BELOB OF RESERV-AR(WS-RESERV-IX)
                   * WS-TOL-PROCENT / 100
           IF WS-DIFF > WS-MAX-DIFF
               GO TO VURDER-RESERVATION-EXIT
           END-IF
           IF WS-RESERV-MATCH-IX = ZEROES
               OR WS-DIFF < WS-BEDSTE-DIFF
               MOVE WS-RESERV-IX TO WS-RESERV-MATCH-IX
               MOVE WS-DIFF TO WS-BEDSTE-DIFF
           END-IF.

       VURDER-RESERVATION-EXIT.
           EXIT.

      * THE HOLD BECOMES AFREGNET: IT NO LONGER COUNTS AGAINST THE
      * AVAILABLE BALANCE, AND THE BOOKED ROW TAKES ITS PLACE - SO
      * ANY DIFFERENCE BETWEEN HOLD AND BOOKED AMOUNT IS RELEASED
      * IN THE SAME MOVE.
       AFREGN-RESERVATION.
           MOVE "AFREGNET"
               TO RS-STATUS OF RESERV-AR(WS-RESERV-MATCH-IX)
           MOVE WS-DAGS-DATO
               TO RS-AFREGNET-DATO OF RESERV-AR(WS-RESERV-MATCH-IX)
           MOVE KA-BELOB OF AFREGNING-REC
               TO RS-AFREGNET-BELOB OF RESERV-AR(WS-RESERV-MATCH-IX)
           ADD 1 TO WS-ANTAL-AFREGNET.

       KOE-KOEB.
           ADD 1 TO ANTAL-KOEB
           MOVE KT-KONTO-ID OF KORT-AR(WS-KORT-MATCH-IX)
               TO KB-KONTO-ID(ANTAL-KOEB)
           MOVE WS-KUNDE-MATCH-IX TO KB-KUNDE-IX(ANTAL-KOEB)
           COMPUTE KB-BELOB(ANTAL-KOEB) =
               ZEROES - KA-BELOB OF AFREGNING-REC
           MOVE KA-VALUTA OF AFREGNING-REC TO KB-VALUTA(ANTAL-KOEB)
           MOVE KA-KOEBS-DATO OF AFREGNING-REC
               TO KB-KOEBS-DATO(ANTAL-KOEB)
           MOVE KA-BUTIK OF AFREGNING-REC TO KB-BUTIK(ANTAL-KOEB).

      * YYYY-MM-DD IN WS-DATO-TEKST TO A DAY NUMBER IN
      * WS-DATO-HELTAL - ZERO WHEN THE DATE ISN'T A DATE.
       DATO-TIL-HELTAL.
           MOVE ZEROES TO WS-DATO-HELTAL
           MOVE WS-DATO-TEKST(1:4) TO WS-DATO-YYYYMMDD(1:4)
           MOVE WS-DATO-TEKST(6:2) TO WS-DATO-YYYYMMDD(5:2)
           MOVE WS-DATO-TEKST(9:2) TO WS-DATO-YYYYMMDD(7:2)
           IF WS-DATO-YYYYMMDD IS NUMERIC
               AND WS-DATO-YYYYMMDD > 16010101
               COMPUTE WS-DATO-HELTAL =
                   FUNCTION INTEGER-OF-DATE(WS-DATO-YYYYMMDD)
           END-IF.

       SKRIV-AFREGNING-AFVIGELSE.
           MOVE KA-BELOB OF AFREGNING-REC TO WS-AFV-BELOB-TEKST
           MOVE SPACES TO AFVIGELSE-RECORD
           STRING "AFREGNING KORT " DELIMITED BY SIZE
               KA-KORTNUMMER OF AFREGNING-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KA-KOEBS-DATO OF AFREGNING-REC DELIMITED BY SIZE
               " BELOEB " DELIMITED BY SIZE
               WS-AFV-BELOB-TEKST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KA-VALUTA OF AFREGNING-REC DELIMITED BY SIZE
               " BUTIK " DELIMITED BY SIZE
               KA-BUTIK OF AFREGNING-REC DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-AFV-AARSAG DELIMITED BY SIZE
               INTO AFVIGELSE-RECORD
           WRITE AFVIGELSE-RECORD.

      * EVERY HOLD STILL AABEN AFTER THE SETTLEMENTS ARE IN, WHOSE
      * AUTHORIZATION IS OLDER THAN WS-UAFREGNET-DAGE - THE SCHEME
      * SHOULD HAVE PRESENTED IT BY NOW.
       FIND-UAFREGNEDE.
           PERFORM VARYING WS-RESERV-IX FROM 1 BY 1
                   UNTIL WS-RESERV-IX > ANTAL-RESERV
               IF RS-STATUS OF RESERV-AR(WS-RESERV-IX) = "AABEN"
                   MOVE RS-AUTORISERET-DATO OF RESERV-AR(WS-RESERV-IX)
                       TO WS-DATO-TEKST
                   PERFORM DATO-TIL-HELTAL
                   COMPUTE WS-DAGE = WS-IDAG-HELTAL - WS-DATO-HELTAL
                   IF WS-DATO-HELTAL NOT = ZEROES
                       AND WS-DAGE > WS-UAFREGNET-DAGE
                       PERFORM SKRIV-UAFREGNET
                   END-IF
               END-IF
           END-PERFORM.

       SKRIV-UAFREGNET.
           ADD 1 TO WS-ANTAL-UAFREGNET
           MOVE WS-DAGE TO WS-DAGE-TEKST
           MOVE RS-BELOB OF RESERV-AR(WS-RESERV-IX)
               TO WS-AFV-BELOB-TEKST
           MOVE SPACES TO AFVIGELSE-RECORD
           STRING "RESERVATION KONTO-ID " DELIMITED BY SIZE
               RS-KONTO-ID OF RESERV-AR(WS-RESERV-IX)
                   DELIMITED BY SIZE
               " KORT " DELIMITED BY SIZE
               RS-KORTNUMMER OF RESERV-AR(WS-RESERV-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RS-AUTORISERET-DATO OF RESERV-AR(WS-RESERV-IX)
                   DELIMITED BY SIZE
               " BELOEB " DELIMITED BY SIZE
               WS-AFV-BELOB-TEKST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RS-VALUTA OF RESERV-AR(WS-RESERV-IX)
                   DELIMITED BY SIZE
               " - UAFREGNET I " DELIMITED BY SIZE
               WS-DAGE-TEKST DELIMITED BY SIZE
               " DAGE" DELIMITED BY SIZE
               INTO AFVIGELSE-RECORD
           WRITE AFVIGELSE-RECORD.

      * POSTS THE QUEUED PURCHASES, JOURNALLED START/POST/SLUT -
      * SAME SHAPE AS THE OTHER POSTING RUNS. THE MERCHANT RIDES IN
      * BUTIK AND THE PURCHASE DATE IN VALOER-DATO, SO INTEREST AND
      * THE STATEMENT SEE THE DAY THE CARD WAS USED.
       POSTER-KOEB.
           IF ANTAL-KOEB = ZEROES
               GO TO POSTER-KOEB-EXIT
           END-IF
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
           END-IF
           PERFORM SKRIV-JOURNAL-START
           OPEN EXTEND TRANSAKTIONER
           PERFORM VARYING WS-KOEB-IX FROM 1 BY 1
                   UNTIL WS-KOEB-IX > ANTAL-KOEB
               PERFORM POSTER-ET-KOEB
           END-PERFORM
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL.

       POSTER-KOEB-EXIT.
           EXIT.

       POSTER-ET-KOEB.
           MOVE KB-KUNDE-IX(WS-KOEB-IX) TO WS-KUNDE-MATCH-IX
           MOVE SPACES TO TRANSAKTION-REC
           MOVE KB-KONTO-ID(WS-KOEB-IX)
               TO KONTO-ID OF TRANSAKTION-REC
           MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
               TO CPR OF TRANSAKTION-REC
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX) = KB-KONTO-ID(WS-KOEB-IX)
                   MOVE KRA-REG-NR(WS-REG-IX)
                       TO REG-NR OF TRANSAKTION-REC
               END-IF
           END-PERFORM
           STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               INTO NAVN OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE "KORTKOEB" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE KB-BELOB(WS-KOEB-IX) TO WS-POST-BELOB
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE KB-VALUTA(WS-KOEB-IX) TO VALUTA OF TRANSAKTION-REC
           MOVE KB-BUTIK(WS-KOEB-IX) TO BUTIK OF TRANSAKTION-REC
           MOVE KB-KOEBS-DATO(WS-KOEB-IX)
               TO VALOER-DATO OF TRANSAKTION-REC
           STRING "KORTKOEB " DELIMITED BY SIZE
               KB-BUTIK(WS-KOEB-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KB-KOEBS-DATO(WS-KOEB-IX) DELIMITED BY SIZE
               INTO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST
           ADD 1 TO WS-RECS-OUT.

       SKRIV-JOURNAL-POST.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "POST" TO PJ-TYPE OF PJOURNAL-REC
           MOVE KONTO-ID OF TRANSAKTION-REC
               TO PJ-KONTO-ID OF PJOURNAL-REC
           MOVE CPR OF TRANSAKTION-REC TO PJ-CPR OF PJOURNAL-REC
           MOVE REG-NR OF TRANSAKTION-REC
               TO PJ-REG-NR OF PJOURNAL-REC
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

      * WRITES THE WHOLE REGISTER BACK - KORTAUTORISATIONER PRUNES
      * THE SETTLED AND EXPIRED ROWS ONCE THEY'VE AGED OUT.
       SKRIV-RESERVATIONER-RETUR.
           OPEN OUTPUT RESERVATIONER
           PERFORM VARYING WS-RESERV-IX FROM 1 BY 1
                   UNTIL WS-RESERV-IX > ANTAL-RESERV
               MOVE RESERV-AR(WS-RESERV-IX) TO RESERV-REC
               WRITE RESERV-REC
           END-PERFORM
           CLOSE RESERVATIONER.

      * BUILDS THE DATED ARCHIVE NAME FROM THE JOB'S START DATE -
      * SAME DATED-OUTPUT IDIOM AS KORTAUTORISATIONER.
       BUILD-ARKIV-NAVN.
           MOVE SPACES TO WS-ARKIV-NAVN
           STRING "KortAfregninger" DELIMITED BY SIZE
               WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARKIV-NAVN.

      * CONSUMES THE PROCESSED SETTLEMENT FILE: EVERY ROW GOES TO
      * THE DATED ARCHIVE AS EVIDENCE, THEN THE INPUT IS TRUNCATED,
      * SO A RERUN CANNOT BOOK THE SAME PURCHASES A SECOND TIME.
       ARKIVER-AFREGNINGER.
           PERFORM BUILD-ARKIV-NAVN
           OPEN INPUT KORT-AFREGNINGER
           OPEN OUTPUT AFREGNING-ARKIV
           MOVE "N" TO EOF-ARKIV
           PERFORM UNTIL EOF-ARKIV = "Y"
               READ KORT-AFREGNINGER INTO WS-ARKIV-BUFFER
                   AT END
                       MOVE "Y" TO EOF-ARKIV
                   NOT AT END
                       WRITE AFREGNING-ARKIV-REC FROM WS-ARKIV-BUFFER
               END-READ
           END-PERFORM
           CLOSE KORT-AFREGNINGER
           CLOSE AFREGNING-ARKIV
           OPEN OUTPUT KORT-AFREGNINGER
           CLOSE KORT-AFREGNINGER.

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

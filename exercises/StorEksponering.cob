       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CALENDAR STEP'S MONTH-END SWITCH - LARGE EXPOSURES ARE A
      * MONTH-END FIGURE. A MISSING SWITCH MEANS A MANUAL,
      * OPERATOR-DECIDED RUN AND GOES AHEAD, SAME AS FXREVALUERING.
           SELECT MAANED-ULTIMO ASSIGN TO "MaanedUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * CREDIT RISK'S PARAMETERS - ONE NAMED VALUE PER ROW, SAME
      * SHAPE AS IFRS9REGLER.TXT. KAPITALGRUNDLAG HAS NO DEFAULT:
      * WITHOUT IT NO PERCENTAGE CAN BE WORKED OUT.
           SELECT STOREKSP-REGLER ASSIGN TO "StorEksponeringRegler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGEL-STATUS.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE DRAWN SIDE OF OVERDRAFTS AND CARD CREDIT - SAME FILE
      * OVERTRAEKANALYSE AND IFRS9ECL READ.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
           SELECT LAAN ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAAN-STATUS.
      * THE AGREED LIMITS - WHAT IS NOT YET DRAWN OF AN UNEXPIRED
      * FACILITY COUNTS AS UNDRAWN EXPOSURE.
           SELECT OVERTRAEK-AFTALER ASSIGN TO "OvertraekAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
           SELECT KREDITKORT-KONTI ASSIGN TO "KreditkortKonti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KK-STATUS.
           SELECT GARANTIER ASSIGN TO "Garantier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-STATUS.
           SELECT SIKKERHEDER ASSIGN TO "Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIK-STATUS.
           SELECT VALUTAKURSER ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE THREE SOURCES OF CONNECTION - HUSSTAND'S HOUSEHOLD KEY,
      * THE CORPORATE REGISTER'S OWNERS AND THE CREDIT DESK'S OWN
      * LINKS. EACH IS OPTIONAL: NO FILE, NO LINKS OF THAT KIND.
           SELECT HUSSTANDE ASSIGN TO "Husstande.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HUS-STATUS.
           SELECT VIRKSOMHEDER ASSIGN TO "Virksomheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VS-STATUS.
           SELECT FORBUNDNE-KUNDER ASSIGN TO "ForbundneKunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FK-STATUS.
      * THE MONTH'S GROUPING, ONE ROW PER CUSTOMER - SEE
      * KUNDEGRUPPER.CPY.
           SELECT KUNDE-GRUPPER ASSIGN TO "KundeGrupper.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE LARGE-EXPOSURE REPORT FOR CREDIT RISK AND THE BOARD.
           SELECT STOR-EKSPONERING ASSIGN TO "StorEksponering.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAANED-ULTIMO.
       01 ULTIMO-RECORD.
           02  MU-SVAR              PIC X.
           02  MU-DATO              PIC X(10).
       FD STOREKSP-REGLER.
       01 REGEL-REC.
           02  SR-REGEL             PIC X(20) VALUE SPACES.
           02  SR-VAERDI            PIC 9(13) VALUE ZEROES.
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD LUKKESALDO-FILE.
       01 LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
           02  LS-UDSKRIFT-NR       PIC 9(6).
       FD LAAN.
       01 LAAN-REC.
           COPY "LAAN.cpy".
       FD OVERTRAEK-AFTALER.
       01 AFTALE-REC.
           COPY "OVERTRAEKSAFTALER.cpy".
       FD KREDITKORT-KONTI.
       01 KREDITKORT-REC.
           COPY "KREDITKORTKONTI.cpy".
       FD GARANTIER.
       01 GARANTI-REC.
           COPY "GARANTIER.cpy".
       FD SIKKERHEDER.
       01 SIKKERHED-REC.
           COPY "SIKKERHEDER.cpy".
       FD VALUTAKURSER.
       01 KURS-IN.
           COPY "VALUTAKURSER.cpy".
       FD HUSSTANDE.
       01 HUSSTAND-REC.
           02  HU-KONTO-ID          PIC X(10) VALUE SPACES.
           02  HU-HUSSTAND-ID       PIC 9(6) VALUE ZEROES.
           02  HU-KUNDE-ID          PIC X(10) VALUE SPACES.
       FD VIRKSOMHEDER.
       01 VIRKSOMHED-REC.
           COPY "VIRKSOMHEDER.cpy".
       FD FORBUNDNE-KUNDER.
       01 FORBUNDET-REC.
           COPY "FORBUNDNEKUNDER.cpy".
       FD KUNDE-GRUPPER.
       01 GRUPPE-REC.
           COPY "KUNDEGRUPPER.cpy".
       FD STOR-EKSPONERING.
       01 RAPPORT-RECORD.
           02  RAPPORT-LINE         PIC X(132) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "STOREKSP".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-DAGS-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-REGEL-STATUS          PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-LAAN-STATUS           PIC XX VALUE "00".
       01  WS-OA-STATUS             PIC XX VALUE "00".
       01  WS-KK-STATUS             PIC XX VALUE "00".
       01  WS-GA-STATUS             PIC XX VALUE "00".
       01  WS-SIK-STATUS            PIC XX VALUE "00".
       01  WS-HUS-STATUS            PIC XX VALUE "00".
       01  WS-VS-STATUS             PIC XX VALUE "00".
       01  WS-FK-STATUS             PIC XX VALUE "00".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  EOF-REGEL                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-LAAN                 PIC X VALUE "N".
       01  EOF-OA                   PIC X VALUE "N".
       01  EOF-KK                   PIC X VALUE "N".
       01  EOF-GA                   PIC X VALUE "N".
       01  EOF-SIK                  PIC X VALUE "N".
       01  EOF-KURS                 PIC X VALUE "N".
       01  EOF-HUS                  PIC X VALUE "N".
       01  EOF-VS                   PIC X VALUE "N".
       01  EOF-FK                   PIC X VALUE "N".
      * THE PARAMETERS AND THEIR DEFAULTS - A LARGE EXPOSURE IS 10
      * PERCENT OF THE CAPITAL BASE, THE LIMIT 25 PERCENT; AN OWNER
      * HOLDING MORE THAN HALF CONTROLS; A VALUATION OLDER THAN A
      * YEAR IS NOT ELIGIBLE.
       01  WS-KAPITALGRUNDLAG       PIC 9(13) VALUE ZEROES.
       01  WS-STOR-PCT              PIC 9(3) VALUE 10.
       01  WS-GRAENSE-PCT           PIC 9(3) VALUE 25.
       01  WS-EJERANDEL-PCT         PIC 9(3) VALUE 50.
       01  WS-SIK-MAKS-DAGE         PIC 9(5) VALUE 365.
       01  WS-STOR-BELOB            PIC S9(13)V99 VALUE ZEROES.
       01  WS-GRAENSE-BELOB         PIC S9(13)V99 VALUE ZEROES.
      * "YYYY-MM-DD" TO DAY NUMBER - SEE DATO-TIL-HELTAL.
       01  WS-DATO-TEKST            PIC X(10) VALUE SPACES.
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-DATO-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-ALDER-DAGE            PIC S9(9) VALUE ZEROES.
      * EVERY CUSTOMER, WITH THE GROUPING LINK AND THE EXPOSURE
      * SUMMED FROM THE ACCOUNTS THEY HOLD. KU-FORAELDER POINTS
      * TOWARDS THE GROUP'S FIRST MEMBER - SEE FIND-ROD/FORBIND. THE
      * KU-G- FIELDS ARE ONLY FILLED ON THAT FIRST MEMBER'S ROW.
       01  KUNDE-AR OCCURS 999 TIMES.
           02  KU-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KU-NAVN              PIC X(30) VALUE SPACES.
           02  KU-FORAELDER         PIC 9(4) VALUE ZEROES.
           02  KU-GRUNDLAG          PIC X(8) VALUE SPACES.
           02  KU-LAAN              PIC S9(13)V99 VALUE ZEROES.
           02  KU-OVERTRAEK         PIC S9(13)V99 VALUE ZEROES.
           02  KU-KORT              PIC S9(13)V99 VALUE ZEROES.
           02  KU-UUDNYTTET         PIC S9(13)V99 VALUE ZEROES.
           02  KU-GARANTI           PIC S9(13)V99 VALUE ZEROES.
           02  KU-SIKKERHED         PIC S9(13)V99 VALUE ZEROES.
           02  KU-BRUTTO            PIC S9(13)V99 VALUE ZEROES.
           02  KU-NETTO             PIC S9(13)V99 VALUE ZEROES.
           02  KU-G-ANTAL           PIC 9(4) VALUE ZEROES.
           02  KU-G-BRUTTO          PIC S9(13)V99 VALUE ZEROES.
           02  KU-G-NETTO           PIC S9(13)V99 VALUE ZEROES.
           02  KU-G-UDSKREVET       PIC X VALUE "N".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-SLOT            PIC 9(4) VALUE ZEROES.
       01  WS-SOEGE-KUNDE-ID        PIC X(10) VALUE SPACES.
       01  WS-TILFOEJ               PIC X VALUE "N".
      * THE UNION-FIND WORK FIELDS.
       01  WS-FIND-IX               PIC 9(4) VALUE ZEROES.
       01  WS-ROD-IX                PIC 9(4) VALUE ZEROES.
       01  WS-A-IX                  PIC 9(4) VALUE ZEROES.
       01  WS-B-IX                  PIC 9(4) VALUE ZEROES.
       01  WS-A-ROD                 PIC 9(4) VALUE ZEROES.
       01  WS-B-ROD                 PIC 9(4) VALUE ZEROES.
       01  WS-LINK-GRUNDLAG         PIC X(8) VALUE SPACES.
       01  WS-ANTAL-LINKS           PIC 9(5) VALUE ZEROES.
      * THE FIRST CUSTOMER SEEN PER HOUSEHOLD NUMBER - HUSSTAND
      * NUMBERS ITS HOUSEHOLDS 1 UP, ONE PER DISTINCT ADDRESS.
       01  HUS-FOERSTE-AR OCCURS 999 TIMES PIC 9(4) VALUE ZEROES.
       01  WS-HUS-IX                PIC 9(6) VALUE ZEROES.
       01  WS-VS-IX                 PIC 9 VALUE ZEROES.
      * EVERY ACCOUNT, WITH WHO HOLDS IT AND WHAT IS OWED ON IT -
      * ALL IN DKK. COLLATERAL IS SET AGAINST THE ACCOUNT IT IS
      * PLEDGED FOR, AND NEVER FOR MORE THAN THAT ACCOUNT OWES.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KO-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KO-KUNDE-IX          PIC 9(4) VALUE ZEROES.
           02  KO-VALUTA            PIC X(3) VALUE SPACES.
           02  KO-ER-KORT           PIC X VALUE "N".
           02  KO-KORT-MAKS         PIC S9(13)V99 VALUE ZEROES.
           02  KO-LAAN              PIC S9(13)V99 VALUE ZEROES.
           02  KO-OVERTRAEK         PIC S9(13)V99 VALUE ZEROES.
           02  KO-KORT              PIC S9(13)V99 VALUE ZEROES.
           02  KO-UUDNYTTET         PIC S9(13)V99 VALUE ZEROES.
           02  KO-GARANTI           PIC S9(13)V99 VALUE ZEROES.
           02  KO-SIKKERHED         PIC S9(13)V99 VALUE ZEROES.
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
       01  WS-KONTO-SLOT            PIC 9(4) VALUE ZEROES.
       01  WS-SOEGE-KONTO-ID        PIC X(10) VALUE SPACES.
       01  WS-UKENDT-KONTO          PIC 9(5) VALUE ZEROES.
      * THE RATE TABLE - LAST FEED ROW PER VALUTA WINS.
       01  KURS-AR OCCURS 50 TIMES.
           02  KR-VALUTA            PIC X(3) VALUE SPACES.
           02  KR-RATE              PIC 9(5) VALUE ZEROES.
       01  ANTAL-KURSER             PIC 9(3) VALUE ZEROES.
       01  WS-KURS-IX               PIC 9(3).
       01  WS-SCAN-IX               PIC 9(4).
       01  WS-OMR-VALUTA            PIC X(3) VALUE SPACES.
       01  WS-OMR-BELOB             PIC S9(13)V99 VALUE ZEROES.
      * WORK FIELDS.
       01  WS-BRUTTO                PIC S9(13)V99 VALUE ZEROES.
       01  WS-SIKKERHED-BRUGT       PIC S9(13)V99 VALUE ZEROES.
       01  WS-UUDNYTTET             PIC S9(13)V99 VALUE ZEROES.
       01  WS-PCT                   PIC 9(5)V99 VALUE ZEROES.
       01  WS-BEDSTE-IX             PIC 9(4) VALUE ZEROES.
       01  WS-BEDSTE-NETTO          PIC S9(13)V99 VALUE ZEROES.
       01  WS-ANTAL-STORE           PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-OVER            PIC 9(4) VALUE ZEROES.
       01  WS-SUM-STORE             PIC S9(15)V99 VALUE ZEROES.
       01  WS-STATUS-TEKST          PIC X(12) VALUE SPACES.
       01  WS-BELOB-DISPLAY         PIC -(11)9.99.
       01  WS-BELOB-DISPLAY-2       PIC -(11)9.99.
       01  WS-BELOB-DISPLAY-3       PIC -(11)9.99.
       01  WS-BELOB-DISPLAY-4       PIC -(11)9.99.
       01  WS-BELOB-DISPLAY-5       PIC -(11)9.99.
       01  WS-BELOB-DISPLAY-6       PIC -(11)9.99.
       01  WS-BELOB-DISPLAY-7       PIC -(11)9.99.
       01  WS-PCT-DISPLAY           PIC ZZZZ9.99.
       01  WS-ANTAL-DISPLAY         PIC ZZZ9.
       01  WS-KAPITAL-DISPLAY       PIC Z(12)9.

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

      * LARGE EXPOSURES: GROUPS CUSTOMERS CONNECTED BY HOUSEHOLD,
      * CONTROLLING OWNERSHIP OR A CREDIT-DESK LINK, TOTALS EACH
      * GROUP'S DRAWN AND UNDRAWN EXPOSURE - LOANS, OVERDRAFTS AND
      * THEIR UNUSED LIMITS, CARD CREDIT, GUARANTEES - NET OF
      * ELIGIBLE COLLATERAL, AND LISTS EVERY GROUP AT OR ABOVE THE
      * LARGE-EXPOSURE THRESHOLD WITH ITS MEMBERS, FLAGGING ANY OVER
      * THE REGULATORY LIMIT.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           IF WS-ER-ULTIMO = "N"
               DISPLAY "STOREKSP: IKKE MAANEDSULTIMO - INGEN "
                   "STORE EKSPONERINGER I NAT"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-REGLER
           PERFORM LOAD-KURSER
           PERFORM LOAD-KUNDER
           PERFORM LOAD-KONTI
           PERFORM LOAD-KREDITKORT
           PERFORM LOAD-SALDI
           PERFORM LOAD-OVERTRAEK-AFTALER
           PERFORM BEREGN-KORT-UUDNYTTET
           PERFORM LOAD-LAAN
           PERFORM LOAD-GARANTIER
           PERFORM LOAD-SIKKERHEDER
           PERFORM SUMMER-KUNDER
           PERFORM GRUPPER-HUSSTANDE
           PERFORM GRUPPER-VIRKSOMHEDER
           PERFORM GRUPPER-MANUELT
           PERFORM SUMMER-GRUPPER
           PERFORM SKRIV-KUNDEGRUPPER
           PERFORM SKRIV-RAPPORT
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2)
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE).

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

       KONTROLLER-ULTIMO.
           OPEN INPUT MAANED-ULTIMO
           IF WS-ULTIMO-STATUS = "35"
               CONTINUE
           ELSE
               READ MAANED-ULTIMO
                   AT END
                       MOVE "N" TO WS-ER-ULTIMO
                   NOT AT END
                       IF MU-SVAR OF ULTIMO-RECORD = "J"
                           AND MU-DATO OF ULTIMO-RECORD = WS-DAGS-DATO
                           MOVE "J" TO WS-ER-ULTIMO
                       ELSE
                           MOVE "N" TO WS-ER-ULTIMO
                       END-IF
               END-READ
               CLOSE MAANED-ULTIMO
           END-IF.

      * "YYYY-MM-DD" IN WS-DATO-TEKST TO A DAY NUMBER IN
      * WS-DATO-HELTAL - SAME INTEGER-DAY ARITHMETIC AS RENTEGAP.
       DATO-TIL-HELTAL.
           MOVE WS-DATO-TEKST(1:4) TO WS-DATO-YYYYMMDD(1:4)
           MOVE WS-DATO-TEKST(6:2) TO WS-DATO-YYYYMMDD(5:2)
           MOVE WS-DATO-TEKST(9:2) TO WS-DATO-YYYYMMDD(7:2)
           COMPUTE WS-DATO-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-YYYYMMDD).

      * CREDIT RISK'S PARAMETERS OVER THE DEFAULTS. AN UNKNOWN NAME
      * IS SHOWN AND IGNORED.
       LOAD-REGLER.
           OPEN INPUT STOREKSP-REGLER
           IF WS-REGEL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-REGEL = "Y"
                   READ STOREKSP-REGLER
                       AT END
                           MOVE "Y" TO EOF-REGEL
                       NOT AT END
                           PERFORM GEM-REGEL
                   END-READ
               END-PERFORM
               CLOSE STOREKSP-REGLER
           END-IF
           COMPUTE WS-STOR-BELOB ROUNDED =
               WS-KAPITALGRUNDLAG * WS-STOR-PCT / 100
           COMPUTE WS-GRAENSE-BELOB ROUNDED =
               WS-KAPITALGRUNDLAG * WS-GRAENSE-PCT / 100.

       GEM-REGEL.
           EVALUATE SR-REGEL OF REGEL-REC
               WHEN "KAPITALGRUNDLAG"
                   MOVE SR-VAERDI OF REGEL-REC TO WS-KAPITALGRUNDLAG
               WHEN "STOR-EKSP-PCT"
                   MOVE SR-VAERDI OF REGEL-REC TO WS-STOR-PCT
               WHEN "GRAENSE-PCT"
                   MOVE SR-VAERDI OF REGEL-REC TO WS-GRAENSE-PCT
               WHEN "EJERANDEL-PCT"
                   MOVE SR-VAERDI OF REGEL-REC TO WS-EJERANDEL-PCT
               WHEN "SIKKERHED-MAKS-DAGE"
                   MOVE SR-VAERDI OF REGEL-REC TO WS-SIK-MAKS-DAGE
               WHEN OTHER
                   DISPLAY "STOREKSP: UKENDT REGEL "
                       SR-REGEL OF REGEL-REC " - IGNORERET"
           END-EVALUATE.

      * LAST FEED ROW PER VALUTA WINS - SAME LOAD AS VEKSEL.
       LOAD-KURSER.
           OPEN INPUT VALUTAKURSER
           PERFORM UNTIL EOF-KURS = "Y"
               READ VALUTAKURSER
                   AT END
                       MOVE "Y" TO EOF-KURS
                   NOT AT END
                       PERFORM GEM-KURS
               END-READ
           END-PERFORM
           CLOSE VALUTAKURSER.

       GEM-KURS.
           MOVE ZEROES TO WS-KURS-IX
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > ANTAL-KURSER
               IF KR-VALUTA(WS-SCAN-IX) = KURS-VALUTA OF KURS-IN
                   MOVE WS-SCAN-IX TO WS-KURS-IX
               END-IF
           END-PERFORM
           IF WS-KURS-IX = ZEROES
               ADD 1 TO ANTAL-KURSER
               MOVE ANTAL-KURSER TO WS-KURS-IX
               MOVE KURS-VALUTA OF KURS-IN TO KR-VALUTA(WS-KURS-IX)
           END-IF
           MOVE KURS-RATE OF KURS-IN TO KR-RATE(WS-KURS-IX).

      * WS-OMR-BELOB IN WS-OMR-VALUTA TO DKK AT TODAY'S MID RATE.
      * BLANK VALUTA IS DKK, SAME DEFAULT AS EVERY REGISTER.
       OMREGN-TIL-DKK.
           IF WS-OMR-VALUTA NOT = SPACES AND WS-OMR-VALUTA NOT = "DKK"
               MOVE ZEROES TO WS-KURS-IX
               PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                       UNTIL WS-SCAN-IX > ANTAL-KURSER
                   IF KR-VALUTA(WS-SCAN-IX) = WS-OMR-VALUTA
                       MOVE WS-SCAN-IX TO WS-KURS-IX
                   END-IF
               END-PERFORM
               IF WS-KURS-IX = ZEROES
                   DISPLAY "STOREKSP: INGEN KURS FOR "
                       WS-OMR-VALUTA " - IKKE OMREGNET"
               ELSE
                   MULTIPLY KR-RATE(WS-KURS-IX) BY WS-OMR-BELOB
                   DIVIDE 100 INTO WS-OMR-BELOB ROUNDED
               END-IF
           END-IF.

       LOAD-KUNDER.
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL EOF-KUNDE = "Y"
               READ KUNDEOPLYSNINGER
                   AT END
                       MOVE "Y" TO EOF-KUNDE
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       MOVE KUNDE-ID OF KUNDEOPL-IN
                           TO WS-SOEGE-KUNDE-ID
                       MOVE "J" TO WS-TILFOEJ
                       PERFORM FIND-KUNDE
                       MOVE SPACES TO KU-NAVN(WS-KUNDE-SLOT)
                       STRING FORNAVN OF KUNDEOPL-IN
                               DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           EFTERNAVN OF KUNDEOPL-IN
                               DELIMITED BY "  "
                           INTO KU-NAVN(WS-KUNDE-SLOT)
               END-READ
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER.

      * WS-SOEGE-KUNDE-ID TO ITS SLOT IN WS-KUNDE-SLOT. WITH
      * WS-TILFOEJ "J" AN UNKNOWN ID IS ADDED AS A GROUP OF ITS OWN -
      * AN ACCOUNT WHOSE HOLDER IS MISSING FROM THE MASTER STILL
      * COUNTS. WITH "N" AN UNKNOWN ID GIVES ZERO.
       FIND-KUNDE.
           MOVE ZEROES TO WS-KUNDE-SLOT
           IF WS-SOEGE-KUNDE-ID NOT = SPACES
               PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                       UNTIL WS-KUNDE-IX > ANTAL-KUNDER
                          OR WS-KUNDE-SLOT > ZEROES
                   IF KU-KUNDE-ID(WS-KUNDE-IX) = WS-SOEGE-KUNDE-ID
                       MOVE WS-KUNDE-IX TO WS-KUNDE-SLOT
                   END-IF
               END-PERFORM
               IF WS-KUNDE-SLOT = ZEROES AND WS-TILFOEJ = "J"
                   AND ANTAL-KUNDER < 999
                   ADD 1 TO ANTAL-KUNDER
                   MOVE ANTAL-KUNDER TO WS-KUNDE-SLOT
                   MOVE WS-SOEGE-KUNDE-ID TO KU-KUNDE-ID(WS-KUNDE-SLOT)
                   MOVE WS-KUNDE-SLOT TO KU-FORAELDER(WS-KUNDE-SLOT)
               END-IF
           END-IF.

       LOAD-KONTI.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       IF ANTAL-KONTI < 999
                           ADD 1 TO ANTAL-KONTI
                           MOVE KONTO-ID OF KONTOOPL-IN
                               TO KO-KONTO-ID(ANTAL-KONTI)
                           MOVE VALUTAKODE OF KONTOOPL-IN
                               TO KO-VALUTA(ANTAL-KONTI)
                           MOVE KUNDE-ID OF KONTOOPL-IN
                               TO WS-SOEGE-KUNDE-ID
                           MOVE "J" TO WS-TILFOEJ
                           PERFORM FIND-KUNDE
                           MOVE WS-KUNDE-SLOT
                               TO KO-KUNDE-IX(ANTAL-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

       FIND-KONTO.
           MOVE ZEROES TO WS-KONTO-SLOT
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
                      OR WS-KONTO-SLOT > ZEROES
               IF KO-KONTO-ID(WS-KONTO-IX) = WS-SOEGE-KONTO-ID
                   MOVE WS-KONTO-IX TO WS-KONTO-SLOT
               END-IF
           END-PERFORM.

      * CARD CREDIT ACCOUNTS ARE ORDINARY ACCOUNTS RUN NEGATIVE UP TO
      * KK-KREDITMAKS - MARKED HERE SO THEIR DRAWN BALANCE COUNTS AS
      * CARD CREDIT, NOT OVERDRAFT.
       LOAD-KREDITKORT.
           OPEN INPUT KREDITKORT-KONTI
           IF WS-KK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KK = "Y"
                   READ KREDITKORT-KONTI
                       AT END
                           MOVE "Y" TO EOF-KK
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF KK-STATUS OF KREDITKORT-REC = "AKTIV"
                               PERFORM GEM-KREDITKORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KREDITKORT-KONTI
           END-IF.

       GEM-KREDITKORT.
           MOVE KK-KONTO-ID OF KREDITKORT-REC TO WS-SOEGE-KONTO-ID
           PERFORM FIND-KONTO
           IF WS-KONTO-SLOT = ZEROES
               ADD 1 TO WS-UKENDT-KONTO
           ELSE
               MOVE "J" TO KO-ER-KORT(WS-KONTO-SLOT)
               MOVE KK-KREDITMAKS OF KREDITKORT-REC TO WS-OMR-BELOB
               MOVE KK-VALUTA OF KREDITKORT-REC TO WS-OMR-VALUTA
               PERFORM OMREGN-TIL-DKK
               MOVE WS-OMR-BELOB TO KO-KORT-MAKS(WS-KONTO-SLOT)
           END-IF.

      * A NEGATIVE CLOSING BALANCE IS DRAWN CREDIT - ON A CARD
      * ACCOUNT CARD CREDIT, ANYWHERE ELSE AN OVERDRAFT.
       LOAD-SALDI.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF LS-BALANCE < ZEROES
                               PERFORM GEM-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

       GEM-SALDO.
           MOVE LS-KONTO-ID TO WS-SOEGE-KONTO-ID
           PERFORM FIND-KONTO
           IF WS-KONTO-SLOT = ZEROES
               ADD 1 TO WS-UKENDT-KONTO
           ELSE
               COMPUTE WS-OMR-BELOB = 0 - LS-BALANCE
               MOVE KO-VALUTA(WS-KONTO-SLOT) TO WS-OMR-VALUTA
               PERFORM OMREGN-TIL-DKK
               IF KO-ER-KORT(WS-KONTO-SLOT) = "J"
                   ADD WS-OMR-BELOB TO KO-KORT(WS-KONTO-SLOT)
               ELSE
                   ADD WS-OMR-BELOB TO KO-OVERTRAEK(WS-KONTO-SLOT)
               END-IF
           END-IF.

      * THE UNUSED PART OF A FACILITY STILL IN FORCE. AN EXPIRED ONE
      * CAN NO LONGER BE DRAWN AND ADDS NOTHING.
       LOAD-OVERTRAEK-AFTALER.
           OPEN INPUT OVERTRAEK-AFTALER
           IF WS-OA-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-OA = "Y"
                   READ OVERTRAEK-AFTALER
                       AT END
                           MOVE "Y" TO EOF-OA
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF OA-UDLOEB-DATO OF AFTALE-REC = SPACES
                               OR OA-UDLOEB-DATO OF AFTALE-REC
                                   NOT < WS-DAGS-DATO
                               PERFORM GEM-OVERTRAEK-AFTALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
           END-IF.

       GEM-OVERTRAEK-AFTALE.
           MOVE OA-KONTO-ID OF AFTALE-REC TO WS-SOEGE-KONTO-ID
           PERFORM FIND-KONTO
           IF WS-KONTO-SLOT = ZEROES
               ADD 1 TO WS-UKENDT-KONTO
           ELSE
               MOVE OA-GRAENSE OF AFTALE-REC TO WS-OMR-BELOB
               MOVE KO-VALUTA(WS-KONTO-SLOT) TO WS-OMR-VALUTA
               PERFORM OMREGN-TIL-DKK
               COMPUTE WS-UUDNYTTET =
                   WS-OMR-BELOB - KO-OVERTRAEK(WS-KONTO-SLOT)
               IF WS-UUDNYTTET > ZEROES
                   ADD WS-UUDNYTTET TO KO-UUDNYTTET(WS-KONTO-SLOT)
               END-IF
           END-IF.

       BEREGN-KORT-UUDNYTTET.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KO-ER-KORT(WS-KONTO-IX) = "J"
                   COMPUTE WS-UUDNYTTET = KO-KORT-MAKS(WS-KONTO-IX)
                       - KO-KORT(WS-KONTO-IX)
                   IF WS-UUDNYTTET > ZEROES
                       ADD WS-UUDNYTTET TO KO-UUDNYTTET(WS-KONTO-IX)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-LAAN.
           OPEN INPUT LAAN
           IF WS-LAAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LAAN = "Y"
                   READ LAAN
                       AT END
                           MOVE "Y" TO EOF-LAAN
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF LN-STATUS OF LAAN-REC NOT = "INDFRIET"
                               AND LN-RESTGAELD OF LAAN-REC > ZEROES
                               PERFORM GEM-LAAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN
           END-IF.

       GEM-LAAN.
           MOVE LN-KONTO-ID OF LAAN-REC TO WS-SOEGE-KONTO-ID
           PERFORM FIND-KONTO
           IF WS-KONTO-SLOT = ZEROES
               ADD 1 TO WS-UKENDT-KONTO
           ELSE
               MOVE LN-RESTGAELD OF LAAN-REC TO WS-OMR-BELOB
               MOVE LN-VALUTA OF LAAN-REC TO WS-OMR-VALUTA
               PERFORM OMREGN-TIL-DKK
               ADD WS-OMR-BELOB TO KO-LAAN(WS-KONTO-SLOT)
           END-IF.

      * A GUARANTEE IS EXPOSURE UNTIL IT IS RELEASED OR THE CLAIM IS
      * DEBITED - AKTIV AND KRAVET BOTH COUNT IN FULL.
       LOAD-GARANTIER.
           OPEN INPUT GARANTIER
           IF WS-GA-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-GA = "Y"
                   READ GARANTIER
                       AT END
                           MOVE "Y" TO EOF-GA
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF GA-STATUS OF GARANTI-REC = "AKTIV"
                               OR GA-STATUS OF GARANTI-REC = "KRAVET"
                               PERFORM GEM-GARANTI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARANTIER
           END-IF.

       GEM-GARANTI.
           MOVE GA-KONTO-ID OF GARANTI-REC TO WS-SOEGE-KONTO-ID
           PERFORM FIND-KONTO
           IF WS-KONTO-SLOT = ZEROES
               ADD 1 TO WS-UKENDT-KONTO
           ELSE
               MOVE GA-BELOB OF GARANTI-REC TO WS-OMR-BELOB
               MOVE GA-VALUTA OF GARANTI-REC TO WS-OMR-VALUTA
               PERFORM OMREGN-TIL-DKK
               ADD WS-OMR-BELOB TO KO-GARANTI(WS-KONTO-SLOT)
           END-IF.

      * ELIGIBLE COLLATERAL: AN AKTIV PLEDGE WHOSE VALUATION IS NO
      * OLDER THAN WS-SIK-MAKS-DAGE. A STALE OR UNDATED VALUATION IS
      * NOT RELIED ON - SIKKERHEDSKONTROL ALREADY FLAGS IT FOR
      * REVALUATION.
       LOAD-SIKKERHEDER.
           OPEN INPUT SIKKERHEDER
           IF WS-SIK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SIK = "Y"
                   READ SIKKERHEDER
                       AT END
                           MOVE "Y" TO EOF-SIK
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF SI-STATUS OF SIKKERHED-REC = "AKTIV"
                               PERFORM GEM-SIKKERHED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIKKERHEDER
           END-IF.

       GEM-SIKKERHED.
           IF SI-VURDERET-DATO OF SIKKERHED-REC(1:4) IS NOT NUMERIC
               OR SI-VURDERET-DATO OF SIKKERHED-REC(6:2) IS NOT NUMERIC
               OR SI-VURDERET-DATO OF SIKKERHED-REC(9:2) IS NOT NUMERIC
               MOVE 99999 TO WS-ALDER-DAGE
           ELSE
               MOVE SI-VURDERET-DATO OF SIKKERHED-REC TO WS-DATO-TEKST
               PERFORM DATO-TIL-HELTAL
               COMPUTE WS-ALDER-DAGE = WS-DAGS-HELTAL - WS-DATO-HELTAL
           END-IF
           IF WS-ALDER-DAGE NOT > WS-SIK-MAKS-DAGE
               MOVE SI-KONTO-ID OF SIKKERHED-REC TO WS-SOEGE-KONTO-ID
               PERFORM FIND-KONTO
               IF WS-KONTO-SLOT = ZEROES
                   ADD 1 TO WS-UKENDT-KONTO
               ELSE
                   ADD SI-VAERDI OF SIKKERHED-REC
                       TO KO-SIKKERHED(WS-KONTO-SLOT)
               END-IF
           END-IF.

      * EACH ACCOUNT'S EXPOSURE INTO ITS HOLDER'S TOTALS. THE
      * COLLATERAL COUNTED IS CAPPED AT WHAT THE ACCOUNT OWES, SO A
      * RICHLY SECURED LOAN NEVER NETS DOWN ANOTHER ACCOUNT'S DEBT.
       SUMMER-KUNDER.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               MOVE KO-KUNDE-IX(WS-KONTO-IX) TO WS-KUNDE-SLOT
               IF WS-KUNDE-SLOT > ZEROES
                   COMPUTE WS-BRUTTO = KO-LAAN(WS-KONTO-IX)
                       + KO-OVERTRAEK(WS-KONTO-IX)
                       + KO-KORT(WS-KONTO-IX)
                       + KO-UUDNYTTET(WS-KONTO-IX)
                       + KO-GARANTI(WS-KONTO-IX)
                   MOVE KO-SIKKERHED(WS-KONTO-IX) TO WS-SIKKERHED-BRUGT
                   IF WS-SIKKERHED-BRUGT > WS-BRUTTO
                       MOVE WS-BRUTTO TO WS-SIKKERHED-BRUGT
                   END-IF
                   ADD KO-LAAN(WS-KONTO-IX) TO KU-LAAN(WS-KUNDE-SLOT)
                   ADD KO-OVERTRAEK(WS-KONTO-IX)
                       TO KU-OVERTRAEK(WS-KUNDE-SLOT)
                   ADD KO-KORT(WS-KONTO-IX) TO KU-KORT(WS-KUNDE-SLOT)
                   ADD KO-UUDNYTTET(WS-KONTO-IX)
                       TO KU-UUDNYTTET(WS-KUNDE-SLOT)
                   ADD KO-GARANTI(WS-KONTO-IX)
                       TO KU-GARANTI(WS-KUNDE-SLOT)
                   ADD WS-SIKKERHED-BRUGT
                       TO KU-SIKKERHED(WS-KUNDE-SLOT)
                   ADD WS-BRUTTO TO KU-BRUTTO(WS-KUNDE-SLOT)
                   SUBTRACT WS-SIKKERHED-BRUGT FROM WS-BRUTTO
                   ADD WS-BRUTTO TO KU-NETTO(WS-KUNDE-SLOT)
               END-IF
           END-PERFORM.

      * THE GROUP'S FIRST MEMBER FOR CUSTOMER WS-FIND-IX, IN
      * WS-ROD-IX - FOLLOW THE LINKS UNTIL ONE POINTS AT ITSELF.
       FIND-ROD.
           MOVE WS-FIND-IX TO WS-ROD-IX
           PERFORM UNTIL KU-FORAELDER(WS-ROD-IX) = WS-ROD-IX
               MOVE KU-FORAELDER(WS-ROD-IX) TO WS-ROD-IX
           END-PERFORM.

      * JOINS THE GROUPS OF CUSTOMERS WS-A-IX AND WS-B-IX - THE ONE
      * FURTHER DOWN THE MASTER HANGS UNDER THE ONE HIGHER UP, SO
      * THE GROUP KEEPS THE SAME ID MONTH TO MONTH. EACH SIDE KEEPS
      * THE FIRST BASIS IT WAS LINKED ON.
       FORBIND.
           IF WS-A-IX > ZEROES AND WS-B-IX > ZEROES
               AND WS-A-IX NOT = WS-B-IX
               ADD 1 TO WS-ANTAL-LINKS
               MOVE WS-A-IX TO WS-FIND-IX
               PERFORM FIND-ROD
               MOVE WS-ROD-IX TO WS-A-ROD
               MOVE WS-B-IX TO WS-FIND-IX
               PERFORM FIND-ROD
               MOVE WS-ROD-IX TO WS-B-ROD
               IF WS-A-ROD < WS-B-ROD
                   MOVE WS-A-ROD TO KU-FORAELDER(WS-B-ROD)
               END-IF
               IF WS-B-ROD < WS-A-ROD
                   MOVE WS-B-ROD TO KU-FORAELDER(WS-A-ROD)
               END-IF
               IF KU-GRUNDLAG(WS-A-IX) = SPACES
                   MOVE WS-LINK-GRUNDLAG TO KU-GRUNDLAG(WS-A-IX)
               END-IF
               IF KU-GRUNDLAG(WS-B-IX) = SPACES
                   MOVE WS-LINK-GRUNDLAG TO KU-GRUNDLAG(WS-B-IX)
               END-IF
           END-IF.

      * EVERY CUSTOMER ON AN ACCOUNT IN THE SAME HOUSEHOLD JOINS THE
      * FIRST ONE SEEN THERE.
       GRUPPER-HUSSTANDE.
           MOVE "HUSSTAND" TO WS-LINK-GRUNDLAG
           OPEN INPUT HUSSTANDE
           IF WS-HUS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-HUS = "Y"
                   READ HUSSTANDE
                       AT END
                           MOVE "Y" TO EOF-HUS
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           PERFORM GEM-HUSSTAND
                   END-READ
               END-PERFORM
               CLOSE HUSSTANDE
           END-IF.

       GEM-HUSSTAND.
           MOVE HU-HUSSTAND-ID OF HUSSTAND-REC TO WS-HUS-IX
           IF WS-HUS-IX > ZEROES AND WS-HUS-IX NOT > 999
               MOVE HU-KUNDE-ID OF HUSSTAND-REC TO WS-SOEGE-KUNDE-ID
               MOVE "N" TO WS-TILFOEJ
               PERFORM FIND-KUNDE
               IF WS-KUNDE-SLOT > ZEROES
                   IF HUS-FOERSTE-AR(WS-HUS-IX) = ZEROES
                       MOVE WS-KUNDE-SLOT TO HUS-FOERSTE-AR(WS-HUS-IX)
                   ELSE
                       MOVE HUS-FOERSTE-AR(WS-HUS-IX) TO WS-A-IX
                       MOVE WS-KUNDE-SLOT TO WS-B-IX
                       PERFORM FORBIND
                   END-IF
               END-IF
           END-IF.

      * THE COMPANY'S OWN CUSTOMER ROW JOINS EVERY OWNER WHO HOLDS
      * MORE THAN WS-EJERANDEL-PCT - CONTROL. TWO COMPANIES UNDER
      * ONE OWNER THEREBY END UP IN ONE GROUP. ONLY THE AKTIV
      * VERSION OF EACH CVR-NUMMER COUNTS.
       GRUPPER-VIRKSOMHEDER.
           MOVE "CVR-EJER" TO WS-LINK-GRUNDLAG
           OPEN INPUT VIRKSOMHEDER
           IF WS-VS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VS = "Y"
                   READ VIRKSOMHEDER
                       AT END
                           MOVE "Y" TO EOF-VS
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF VS-STATUS OF VIRKSOMHED-REC = "AKTIV"
                               PERFORM GEM-VIRKSOMHED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIRKSOMHEDER
           END-IF.

       GEM-VIRKSOMHED.
           MOVE VS-KUNDE-ID OF VIRKSOMHED-REC TO WS-SOEGE-KUNDE-ID
           MOVE "N" TO WS-TILFOEJ
           PERFORM FIND-KUNDE
           MOVE WS-KUNDE-SLOT TO WS-A-IX
           PERFORM VARYING WS-VS-IX FROM 1 BY 1
                   UNTIL WS-VS-IX > VS-ANTAL-PERSONER OF VIRKSOMHED-REC
                      OR WS-VS-IX > 6
               IF (VS-P-ROLLE OF VIRKSOMHED-REC(WS-VS-IX) = "EJER"
                   OR VS-P-ROLLE OF VIRKSOMHED-REC(WS-VS-IX) = "BEGGE")
                   AND VS-P-EJERANDEL OF VIRKSOMHED-REC(WS-VS-IX)
                       > WS-EJERANDEL-PCT
                   MOVE VS-P-KUNDE-ID OF VIRKSOMHED-REC(WS-VS-IX)
                       TO WS-SOEGE-KUNDE-ID
                   MOVE "N" TO WS-TILFOEJ
                   PERFORM FIND-KUNDE
                   MOVE WS-KUNDE-SLOT TO WS-B-IX
                   PERFORM FORBIND
               END-IF
           END-PERFORM.

       GRUPPER-MANUELT.
           MOVE "MANUEL" TO WS-LINK-GRUNDLAG
           OPEN INPUT FORBUNDNE-KUNDER
           IF WS-FK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FK = "Y"
                   READ FORBUNDNE-KUNDER
                       AT END
                           MOVE "Y" TO EOF-FK
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF FK-STATUS OF FORBUNDET-REC = "AKTIV"
                               PERFORM GEM-FORBINDELSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORBUNDNE-KUNDER
           END-IF.

       GEM-FORBINDELSE.
           MOVE FK-KUNDE-ID OF FORBUNDET-REC TO WS-SOEGE-KUNDE-ID
           MOVE "N" TO WS-TILFOEJ
           PERFORM FIND-KUNDE
           MOVE WS-KUNDE-SLOT TO WS-A-IX
           MOVE FK-FORBUNDET-ID OF FORBUNDET-REC TO WS-SOEGE-KUNDE-ID
           PERFORM FIND-KUNDE
           MOVE WS-KUNDE-SLOT TO WS-B-IX
           PERFORM FORBIND.

      * EVERY CUSTOMER'S TOTALS ONTO THEIR GROUP'S FIRST MEMBER.
       SUMMER-GRUPPER.
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               MOVE WS-KUNDE-IX TO WS-FIND-IX
               PERFORM FIND-ROD
               ADD 1 TO KU-G-ANTAL(WS-ROD-IX)
               ADD KU-BRUTTO(WS-KUNDE-IX) TO KU-G-BRUTTO(WS-ROD-IX)
               ADD KU-NETTO(WS-KUNDE-IX) TO KU-G-NETTO(WS-ROD-IX)
           END-PERFORM.

       SKRIV-KUNDEGRUPPER.
           OPEN OUTPUT KUNDE-GRUPPER
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               MOVE WS-KUNDE-IX TO WS-FIND-IX
               PERFORM FIND-ROD
               MOVE SPACES TO GRUPPE-REC
               MOVE KU-KUNDE-ID(WS-ROD-IX) TO KG-GRUPPE-ID
               MOVE KU-KUNDE-ID(WS-KUNDE-IX) TO KG-KUNDE-ID
               MOVE KU-GRUNDLAG(WS-KUNDE-IX) TO KG-GRUNDLAG
               MOVE KU-G-ANTAL(WS-ROD-IX) TO KG-ANTAL-MEDLEMMER
               MOVE KU-BRUTTO(WS-KUNDE-IX) TO KG-BRUTTO
               MOVE KU-NETTO(WS-KUNDE-IX) TO KG-NETTO
               MOVE WS-DAGS-DATO TO KG-DATO
               WRITE GRUPPE-REC
               ADD 1 TO WS-RECS-OUT
           END-PERFORM
           CLOSE KUNDE-GRUPPER.

       SKRIV-RAPPORT.
           OPEN OUTPUT STOR-EKSPONERING
           MOVE SPACES TO RAPPORT-RECORD
           STRING "STORE EKSPONERINGER - FORBUNDNE KUNDER PR. "
               DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           IF WS-KAPITALGRUNDLAG = ZEROES
               MOVE SPACES TO RAPPORT-RECORD
               STRING "KAPITALGRUNDLAG MANGLER I "
                   DELIMITED BY SIZE
                   "STOREKSPONERINGREGLER.TXT - INGEN PROCENTER"
                   DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
               CLOSE STOR-EKSPONERING
               DISPLAY "STOREKSP: KAPITALGRUNDLAG MANGLER - "
                   "STORE EKSPONERINGER IKKE OPGJORT"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SKRIV-RAPPORT-HOVED
               PERFORM SKRIV-STOERSTE-GRUPPE
                   UNTIL WS-BEDSTE-IX = ZEROES
               PERFORM SKRIV-RAPPORT-TOTAL
               CLOSE STOR-EKSPONERING
           END-IF.

       SKRIV-RAPPORT-HOVED.
           MOVE WS-KAPITALGRUNDLAG TO WS-KAPITAL-DISPLAY
           MOVE WS-STOR-BELOB TO WS-BELOB-DISPLAY
           MOVE WS-GRAENSE-BELOB TO WS-BELOB-DISPLAY-2
           MOVE SPACES TO RAPPORT-RECORD
           STRING "KAPITALGRUNDLAG " DELIMITED BY SIZE
               WS-KAPITAL-DISPLAY DELIMITED BY SIZE
               "  STOR EKSPONERING FRA " DELIMITED BY SIZE
               WS-STOR-PCT DELIMITED BY SIZE
               "% =" DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               "  GRAENSE " DELIMITED BY SIZE
               WS-GRAENSE-PCT DELIMITED BY SIZE
               "% =" DELIMITED BY SIZE
               WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE 1 TO WS-BEDSTE-IX.

      * THE LARGEST GROUP NOT YET PRINTED, IF IT IS AT OR OVER THE
      * THRESHOLD - SO THE LIST COMES OUT LARGEST FIRST. WHEN THE
      * LARGEST LEFT IS BELOW IT, WS-BEDSTE-IX GOES TO ZERO AND THE
      * LIST ENDS.
       SKRIV-STOERSTE-GRUPPE.
           MOVE ZEROES TO WS-BEDSTE-IX
           MOVE ZEROES TO WS-BEDSTE-NETTO
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KU-FORAELDER(WS-KUNDE-IX) = WS-KUNDE-IX
                   AND KU-G-UDSKREVET(WS-KUNDE-IX) = "N"
                   AND KU-G-NETTO(WS-KUNDE-IX) > WS-BEDSTE-NETTO
                   MOVE WS-KUNDE-IX TO WS-BEDSTE-IX
                   MOVE KU-G-NETTO(WS-KUNDE-IX) TO WS-BEDSTE-NETTO
               END-IF
           END-PERFORM
           IF WS-BEDSTE-IX > ZEROES
               IF WS-BEDSTE-NETTO < WS-STOR-BELOB
                   MOVE ZEROES TO WS-BEDSTE-IX
               ELSE
                   MOVE "J" TO KU-G-UDSKREVET(WS-BEDSTE-IX)
                   PERFORM SKRIV-GRUPPE
               END-IF
           END-IF.

       SKRIV-GRUPPE.
           ADD 1 TO WS-ANTAL-STORE
           ADD WS-BEDSTE-NETTO TO WS-SUM-STORE
           COMPUTE WS-PCT ROUNDED =
               WS-BEDSTE-NETTO * 100 / WS-KAPITALGRUNDLAG
           MOVE "STOR EKSP." TO WS-STATUS-TEKST
           IF WS-BEDSTE-NETTO > WS-GRAENSE-BELOB
               MOVE "OVER GRAENSE" TO WS-STATUS-TEKST
               ADD 1 TO WS-ANTAL-OVER
           END-IF
           MOVE KU-G-ANTAL(WS-BEDSTE-IX) TO WS-ANTAL-DISPLAY
           MOVE KU-G-BRUTTO(WS-BEDSTE-IX) TO WS-BELOB-DISPLAY
           MOVE KU-G-NETTO(WS-BEDSTE-IX) TO WS-BELOB-DISPLAY-2
           MOVE WS-PCT TO WS-PCT-DISPLAY
           COMPUTE WS-BRUTTO = WS-GRAENSE-BELOB - WS-BEDSTE-NETTO
           MOVE WS-BRUTTO TO WS-BELOB-DISPLAY-3
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "GRUPPE " DELIMITED BY SIZE
               KU-KUNDE-ID(WS-BEDSTE-IX) DELIMITED BY SIZE
               " MEDLEMMER " DELIMITED BY SIZE
               WS-ANTAL-DISPLAY DELIMITED BY SIZE
               " BRUTTO" DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " NETTO" DELIMITED BY SIZE
               WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
               WS-PCT-DISPLAY DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               WS-STATUS-TEKST DELIMITED BY SIZE
               " RUM" DELIMITED BY SIZE
               WS-BELOB-DISPLAY-3 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  KUNDE-ID   NAVN                           GRUNDLAG"
               DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "                 LAAN" DELIMITED BY SIZE
               "       OVERTRAEK" DELIMITED BY SIZE
               "            KORT" DELIMITED BY SIZE
               "       UUDNYTTET" DELIMITED BY SIZE
               "         GARANTI" DELIMITED BY SIZE
               "       SIKKERHED" DELIMITED BY SIZE
               "           NETTO" DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               MOVE WS-KUNDE-IX TO WS-FIND-IX
               PERFORM FIND-ROD
               IF WS-ROD-IX = WS-BEDSTE-IX
                   PERFORM SKRIV-MEDLEM
               END-IF
           END-PERFORM
           ADD 1 TO WS-RECS-OUT.

       SKRIV-MEDLEM.
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               KU-KUNDE-ID(WS-KUNDE-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KU-NAVN(WS-KUNDE-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KU-GRUNDLAG(WS-KUNDE-IX) DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE KU-LAAN(WS-KUNDE-IX) TO WS-BELOB-DISPLAY
           MOVE KU-OVERTRAEK(WS-KUNDE-IX) TO WS-BELOB-DISPLAY-2
           MOVE KU-KORT(WS-KUNDE-IX) TO WS-BELOB-DISPLAY-3
           MOVE KU-UUDNYTTET(WS-KUNDE-IX) TO WS-BELOB-DISPLAY-4
           MOVE KU-GARANTI(WS-KUNDE-IX) TO WS-BELOB-DISPLAY-5
           COMPUTE WS-BRUTTO = 0 - KU-SIKKERHED(WS-KUNDE-IX)
           MOVE WS-BRUTTO TO WS-BELOB-DISPLAY-6
           MOVE KU-NETTO(WS-KUNDE-IX) TO WS-BELOB-DISPLAY-7
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-5 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-6 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-7 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

       SKRIV-RAPPORT-TOTAL.
           MOVE WS-ANTAL-STORE TO WS-ANTAL-DISPLAY
           MOVE WS-SUM-STORE TO WS-BELOB-DISPLAY
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "STORE EKSPONERINGER I ALT: " DELIMITED BY SIZE
               WS-ANTAL-DISPLAY DELIMITED BY SIZE
               " GRUPPE(R), NETTO" DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE WS-ANTAL-OVER TO WS-ANTAL-DISPLAY
           MOVE SPACES TO RAPPORT-RECORD
           STRING "OVER GRAENSEN: " DELIMITED BY SIZE
               WS-ANTAL-DISPLAY DELIMITED BY SIZE
               " GRUPPE(R)" DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           IF WS-UKENDT-KONTO > ZEROES
               MOVE SPACES TO RAPPORT-RECORD
               STRING "ADVARSEL: " DELIMITED BY SIZE
                   WS-UKENDT-KONTO DELIMITED BY SIZE
                   " ENGAGEMENT(ER) PAA KONTI UDEN FOR KONTOOPT.TXT"
                   DELIMITED BY SIZE
                   " - IKKE MEDTALT" DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
               DISPLAY "STOREKSP: " WS-UKENDT-KONTO
                   " ENGAGEMENT(ER) PAA UKENDTE KONTI - IKKE MEDTALT"
           END-IF
           IF WS-ANTAL-OVER > ZEROES
               DISPLAY "STOREKSP: " WS-ANTAL-OVER
                   " GRUPPE(R) OVER GRAENSEN - SE STOREKSPONERING.TXT"
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

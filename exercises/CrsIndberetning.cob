       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CALENDAR STEP'S YEAR-END SWITCH - THE CRS/FATCA REPORT
      * IS MADE ONCE, ON THE YEAR'S LAST BANKING DAY. A MISSING
      * SWITCH MEANS A MANUAL, OPERATOR-DECIDED RUN AND GOES AHEAD -
      * SAME SELF-GATE AS PENSIONINDBERETNING.
           SELECT AARS-ULTIMO ASSIGN TO "AarsUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * THE SELF-CERTIFICATIONS - SEE SKATTERESIDENS.CPY. ONLY THE
      * AKTIV VERSION PER CUSTOMER COUNTS. OPTIONAL: NO FILE MEANS
      * NOBODY HAS DECLARED ANYTHING, AND EVERY CUSTOMER WITH
      * FOREIGN INDICIA IS AN EXCEPTION.
           SELECT SKATTERESIDENS ASSIGN TO "SkatteResidens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * TONIGHT'S CLOSING FILE, ROLLED BY OPGAVE11 EARLIER IN THE
      * CHAIN - ON THE YEAR'S LAST BANKING DAY THESE ARE THE YEAR-END
      * BALANCES THE REPORT CARRIES.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * STANDING ORDERS - AN AKTIV ONE TO A FOREIGN ACCOUNT OR IN A
      * FOREIGN CURRENCY IS A STANDING INSTRUCTION ABROAD, ONE OF
      * THE INDICIA.
           SELECT STAAENDE-ORDRER ASSIGN TO "StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
      * THE CUSTODY DEPOTS AND THEIR HOLDINGS AT TONIGHT'S PRICES -
      * EACH DEPOT IS A CUSTODIAL ACCOUNT IN ITS OWN RIGHT.
           SELECT DEPOTER ASSIGN TO "Depoter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOT-STATUS.
           SELECT DEPOT-BEHOLDNINGER ASSIGN TO "DepotBeholdninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEH-STATUS.
      * EVERY ARCHIVE OPGAVE11 HAS WRITTEN - ONLY THIS YEAR'S ARE
      * READ. THE CATALOG RATHER THAN ARKIVLISTE.TXT, WHICH AARSCUT
      * ONLY REBUILDS FOR THE NEW YEAR LATER TONIGHT - SAME READ AS
      * PALSKATKOERSEL.
           SELECT ARKIV-KATALOG ASSIGN TO "ArkivKatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-STATUS.
           SELECT ARKIV-FIL ASSIGN TO WS-ARKIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARKIV-STATUS.
      * THE FIXED-FORMAT SUBMISSION IN THE OECD CRS SCHEMA'S TERMS -
      * ONE ROW PER REPORTABLE ACCOUNT PER REPORTING JURISDICTION
      * (RESCOUNTRYCODE, TIN, ACCOUNTBALANCE, PAYMENT CRS502
      * INTEREST AND CRS501 DIVIDENDS), US ROWS FLAGGED FOR THE
      * FATCA REPORT, CLOSED BY CONTROL-TOTAL TRAILERS - SAME SHAPE
      * AS SKATRENTEINDBERETNING'S SUBMISSION.
           SELECT CRS-INDBERETNING ASSIGN TO "CrsIndberetning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CUSTOMERS WITH FOREIGN INDICIA ON THE MASTERS AND NO VALID
      * SELF-CERTIFICATION, OR A SELF-CERTIFICATION THE INDICIA
      * CONTRADICT - THE TAX DESK'S LIST TO CHASE BEFORE THE REPORT
      * IS FILED.
           SELECT CRS-AFVIGELSER ASSIGN TO "CrsAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE OUTBOUND-FILE TRANSMISSION REGISTER - ONE ROW PER FILE
      * PRODUCED HERE, WITH ITS CONTROL TOTALS. SEE TRANSMISSIONER.CPY.
           SELECT TRANSMISSIONER ASSIGN TO "Transmissioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSM-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AARS-ULTIMO.
       01 AARS-ULTIMO-RECORD.
           02  AU-SVAR              PIC X.
           02  AU-DATO              PIC X(10).
       FD SKATTERESIDENS.
       01 RESIDENS-REC.
           COPY "SKATTERESIDENS.cpy".
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
       FD STAAENDE-ORDRER.
       01 ORDRE-REC.
           COPY "STAAENDEORDRER.cpy".
       FD DEPOTER.
       01 DEPOT-REC.
           COPY "DEPOTER.cpy".
       FD DEPOT-BEHOLDNINGER.
       01 BEHOLDNING-REC.
           COPY "DEPOTBEHOLDNINGER.cpy".
       FD ARKIV-KATALOG.
       01 KATALOG-NAVN-REC.
           02  AK-FILNAVN           PIC X(40).
       FD ARKIV-FIL.
       01 ARKIV-REC.
           COPY "TRANSAKTIONER.cpy".
       FD CRS-INDBERETNING.
       01 CRS-RECORD.
           02  CI-POSTTYPE          PIC X(4).
           02  CI-AAR               PIC X(4).
           02  CI-LAND              PIC X(2).
           02  CI-TIN               PIC X(20).
           02  CI-FATCA             PIC X.
           02  CI-KUNDE-ID          PIC X(10).
           02  CI-CPR               PIC X(10).
           02  CI-NAVN              PIC X(40).
           02  CI-ADR-LAND          PIC X(2).
           02  CI-KONTO-ID          PIC X(10).
           02  CI-KONTOTYPE         PIC X(4).
           02  CI-LUKKET            PIC X.
           02  CI-VALUTA            PIC X(3).
           02  CI-SALDO             PIC 9(13)V99.
           02  CI-RENTE             PIC S9(11)V99 SIGN LEADING
                                    SEPARATE.
           02  CI-UDBYTTE           PIC S9(11)V99 SIGN LEADING
                                    SEPARATE.
       FD CRS-AFVIGELSER.
       01 CRS-AFV-RECORD.
           02  CRS-AFV-LINE         PIC X(132) VALUE SPACES.
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "CRSINDB".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-RUN-AAR               PIC X(4) VALUE SPACES.
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-SR-STATUS             PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-SO-STATUS             PIC XX VALUE "00".
       01  WS-DEPOT-STATUS          PIC XX VALUE "00".
       01  WS-BEH-STATUS            PIC XX VALUE "00".
       01  WS-KATALOG-STATUS        PIC XX VALUE "00".
       01  WS-ARKIV-STATUS          PIC XX VALUE "00".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  WS-ARKIV-NAME            PIC X(40) VALUE SPACES.
       01  EOF-SR                   PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-SO                   PIC X VALUE "N".
       01  EOF-DEPOT                PIC X VALUE "N".
       01  EOF-BEH                  PIC X VALUE "N".
       01  EOF-KATALOG              PIC X VALUE "N".
       01  EOF-ARKIV                PIC X VALUE "N".
      * THE CUSTOMER MASTER, AND PER CUSTOMER WHETHER AN AKTIV
      * STANDING ORDER GOES ABROAD (AND WHERE, WHEN AN IBAN SAYS).
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  KUNDE-INDICIA-AR OCCURS 999 TIMES.
           02  KI-SO-UDLAND         PIC X VALUE "N".
           02  KI-SO-LAND           PIC X(2) VALUE SPACES.
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-SLOT            PIC 9(4) VALUE ZEROES.
       01  WS-SOEG-KUNDE            PIC X(10) VALUE SPACES.
      * THE AKTIV SELF-CERTIFICATION PER CUSTOMER.
       01  RESIDENS-AR OCCURS 999 TIMES.
           COPY "SKATTERESIDENS.cpy".
       01  ANTAL-SR                 PIC 9(4) VALUE ZEROES.
       01  WS-SR-IX                 PIC 9(4).
       01  WS-SR-SLOT               PIC 9(4) VALUE ZEROES.
      * EVERY ACCOUNT AND DEPOT, WITH ITS HOLDERS AND THE YEAR'S
      * FIGURES:
      *   KT-KONTOTYPE   DEP  - A DEPOSIT ACCOUNT (KONTOOPT.TXT)
      *                  CUST - A CUSTODY DEPOT (DEPOTER.TXT)
      *   KT-LUKKET      J WHEN THE ACCOUNT IS CLOSED - ONLY
      *                  REPORTED IF IT MOVED THIS YEAR, SO AN
      *                  ACCOUNT CLOSED LAST YEAR DROPS OUT
      *   KT-SALDO       YEAR-END BALANCE OR MARKET VALUE
      *   KT-RENTE       RENTE AND KUPON POSTED THIS YEAR
      *   KT-UDBYTTE     UDBYTTE POSTED THIS YEAR, GROSS
       01  KONTO-AR OCCURS 999 TIMES.
           02  KT-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KT-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KT-MI-KUNDE-ID       PIC X(10) OCCURS 2 TIMES
                                    VALUE SPACES.
           02  KT-KONTOTYPE         PIC X(4) VALUE SPACES.
           02  KT-VALUTA            PIC X(3) VALUE SPACES.
           02  KT-LUKKET            PIC X VALUE "N".
           02  KT-AKTIVITET         PIC X VALUE "N".
           02  KT-SALDO             PIC S9(13)V99 VALUE ZEROES.
           02  KT-RENTE             PIC S9(11)V99 VALUE ZEROES.
           02  KT-UDBYTTE           PIC S9(11)V99 VALUE ZEROES.
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
       01  WS-KONTO-SLOT            PIC 9(4) VALUE ZEROES.
       01  WS-SOEG-KONTO            PIC X(10) VALUE SPACES.
       01  WS-MI-IX                 PIC 9 VALUE ZEROES.
       01  WS-ER-INDEHAVER          PIC X VALUE "N".
      * ONE CUSTOMER'S INDICIA AND REPORTING JURISDICTIONS.
       01  WS-IND-ADRESSE           PIC X VALUE "N".
       01  WS-IND-TELEFON           PIC X VALUE "N".
       01  WS-IND-SO                PIC X VALUE "N".
       01  WS-IND-TEKST             PIC X(60) VALUE SPACES.
       01  WS-IND-PTR               PIC 9(3) VALUE 1.
       01  WS-LAND-FUNDET           PIC X VALUE "N".
       01  WS-L-IX                  PIC 9 VALUE ZEROES.
       01  WS-US-PERSON             PIC X VALUE "N".
       01  RAPPORT-LAND-AR OCCURS 4 TIMES.
           02  RL-LAND              PIC X(2) VALUE SPACES.
           02  RL-TIN               PIC X(20) VALUE SPACES.
       01  ANTAL-RAPPORT-LANDE      PIC 9 VALUE ZEROES.
       01  WS-RL-IX                 PIC 9 VALUE ZEROES.
       01  WS-NAVN                  PIC X(40) VALUE SPACES.
       01  WS-KUNDE-RAPPORTERET     PIC X VALUE "N".
       01  WS-BELOB                 PIC S9(11)V99 VALUE ZEROES.
      * CONTROL-TOTAL TRAILER FIELDS.
       01  WS-ANTAL-KUNDER-RAPP     PIC 9(7) VALUE ZEROES.
       01  WS-ANTAL-US-RAPP         PIC 9(7) VALUE ZEROES.
       01  WS-ANTAL-AFVIGELSER      PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-SALDO           PIC S9(15)V99 VALUE ZEROES.
       01  WS-TOTAL-RENTE           PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-UDBYTTE         PIC S9(13)V99 VALUE ZEROES.
       01  WS-SALDO-DISPLAY         PIC -(14)9.99.
       01  WS-RENTE-DISPLAY         PIC -(12)9.99.
       01  WS-UDBYTTE-DISPLAY       PIC -(12)9.99.

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

      * THE YEAR-END CRS/FATCA REPORT. EVERY CUSTOMER WHOSE AKTIV
      * SELF-CERTIFICATION NAMES A TAX RESIDENCE OUTSIDE DK, OR
      * CARRIES US INDICIA, HAS EACH OF THEIR ACCOUNTS AND DEPOTS
      * REPORTED TO EACH SUCH JURISDICTION WITH THE YEAR-END BALANCE
      * AND THE YEAR'S INTEREST AND DIVIDENDS. A CUSTOMER WITH
      * FOREIGN INDICIA ON THE MASTERS - A FOREIGN ADDRESS, A FOREIGN
      * TELEPHONE NUMBER OR A STANDING ORDER ABROAD - BUT NO VALID
      * SELF-CERTIFICATION GOES ON THE EXCEPTION LIST INSTEAD.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           IF WS-ER-ULTIMO = "N"
               DISPLAY "CRSINDB: IKKE AARSULTIMO - INGEN INDBERETNING"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-RESIDENSER
           PERFORM LOAD-KONTI
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-DEPOTER
           PERFORM LOAD-STAAENDE-ORDRER
           PERFORM LAES-ARKIVER
           OPEN OUTPUT CRS-INDBERETNING
           OPEN OUTPUT CRS-AFVIGELSER
           PERFORM SKRIV-HOVED
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               PERFORM BEHANDL-KUNDE
           END-PERFORM
           PERFORM SKRIV-TRAILER
           CLOSE CRS-INDBERETNING
           MOVE "CrsIndberetning.txt" TO WS-TM-FILNAVN
           MOVE "SKAT" TO WS-TM-MODPART
           MOVE WS-RECS-OUT TO WS-TM-ANTAL
           MOVE WS-TOTAL-SALDO TO WS-TM-SUM
           MOVE 5 TO WS-TM-FRIST-DAGE
           PERFORM REGISTRER-TRANSMISSION
           CLOSE CRS-AFVIGELSER
           DISPLAY "CRSINDB: " WS-ANTAL-KUNDER-RAPP
               " KUNDER INDBERETTET, " WS-ANTAL-AFVIGELSER
               " AFVIGELSER"
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
           MOVE WS-DAGS-DATO(1:4) TO WS-RUN-AAR.

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
           OPEN INPUT AARS-ULTIMO
           IF WS-ULTIMO-STATUS = "35"
               CONTINUE
           ELSE
               READ AARS-ULTIMO
                   AT END
                       MOVE "N" TO WS-ER-ULTIMO
                   NOT AT END
                       IF AU-SVAR OF AARS-ULTIMO-RECORD = "J"
                           AND AU-DATO OF AARS-ULTIMO-RECORD
                               = WS-DAGS-DATO
                           MOVE "J" TO WS-ER-ULTIMO
                       ELSE
                           MOVE "N" TO WS-ER-ULTIMO
                       END-IF
               END-READ
               CLOSE AARS-ULTIMO
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

      * ONLY THE AKTIV VERSIONS - VENTER, AFVIST, ERSTATTET AND
      * OPHOERT ROWS ARE NOT A VALID SELF-CERTIFICATION.
       LOAD-RESIDENSER.
           OPEN INPUT SKATTERESIDENS
           IF WS-SR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SR = "Y"
                   READ SKATTERESIDENS
                       AT END
                           MOVE "Y" TO EOF-SR
                       NOT AT END
                           IF SR-STATUS OF RESIDENS-REC = "AKTIV"
                               ADD 1 TO ANTAL-SR
                               MOVE RESIDENS-REC
                                   TO RESIDENS-AR(ANTAL-SR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKATTERESIDENS
           END-IF.

       LOAD-KONTI.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER INTO KONTOOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO ANTAL-KONTI
                       MOVE KONTO-ID OF KONTOOPL-IN
                           TO KT-KONTO-ID(ANTAL-KONTI)
                       MOVE KUNDE-ID OF KONTOOPL-IN
                           TO KT-KUNDE-ID(ANTAL-KONTI)
                       MOVE MI-KUNDE-ID OF KONTOOPL-IN(1)
                           TO KT-MI-KUNDE-ID(ANTAL-KONTI, 1)
                       MOVE MI-KUNDE-ID OF KONTOOPL-IN(2)
                           TO KT-MI-KUNDE-ID(ANTAL-KONTI, 2)
                       MOVE "DEP" TO KT-KONTOTYPE(ANTAL-KONTI)
                       MOVE VALUTAKODE OF KONTOOPL-IN
                           TO KT-VALUTA(ANTAL-KONTI)
                       IF KT-VALUTA(ANTAL-KONTI) = SPACES
                           MOVE "DKK" TO KT-VALUTA(ANTAL-KONTI)
                       END-IF
                       IF KONTO-STATUS OF KONTOOPL-IN = "LUKKET"
                           MOVE "J" TO KT-LUKKET(ANTAL-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

       LOAD-LUKKESALDO.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               DISPLAY "CRSINDB: INGEN LUKKESALDO.TXT - SALDI "
                   "INDBERETTES SOM NUL"
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           MOVE LS-KONTO-ID TO WS-SOEG-KONTO
                           PERFORM FIND-KONTO
                           IF WS-KONTO-SLOT NOT = ZEROES
                               MOVE LS-BALANCE
                                   TO KT-SALDO(WS-KONTO-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

      * EACH DEPOT AS A CUSTODIAL ACCOUNT, VALUED AT THE SUM OF ITS
      * HOLDINGS' MARKET VALUES. A DEPOT CLOSED THIS YEAR IS STILL
      * REPORTED, AS CLOSED; ONE CLOSED EARLIER IS NOT.
       LOAD-DEPOTER.
           OPEN INPUT DEPOTER
           IF WS-DEPOT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-DEPOT = "Y"
                   READ DEPOTER
                       AT END
                           MOVE "Y" TO EOF-DEPOT
                       NOT AT END
                           ADD 1 TO ANTAL-KONTI
                           MOVE DP-DEPOT-ID OF DEPOT-REC
                               TO KT-KONTO-ID(ANTAL-KONTI)
                           MOVE DP-KUNDE-ID OF DEPOT-REC
                               TO KT-KUNDE-ID(ANTAL-KONTI)
                           MOVE "CUST" TO KT-KONTOTYPE(ANTAL-KONTI)
                           MOVE "DKK" TO KT-VALUTA(ANTAL-KONTI)
                           IF DP-STATUS OF DEPOT-REC NOT = "AKTIV"
                               MOVE "J" TO KT-LUKKET(ANTAL-KONTI)
                               IF DP-LUKKET-DATO OF DEPOT-REC(1:4)
                                       = WS-RUN-AAR
                                   MOVE "J"
                                       TO KT-AKTIVITET(ANTAL-KONTI)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOTER
           END-IF
           OPEN INPUT DEPOT-BEHOLDNINGER
           IF WS-BEH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BEH = "Y"
                   READ DEPOT-BEHOLDNINGER
                       AT END
                           MOVE "Y" TO EOF-BEH
                       NOT AT END
                           MOVE DB-DEPOT-ID OF BEHOLDNING-REC
                               TO WS-SOEG-KONTO
                           PERFORM FIND-KONTO
                           IF WS-KONTO-SLOT NOT = ZEROES
                               ADD DB-KURSVAERDI OF BEHOLDNING-REC
                                   TO KT-SALDO(WS-KONTO-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOT-BEHOLDNINGER
           END-IF.

      * AN AKTIV STANDING ORDER ABROAD MARKS ITS ACCOUNT'S HOLDER:
      * THE BENEFICIARY ACCOUNT IS AN IBAN WHOSE COUNTRY PREFIX IS
      * NOT DK, OR THE ORDER RUNS IN A CURRENCY OTHER THAN DKK.
       LOAD-STAAENDE-ORDRER.
           OPEN INPUT STAAENDE-ORDRER
           IF WS-SO-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SO = "Y"
                   READ STAAENDE-ORDRER
                       AT END
                           MOVE "Y" TO EOF-SO
                       NOT AT END
                           IF SO-STATUS OF ORDRE-REC = "AKTIV"
                               PERFORM VURDER-STAAENDE-ORDRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAAENDE-ORDRER
           END-IF.

       VURDER-STAAENDE-ORDRE.
           IF (SO-MODTAGER-KONTO OF ORDRE-REC(1:2) IS ALPHABETIC-UPPER
                   AND SO-MODTAGER-KONTO OF ORDRE-REC(1:2) NOT = "DK"
                   AND SO-MODTAGER-KONTO OF ORDRE-REC(1:1) NOT = SPACE
                   AND SO-MODTAGER-KONTO OF ORDRE-REC(2:1) NOT = SPACE)
               OR (SO-VALUTA OF ORDRE-REC NOT = SPACES
                   AND SO-VALUTA OF ORDRE-REC NOT = "DKK")
               MOVE SO-KONTO-ID OF ORDRE-REC TO WS-SOEG-KONTO
               PERFORM FIND-KONTO
               IF WS-KONTO-SLOT NOT = ZEROES
                   MOVE KT-KUNDE-ID(WS-KONTO-SLOT) TO WS-SOEG-KUNDE
                   PERFORM FIND-KUNDE
                   IF WS-KUNDE-SLOT NOT = ZEROES
                       MOVE "J" TO KI-SO-UDLAND(WS-KUNDE-SLOT)
                       IF SO-MODTAGER-KONTO OF ORDRE-REC(1:2)
                               IS ALPHABETIC-UPPER
                           MOVE SO-MODTAGER-KONTO OF ORDRE-REC(1:2)
                               TO KI-SO-LAND(WS-KUNDE-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * EVERY ARCHIVE ON THE CATALOG FROM THIS YEAR - THE YEAR SITS
      * AFTER "SORTEDTRANSARKIV" IN THE NAME, SAME TEST AS AARSCUT.
       LAES-ARKIVER.
           OPEN INPUT ARKIV-KATALOG
           IF WS-KATALOG-STATUS = "35"
               DISPLAY "CRSINDB: INGEN ARKIVKATALOG.TXT - INGEN "
                   "RENTER ELLER UDBYTTER I INDBERETNINGEN"
           ELSE
               PERFORM UNTIL EOF-KATALOG = "Y"
                   READ ARKIV-KATALOG
                       AT END
                           MOVE "Y" TO EOF-KATALOG
                       NOT AT END
                           IF AK-FILNAVN(17:4) = WS-RUN-AAR
                               MOVE AK-FILNAVN TO WS-ARKIV-NAME
                               PERFORM LAES-ET-ARKIV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-KATALOG
           END-IF.

      * ANY ROW OF THE YEAR MARKS ITS ACCOUNT AS MOVED; RENTE AND
      * KUPON ARE THE INTEREST PAID, UDBYTTE THE GROSS DIVIDEND.
       LAES-ET-ARKIV.
           MOVE "N" TO EOF-ARKIV
           OPEN INPUT ARKIV-FIL
           IF WS-ARKIV-STATUS NOT = "00"
               DISPLAY "KUNNE IKKE AABNE ARKIV: " WS-ARKIV-NAME
           ELSE
               PERFORM UNTIL EOF-ARKIV = "Y"
                   READ ARKIV-FIL
                       AT END
                           MOVE "Y" TO EOF-ARKIV
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF TIDSPUNKT OF ARKIV-REC(1:4) = WS-RUN-AAR
                               PERFORM NOTER-BEVAEGELSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-FIL
           END-IF.

       NOTER-BEVAEGELSE.
           MOVE KONTO-ID OF ARKIV-REC TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-SLOT NOT = ZEROES
               MOVE "J" TO KT-AKTIVITET(WS-KONTO-SLOT)
               MOVE BELØB OF ARKIV-REC TO WS-BELOB
               EVALUATE TRANSAKTIONSTYPE OF ARKIV-REC
                   WHEN "RENTE"
                   WHEN "KUPON"
                       ADD WS-BELOB TO KT-RENTE(WS-KONTO-SLOT)
                   WHEN "UDBYTTE"
                       ADD WS-BELOB TO KT-UDBYTTE(WS-KONTO-SLOT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FIND-KONTO.
           MOVE ZEROES TO WS-KONTO-SLOT
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
                   OR WS-KONTO-SLOT NOT = ZEROES
               IF KT-KONTO-ID(WS-KONTO-IX) = WS-SOEG-KONTO
                   MOVE WS-KONTO-IX TO WS-KONTO-SLOT
               END-IF
           END-PERFORM.

       FIND-KUNDE.
           MOVE ZEROES TO WS-KUNDE-SLOT
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
                   OR WS-KUNDE-SLOT NOT = ZEROES
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = WS-SOEG-KUNDE
                   MOVE WS-KUNDE-IX TO WS-KUNDE-SLOT
               END-IF
           END-PERFORM.

      * ONE CUSTOMER: GATHER THE INDICIA, FIND THE SELF-
      * CERTIFICATION, AND EITHER REPORT THE ACCOUNTS, LIST THE
      * CUSTOMER AS AN EXCEPTION, OR BOTH WHEN THE DECLARATION AND
      * THE ADDRESS DISAGREE.
       BEHANDL-KUNDE.
           PERFORM SAML-INDICIA
           MOVE ZEROES TO WS-SR-SLOT
           PERFORM VARYING WS-SR-IX FROM 1 BY 1
                   UNTIL WS-SR-IX > ANTAL-SR
               IF SR-KUNDE-ID OF RESIDENS-AR(WS-SR-IX)
                       = KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                   MOVE WS-SR-IX TO WS-SR-SLOT
               END-IF
           END-PERFORM
           IF WS-SR-SLOT = ZEROES
               IF WS-IND-TEKST NOT = SPACES
                   PERFORM SKRIV-AFVIGELSE-UDEN-CERT
               END-IF
           ELSE
               PERFORM KONTROLLER-ADRESSELAND
               PERFORM FIND-RAPPORT-LANDE
               IF ANTAL-RAPPORT-LANDE > ZEROES
                   PERFORM RAPPORTER-KUNDE
               END-IF
           END-IF.

      * THE CUSTOMER'S FOREIGN INDICIA AS A SHORT TEXT, BLANK WHEN
      * THERE ARE NONE. A DANISH NUMBER IS EIGHT DIGITS WITH NO
      * PREFIX; ONE KEYED WITH "+" OR "00" IS FOREIGN.
       SAML-INDICIA.
           MOVE "N" TO WS-IND-ADRESSE
           MOVE "N" TO WS-IND-TELEFON
           MOVE "N" TO WS-IND-SO
           MOVE SPACES TO WS-IND-TEKST
           MOVE 1 TO WS-IND-PTR
           IF LANDE-KODE OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-IX)
                   NOT = SPACES
               AND LANDE-KODE OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-IX)
                   NOT = "DK"
               MOVE "J" TO WS-IND-ADRESSE
               STRING "ADRESSE " DELIMITED BY SIZE
                   LANDE-KODE OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO WS-IND-TEKST WITH POINTER WS-IND-PTR
           END-IF
           IF TELEFON OF KONTAKTOPL OF KUNDEOPL-AR(WS-KUNDE-IX)(1:1)
                   = "+"
               OR TELEFON OF KONTAKTOPL OF KUNDEOPL-AR(WS-KUNDE-IX)
                   (1:2) = "00"
               MOVE "J" TO WS-IND-TELEFON
               STRING "TELEFON " DELIMITED BY SIZE
                   TELEFON OF KONTAKTOPL OF KUNDEOPL-AR(WS-KUNDE-IX)
                       DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-IND-TEKST WITH POINTER WS-IND-PTR
           END-IF
           IF KI-SO-UDLAND(WS-KUNDE-IX) = "J"
               MOVE "J" TO WS-IND-SO
               STRING "STAAENDE ORDRE UDLAND " DELIMITED BY SIZE
                   KI-SO-LAND(WS-KUNDE-IX) DELIMITED BY SIZE
                   INTO WS-IND-TEKST WITH POINTER WS-IND-PTR
           END-IF.

      * A FOREIGN ADDRESS ON THE MASTER THAT THE SELF-CERTIFICATION
      * DOES NOT NAME IS A CHANGE IN CIRCUMSTANCES - THE DECLARATION
      * CAN NO LONGER BE RELIED ON AND A NEW ONE MUST BE OBTAINED.
      * THE ACCOUNTS ARE STILL REPORTED ON THE DECLARATION AS IT
      * STANDS.
       KONTROLLER-ADRESSELAND.
           IF WS-IND-ADRESSE = "J"
               MOVE "N" TO WS-LAND-FUNDET
               PERFORM VARYING WS-L-IX FROM 1 BY 1
                       UNTIL WS-L-IX
                           > SR-ANTAL-LANDE OF RESIDENS-AR(WS-SR-SLOT)
                   IF SR-L-LANDE-KODE OF RESIDENS-AR(WS-SR-SLOT,
                           WS-L-IX)
                           = LANDE-KODE OF ADRESSE
                               OF KUNDEOPL-AR(WS-KUNDE-IX)
                       MOVE "J" TO WS-LAND-FUNDET
                   END-IF
               END-PERFORM
               IF WS-LAND-FUNDET = "N"
                   MOVE SPACES TO CRS-AFV-RECORD
                   STRING "KUNDE " DELIMITED BY SIZE
                       KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                           DELIMITED BY SIZE
                       " ADRESSELAND " DELIMITED BY SIZE
                       LANDE-KODE OF ADRESSE
                           OF KUNDEOPL-AR(WS-KUNDE-IX)
                           DELIMITED BY SIZE
                       " IKKE I SELVCERTIFICERING AF " DELIMITED BY SIZE
                       SR-SELVCERT-DATO OF RESIDENS-AR(WS-SR-SLOT)
                           DELIMITED BY SIZE
                       " - NY SELVCERTIFICERING KRAEVES"
                           DELIMITED BY SIZE
                       INTO CRS-AFV-RECORD
                   WRITE CRS-AFV-RECORD
                   ADD 1 TO WS-ANTAL-AFVIGELSER
               END-IF
           END-IF.

      * THE JURISDICTIONS THE CUSTOMER IS REPORTED TO: EVERY
      * DECLARED COUNTRY BUT DK, AND THE US FOR ANY US INDICIA EVEN
      * WHERE THE US IS NOT DECLARED - WITH NO TIN THEN.
       FIND-RAPPORT-LANDE.
           MOVE ZEROES TO ANTAL-RAPPORT-LANDE
           MOVE "N" TO WS-US-PERSON
           PERFORM VARYING WS-L-IX FROM 1 BY 1
                   UNTIL WS-L-IX
                       > SR-ANTAL-LANDE OF RESIDENS-AR(WS-SR-SLOT)
               IF SR-L-LANDE-KODE OF RESIDENS-AR(WS-SR-SLOT, WS-L-IX)
                       NOT = "DK"
                   ADD 1 TO ANTAL-RAPPORT-LANDE
                   MOVE SR-L-LANDE-KODE
                           OF RESIDENS-AR(WS-SR-SLOT, WS-L-IX)
                       TO RL-LAND(ANTAL-RAPPORT-LANDE)
                   MOVE SR-L-TIN OF RESIDENS-AR(WS-SR-SLOT, WS-L-IX)
                       TO RL-TIN(ANTAL-RAPPORT-LANDE)
                   IF RL-LAND(ANTAL-RAPPORT-LANDE) = "US"
                       MOVE "J" TO WS-US-PERSON
                   END-IF
               END-IF
           END-PERFORM
           IF WS-US-PERSON = "N"
               AND (SR-US-STATSBORGER OF RESIDENS-AR(WS-SR-SLOT) = "J"
                 OR SR-US-ADRESSE OF RESIDENS-AR(WS-SR-SLOT) = "J"
                 OR SR-US-TELEFON OF RESIDENS-AR(WS-SR-SLOT) = "J"
                 OR SR-US-OVERFOERSEL OF RESIDENS-AR(WS-SR-SLOT)
                     = "J")
               MOVE "J" TO WS-US-PERSON
               ADD 1 TO ANTAL-RAPPORT-LANDE
               MOVE "US" TO RL-LAND(ANTAL-RAPPORT-LANDE)
               MOVE SPACES TO RL-TIN(ANTAL-RAPPORT-LANDE)
           END-IF.

      * ONE ROW PER ACCOUNT THE CUSTOMER HOLDS OR CO-HOLDS, PER
      * REPORTING JURISDICTION. A CLOSED ACCOUNT IS ONLY REPORTED IN
      * THE YEAR IT LAST MOVED. A NEGATIVE BALANCE IS REPORTED AS
      * NIL, AS THE SCHEMA REQUIRES.
       RAPPORTER-KUNDE.
           MOVE "N" TO WS-KUNDE-RAPPORTERET
           MOVE SPACES TO WS-NAVN
           STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-IX)
                   DELIMITED BY "  "
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-IX)
                   DELIMITED BY "  "
               INTO WS-NAVN
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               PERFORM ER-KUNDE-INDEHAVER
               IF WS-ER-INDEHAVER = "J"
                   AND (KT-LUKKET(WS-KONTO-IX) = "N"
                     OR KT-AKTIVITET(WS-KONTO-IX) = "J")
                   PERFORM VARYING WS-RL-IX FROM 1 BY 1
                           UNTIL WS-RL-IX > ANTAL-RAPPORT-LANDE
                       PERFORM SKRIV-KONTO-RAEKKE
                   END-PERFORM
                   MOVE "J" TO WS-KUNDE-RAPPORTERET
               END-IF
           END-PERFORM
           IF WS-KUNDE-RAPPORTERET = "J"
               ADD 1 TO WS-ANTAL-KUNDER-RAPP
               IF WS-US-PERSON = "J"
                   ADD 1 TO WS-ANTAL-US-RAPP
               END-IF
           END-IF.

       ER-KUNDE-INDEHAVER.
           MOVE "N" TO WS-ER-INDEHAVER
           IF KT-KUNDE-ID(WS-KONTO-IX)
                   = KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
               MOVE "J" TO WS-ER-INDEHAVER
           END-IF
           PERFORM VARYING WS-MI-IX FROM 1 BY 1 UNTIL WS-MI-IX > 2
               IF KT-MI-KUNDE-ID(WS-KONTO-IX, WS-MI-IX)
                       = KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                   MOVE "J" TO WS-ER-INDEHAVER
               END-IF
           END-PERFORM.

       SKRIV-KONTO-RAEKKE.
           MOVE SPACES TO CRS-RECORD
           MOVE "KONT" TO CI-POSTTYPE
           MOVE WS-RUN-AAR TO CI-AAR
           MOVE RL-LAND(WS-RL-IX) TO CI-LAND
           MOVE RL-TIN(WS-RL-IX) TO CI-TIN
           IF RL-LAND(WS-RL-IX) = "US"
               MOVE "J" TO CI-FATCA
           ELSE
               MOVE "N" TO CI-FATCA
           END-IF
           MOVE KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX) TO CI-KUNDE-ID
           MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-IX) TO CI-CPR
           MOVE WS-NAVN TO CI-NAVN
           MOVE LANDE-KODE OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-IX)
               TO CI-ADR-LAND
           MOVE KT-KONTO-ID(WS-KONTO-IX) TO CI-KONTO-ID
           MOVE KT-KONTOTYPE(WS-KONTO-IX) TO CI-KONTOTYPE
           MOVE KT-LUKKET(WS-KONTO-IX) TO CI-LUKKET
           MOVE KT-VALUTA(WS-KONTO-IX) TO CI-VALUTA
           IF KT-SALDO(WS-KONTO-IX) > ZEROES
               AND KT-LUKKET(WS-KONTO-IX) = "N"
               MOVE KT-SALDO(WS-KONTO-IX) TO CI-SALDO
           ELSE
               MOVE ZEROES TO CI-SALDO
           END-IF
           MOVE KT-RENTE(WS-KONTO-IX) TO CI-RENTE
           MOVE KT-UDBYTTE(WS-KONTO-IX) TO CI-UDBYTTE
           WRITE CRS-RECORD
           ADD 1 TO WS-RECS-OUT
           ADD CI-SALDO TO WS-TOTAL-SALDO
           ADD CI-RENTE TO WS-TOTAL-RENTE
           ADD CI-UDBYTTE TO WS-TOTAL-UDBYTTE.

       SKRIV-AFVIGELSE-UDEN-CERT.
           MOVE SPACES TO CRS-AFV-RECORD
           STRING "KUNDE " DELIMITED BY SIZE
               KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX) DELIMITED BY SIZE
               " CPR " DELIMITED BY SIZE
               CPR OF KUNDEOPL-AR(WS-KUNDE-IX) DELIMITED BY SIZE
               " UDENLANDSK INDICIA UDEN GYLDIG SELVCERTIFICERING: "
                   DELIMITED BY SIZE
               WS-IND-TEKST DELIMITED BY SIZE
               INTO CRS-AFV-RECORD
           WRITE CRS-AFV-RECORD
           ADD 1 TO WS-ANTAL-AFVIGELSER.

       SKRIV-HOVED.
           MOVE SPACES TO CRS-RECORD
           STRING "HEAD CRS/FATCA INDBERETNING " DELIMITED BY SIZE
               WS-RUN-AAR DELIMITED BY SIZE
               " PR. " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               " AFSENDERLAND DK" DELIMITED BY SIZE
               INTO CRS-RECORD
           WRITE CRS-RECORD.

      * THE CONTROL-TOTAL TRAILERS THE AUTHORITY CHECKS THE FILE
      * AGAINST: ROWS, CUSTOMERS AND US PERSONS, THEN THE BALANCE,
      * INTEREST AND DIVIDEND TOTALS.
       SKRIV-TRAILER.
           MOVE SPACES TO CRS-RECORD
           STRING "TRAILER ANTAL=" DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               " KUNDER=" DELIMITED BY SIZE
               WS-ANTAL-KUNDER-RAPP DELIMITED BY SIZE
               " FATCA=" DELIMITED BY SIZE
               WS-ANTAL-US-RAPP DELIMITED BY SIZE
               INTO CRS-RECORD
           WRITE CRS-RECORD
           MOVE WS-TOTAL-SALDO TO WS-SALDO-DISPLAY
           MOVE WS-TOTAL-RENTE TO WS-RENTE-DISPLAY
           MOVE WS-TOTAL-UDBYTTE TO WS-UDBYTTE-DISPLAY
           MOVE SPACES TO CRS-RECORD
           STRING "TRAILER SALDO=" DELIMITED BY SIZE
               WS-SALDO-DISPLAY DELIMITED BY SIZE
               " RENTE=" DELIMITED BY SIZE
               WS-RENTE-DISPLAY DELIMITED BY SIZE
               " UDBYTTE=" DELIMITED BY SIZE
               WS-UDBYTTE-DISPLAY DELIMITED BY SIZE
               INTO CRS-RECORD
           WRITE CRS-RECORD.

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

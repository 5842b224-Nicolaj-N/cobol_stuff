       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE PAYOUTS KEYED ON PENSION ACCOUNTS - SEE
      * PENSIONSUDBETALINGER.CPY. SMALL ENOUGH THAT EVERY CHANGE
      * RELOADS AND REWRITES THE WHOLE FILE, SAME SHAPE AS THE
      * DEPOSIT RELEASES IN DEPOSITUMVEDLIGEHOLD.
           SELECT PENSIONS-UDBETALINGER
               ASSIGN TO "PensionsUdbetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDBET-STATUS.
      * THE ACCOUNT MASTER, KEYED BY KONTO-ID LIKE KONTOVEDLIGEHOLD -
      * READ ONLY, FOR THE PENSION ACCOUNT AND THE ACCOUNT THE NET
      * AMOUNT IS PAID TO.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE HOLDER'S CPR, WHICH THE PAYOUT AGE IS CHECKED FROM - SAME
      * KEYING AS KONTOVEDLIGEHOLD'S CUSTOMER CROSS-CHECK.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * LAST NIGHT'S CLOSING BALANCE - SHOWN TO THE OPERATOR SO THE
      * CUSTOMER KNOWS ROUGHLY WHAT THE PAYOUT COMES TO.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE STATUTORY PAYOUT AGE AND RATES. OPTIONAL, ONE ROW - EACH
      * FIGURE OVERRIDES ITS DEFAULT BELOW WHEN NUMERIC AND ABOVE
      * ZERO, SAME RULE AS PENSIONSLOFT.TXT.
           SELECT PENSIONS-SATSER
               ASSIGN TO "PensionUdbetalingSatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SATS-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - NIVEAU 2 TO KEY OR STOP A
      * PAYOUT.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENSIONS-UDBETALINGER.
       01  UDBET-REC.
           COPY "PENSIONSUDBETALINGER.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  KUNDEOPLYSNINGER.
       01  KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".

       FD  LUKKESALDO-FILE.
       01  LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
           02  LS-UDSKRIFT-NR       PIC 9(6).

       FD  PENSIONS-SATSER.
       01  SATS-RECORD.
           02  PS-ALDER             PIC 9(2).
           02  PS-AFGIFT-ALDER      PIC 9(2)V99.
           02  PS-AFGIFT-RATE       PIC 9(2)V99.
           02  PS-TRAEK             PIC 9(2)V99.

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-UDBET-STATUS          PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-SATS-STATUS           PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-KRAV           PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-OK             PIC X VALUE "N".
       01  WS-ANTAL-AENDRINGER      PIC 9(5) VALUE ZEROES.
       01  WS-SESSION-START-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-START-TIME    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-TIME      PIC 9(8) VALUE ZEROES.
       01  WS-I-DAG                 PIC X(10) VALUE SPACES.
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
       01  WS-KUNDE-FUNDET          PIC X VALUE "N".
       01  WS-SALDO-FUNDET          PIC X VALUE "N".
      * THE PAYOUT AGE AND RATES - STATUTORY DEFAULTS, OVERRIDDEN BY
      * PENSIONUDBETALINGSATSER.TXT. AN ALDERSOPSPARING PAID AT THE
      * PAYOUT AGE IS TAX-FREE; A RATEPENSION'S INSTALMENTS ARE
      * INCOME, TAXED AT THE HOLDER'S TRAEKPROCENT (55 WHEN THE
      * HOLDER HAS NO TAX CARD WITH US). TAKEN OUT EARLY, EITHER
      * PRODUCT PAYS ITS PENALTY AFGIFT ON THE WHOLE AMOUNT.
       01  WS-UDBETALINGS-ALDER     PIC 9(2) VALUE 64.
       01  WS-AFGIFT-ALDER          PIC 9(2)V99 VALUE 20.00.
       01  WS-AFGIFT-RATE           PIC 9(2)V99 VALUE 60.00.
       01  WS-STANDARD-TRAEK        PIC 9(2)V99 VALUE 55.00.
       01  WS-TRAEK-TEKST           PIC X(5) VALUE SPACES.
       01  WS-TRAEK                 PIC 9(2)V99 VALUE ZEROES.
      * THE PENSION ACCOUNT BEING WORKED - HELD APART FROM THE FILE
      * RECORD, WHICH THE PAYOUT-ACCOUNT READ REUSES.
       01  WS-PEN-KONTO-ID          PIC X(10) VALUE SPACES.
       01  WS-PEN-EJER              PIC X(10) VALUE SPACES.
       01  WS-PEN-TYPE              PIC X(6) VALUE SPACES.
       01  WS-PEN-SALDO             PIC S9(18)V99 VALUE ZEROES.
       01  WS-SOEGE-KONTO           PIC X(10) VALUE SPACES.
      * THE HOLDER'S AGE FROM THE CPR - SAME CENTURY AND BIRTHDAY
      * RULES AS TRANSAKTIONERKONTROL'S BEREGN-CPR-ALDER.
       01  WS-CPR                   PIC X(10) VALUE SPACES.
       01  WS-ALDER                 PIC 9(3) VALUE ZEROES.
       01  WS-FOEDSEL-AAR           PIC 9(4) VALUE ZEROES.
       01  WS-FOEDSEL-AAR2          PIC 9(2) VALUE ZEROES.
       01  WS-FOEDSEL-DAG           PIC 9(2) VALUE ZEROES.
       01  WS-FOEDSEL-MD            PIC 9(2) VALUE ZEROES.
       01  WS-FOEDSEL-MMDD          PIC 9(4) VALUE ZEROES.
       01  WS-CIFFER7               PIC 9 VALUE ZEROES.
       01  WS-RUN-AAR               PIC 9(4) VALUE ZEROES.
       01  WS-RUN-MMDD              PIC 9(4) VALUE ZEROES.
      * THE PAYOUT BEING KEYED - HELD APART FROM THE FILE RECORD,
      * WHICH THE RELOAD OVERWRITES.
       01  NY-UDBET.
           COPY "PENSIONSUDBETALINGER.cpy".
      * THE WHOLE PAYOUT FILE, LOADED FOR LOOKUP, NUMBERING AND
      * UPDATE - SNAPSHOT-AND-REWRITE LIKE THE OTHER REGISTERS.
       01  UDBET-AR OCCURS 999 TIMES.
           COPY "PENSIONSUDBETALINGER.cpy".
       01  ANTAL-UDBET              PIC 9(4) VALUE ZEROES.
       01  WS-UDBET-IX              PIC 9(4).
       01  WS-UDBET-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-AABEN-IX              PIC 9(4) VALUE ZEROES.
       01  EOF-UDBET                PIC X VALUE "N".
       01  WS-HOEJESTE-NR           PIC 9(9) VALUE ZEROES.
       01  WS-NAESTE-NR             PIC 9(9) VALUE ZEROES.
       01  WS-SOEGE-ID              PIC X(10) VALUE SPACES.
       01  WS-VIS-SATS              PIC Z9.99.
       01  WS-VIS-BELOB             PIC -(11)9.99.
       01  WS-VIS-BELOB2            PIC -(11)9.99.
       01  WS-VIS-SALDO             PIC -(15)9.99.

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

       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU = ZEROES
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           PERFORM LOAD-SATSER
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           PERFORM SKRIV-SESSIONS-LOG.

       OPERATOR-SIGNON.
           ACCEPT WS-SESSION-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-START-TIME FROM TIME
           MOVE WS-SESSION-START-DATE(1:4) TO WS-I-DAG(1:4)
           MOVE "-" TO WS-I-DAG(5:1)
           MOVE WS-SESSION-START-DATE(5:2) TO WS-I-DAG(6:2)
           MOVE "-" TO WS-I-DAG(8:1)
           MOVE WS-SESSION-START-DATE(7:2) TO WS-I-DAG(9:2)
           MOVE WS-SESSION-START-DATE(1:4) TO WS-RUN-AAR
           MOVE WS-SESSION-START-DATE(5:4) TO WS-RUN-MMDD
           DISPLAY "OPERATOER-ID (3 TEGN): " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           OPEN INPUT OPERATOERER
           IF WS-OPER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-OPER = "Y"
                   READ OPERATOERER
                       AT END
                           MOVE "Y" TO EOF-OPER
                       NOT AT END
                           IF OP-ID OF OPERATOER-REC = WS-OPERATOR
                               MOVE OP-NIVEAU OF OPERATOER-REC
                                   TO WS-OPERATOR-NIVEAU
                               DISPLAY "VELKOMMEN "
                                   OP-NAVN OF OPERATOER-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOERER
           END-IF.

       KRAEV-NIVEAU.
           IF WS-OPERATOR-NIVEAU >= WS-NIVEAU-KRAV
               MOVE "Y" TO WS-NIVEAU-OK
           ELSE
               MOVE "N" TO WS-NIVEAU-OK
               DISPLAY "HANDLING KRAEVER NIVEAU " WS-NIVEAU-KRAV
                   " - DU HAR NIVEAU " WS-OPERATOR-NIVEAU "."
           END-IF.

       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "PENSUDBV" DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               "  START " DELIMITED BY SIZE
               WS-SESSION-START-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SESSION-START-TIME DELIMITED BY SIZE
               "  END " DELIMITED BY SIZE
               WS-SESSION-END-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SESSION-END-TIME DELIMITED BY SIZE
               "  AENDRINGER " DELIMITED BY SIZE
               WS-ANTAL-AENDRINGER DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       LOAD-SATSER.
           OPEN INPUT PENSIONS-SATSER
           IF WS-SATS-STATUS = "35"
               CONTINUE
           ELSE
               READ PENSIONS-SATSER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PS-ALDER IS NUMERIC AND PS-ALDER > ZEROES
                           MOVE PS-ALDER TO WS-UDBETALINGS-ALDER
                       END-IF
                       IF PS-AFGIFT-ALDER IS NUMERIC
                           AND PS-AFGIFT-ALDER > ZEROES
                           MOVE PS-AFGIFT-ALDER TO WS-AFGIFT-ALDER
                       END-IF
                       IF PS-AFGIFT-RATE IS NUMERIC
                           AND PS-AFGIFT-RATE > ZEROES
                           MOVE PS-AFGIFT-RATE TO WS-AFGIFT-RATE
                       END-IF
                       IF PS-TRAEK IS NUMERIC AND PS-TRAEK > ZEROES
                           MOVE PS-TRAEK TO WS-STANDARD-TRAEK
                       END-IF
               END-READ
               CLOSE PENSIONS-SATSER
           END-IF.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "PENSIONSKONTI - UDBETALING"
           DISPLAY "1. REGISTRER UDBETALING"
           DISPLAY "2. ANNULLER UDBETALING"
           DISPLAY "3. VIS PENSIONSKONTO OG UDBETALINGER"
           DISPLAY "4. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-UDBETALING
                           THRU OPRET-UDBETALING-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM ANNULLER-UDBETALING
                           THRU ANNULLER-UDBETALING-EXIT
                   END-IF
               WHEN "3"
                   PERFORM VIS-PENSIONSKONTO THRU VIS-PENSIONSKONTO-EXIT
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       LOAD-UDBETALINGER.
           MOVE ZEROES TO ANTAL-UDBET
           MOVE "N" TO EOF-UDBET
           OPEN INPUT PENSIONS-UDBETALINGER
           IF WS-UDBET-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-UDBET = "Y"
                   READ PENSIONS-UDBETALINGER
                       AT END
                           MOVE "Y" TO EOF-UDBET
                       NOT AT END
                           ADD 1 TO ANTAL-UDBET
                           MOVE UDBET-REC TO UDBET-AR(ANTAL-UDBET)
                   END-READ
               END-PERFORM
               CLOSE PENSIONS-UDBETALINGER
           END-IF.

       GEM-UDBETALINGER.
           OPEN OUTPUT PENSIONS-UDBETALINGER
           PERFORM VARYING WS-UDBET-IX FROM 1 BY 1
                   UNTIL WS-UDBET-IX > ANTAL-UDBET
               MOVE UDBET-AR(WS-UDBET-IX) TO UDBET-REC
               WRITE UDBET-REC
           END-PERFORM
           CLOSE PENSIONS-UDBETALINGER.

      * THE PAYOUT KEYED IN WS-SOEGE-ID, AS ITS SLOT IN
      * WS-UDBET-MATCH-IX - ZERO WHEN IT ISN'T ON FILE.
       FIND-UDBETALING.
           MOVE ZEROES TO WS-UDBET-MATCH-IX
           PERFORM VARYING WS-UDBET-IX FROM 1 BY 1
                   UNTIL WS-UDBET-IX > ANTAL-UDBET
               IF PU-REFERENCE OF UDBET-AR(WS-UDBET-IX) = WS-SOEGE-ID
                   MOVE WS-UDBET-IX TO WS-UDBET-MATCH-IX
               END-IF
           END-PERFORM.

      * WS-SOEGE-KONTO FROM THE ACCOUNT MASTER INTO KONTOOPL-IN.
       LAES-KONTO.
           MOVE WS-SOEGE-KONTO TO KONTO-ID OF KONTOOPL-IN
           MOVE "N" TO WS-KONTO-FUNDET
           OPEN INPUT KONTOOPLYSNINGER
           READ KONTOOPLYSNINGER KEY IS KONTO-ID OF KONTOOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-FUNDET
           END-READ
           CLOSE KONTOOPLYSNINGER.

      * THE PENSION ACCOUNT KEYED IN WS-SOEGE-KONTO - IT MUST BE ON
      * THE MASTER AND CARRY A PENSION TYPE. ITS HOLDER, TYPE AND
      * LAST NIGHT'S BALANCE ARE KEPT IN THE WS-PEN FIELDS.
       FIND-PENSIONSKONTO.
           MOVE "N" TO WS-FEJL
           PERFORM LAES-KONTO
           IF WS-KONTO-FUNDET = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "KONTO-ID FINDES IKKE I KONTOREGISTER"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND PENSIONS-TYPE OF KONTOOPL-IN = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "KONTOEN ER IKKE EN PENSIONSKONTO" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE KONTO-ID OF KONTOOPL-IN TO WS-PEN-KONTO-ID
               MOVE KUNDE-ID OF KONTOOPL-IN TO WS-PEN-EJER
               MOVE PENSIONS-TYPE OF KONTOOPL-IN TO WS-PEN-TYPE
               PERFORM FIND-LUKKESALDO
           END-IF.

       FIND-LUKKESALDO.
           MOVE ZEROES TO WS-PEN-SALDO
           MOVE "N" TO WS-SALDO-FUNDET
           MOVE "N" TO EOF-LUKKE
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           IF LS-KONTO-ID = WS-PEN-KONTO-ID
                               MOVE LS-BALANCE TO WS-PEN-SALDO
                               MOVE "Y" TO WS-SALDO-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

      * THE HOLDER'S CPR FROM THE CUSTOMER MASTER, THEN THE AGE.
      * A HOLDER WITHOUT A USABLE CPR CANNOT BE AGED AND GETS NO
      * PAYOUT KEYED.
       FIND-ALDER.
           MOVE WS-PEN-EJER TO KUNDE-ID OF KUNDEOPL-IN
           MOVE "N" TO WS-KUNDE-FUNDET
           OPEN INPUT KUNDEOPLYSNINGER
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KUNDE-FUNDET
           END-READ
           CLOSE KUNDEOPLYSNINGER
           IF WS-KUNDE-FUNDET = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "KONTOHAVEREN FINDES IKKE I KUNDEREGISTER"
                   TO WS-FEJLTEKST
           ELSE
               MOVE CPR OF KUNDEOPL-IN TO WS-CPR
               IF WS-CPR IS NOT NUMERIC
                   MOVE "Y" TO WS-FEJL
                   MOVE "KONTOHAVERENS CPR ER UGYLDIGT" TO WS-FEJLTEKST
               ELSE
                   PERFORM BEREGN-CPR-ALDER
               END-IF
           END-IF.

       BEREGN-CPR-ALDER.
           MOVE WS-CPR(1:2) TO WS-FOEDSEL-DAG
           MOVE WS-CPR(3:2) TO WS-FOEDSEL-MD
           MOVE WS-CPR(5:2) TO WS-FOEDSEL-AAR2
           MOVE WS-CPR(7:1) TO WS-CIFFER7
           EVALUATE TRUE
               WHEN WS-CIFFER7 < 4
                   COMPUTE WS-FOEDSEL-AAR = 1900 + WS-FOEDSEL-AAR2
               WHEN WS-CIFFER7 = 4 OR WS-CIFFER7 = 9
                   IF WS-FOEDSEL-AAR2 <= 36
                       COMPUTE WS-FOEDSEL-AAR = 2000 + WS-FOEDSEL-AAR2
                   ELSE
                       COMPUTE WS-FOEDSEL-AAR = 1900 + WS-FOEDSEL-AAR2
                   END-IF
               WHEN OTHER
                   IF WS-FOEDSEL-AAR2 <= 57
                       COMPUTE WS-FOEDSEL-AAR = 2000 + WS-FOEDSEL-AAR2
                   ELSE
                       COMPUTE WS-FOEDSEL-AAR = 1800 + WS-FOEDSEL-AAR2
                   END-IF
           END-EVALUATE
           COMPUTE WS-ALDER = WS-RUN-AAR - WS-FOEDSEL-AAR
           COMPUTE WS-FOEDSEL-MMDD = WS-FOEDSEL-MD * 100
               + WS-FOEDSEL-DAG
           IF WS-RUN-MMDD < WS-FOEDSEL-MMDD
               SUBTRACT 1 FROM WS-ALDER
           END-IF.

      * THE NET AMOUNT'S ACCOUNT MUST BE AN OPEN, ORDINARY DKK
      * ACCOUNT OF THE PENSION'S OWN HOLDER - NOT ANOTHER PENSION,
      * NOT A RENT DEPOSIT.
       VALIDER-UDBETALINGSKONTO.
           PERFORM LAES-KONTO
           IF WS-KONTO-FUNDET = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "UDBETALINGSKONTO FINDES IKKE" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               MOVE "Y" TO WS-FEJL
               MOVE "UDBETALINGSKONTO ER IKKE AKTIV" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND KUNDE-ID OF KONTOOPL-IN NOT = WS-PEN-EJER
               MOVE "Y" TO WS-FEJL
               MOVE "UDBETALINGSKONTO TILHOERER IKKE KONTOHAVEREN"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
               MOVE "Y" TO WS-FEJL
               MOVE "UDBETALINGSKONTO SKAL VAERE I DKK" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND (PENSIONS-TYPE OF KONTOOPL-IN NOT = SPACES
               OR DEPOSITUM-UDLEJER OF KONTOOPL-IN NOT = SPACES)
               MOVE "Y" TO WS-FEJL
               MOVE "UDBETALINGSKONTO SKAL VAERE EN ALMINDELIG KONTO"
                   TO WS-FEJLTEKST
           END-IF.

      * A NEW PAYOUT. ONE AKTIV PAYOUT PER PENSION ACCOUNT AT A
      * TIME. THE HOLDER'S AGE DECIDES THE RULES: PAST THE PAYOUT
      * AGE THE PRODUCT'S OWN FORMS APPLY, BEFORE IT THE WHOLE
      * ACCOUNT GOES AT ONCE WITH THE PENALTY AFGIFT WITHHELD.
       OPRET-UDBETALING.
           MOVE SPACES TO NY-UDBET
           MOVE ZEROES TO PU-ANTAL-AAR OF NY-UDBET
           MOVE ZEROES TO PU-RATER-I-ALT OF NY-UDBET
           MOVE ZEROES TO PU-RATER-BETALT OF NY-UDBET
           MOVE ZEROES TO PU-SATS OF NY-UDBET
           MOVE ZEROES TO PU-BRUTTO-I-ALT OF NY-UDBET
           MOVE ZEROES TO PU-SKAT-I-ALT OF NY-UDBET
           DISPLAY "PENSIONSKONTO KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO
           PERFORM FIND-PENSIONSKONTO
           IF WS-FEJL = "N"
               PERFORM FIND-ALDER
           END-IF
           IF WS-FEJL = "Y"
               DISPLAY "UDBETALING IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO OPRET-UDBETALING-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               DISPLAY "PENSIONSKONTOEN ER IKKE AKTIV - STATUS "
                   KONTO-STATUS OF KONTOOPL-IN
               GO TO OPRET-UDBETALING-EXIT
           END-IF
           PERFORM LOAD-UDBETALINGER
           MOVE ZEROES TO WS-AABEN-IX
           PERFORM VARYING WS-UDBET-IX FROM 1 BY 1
                   UNTIL WS-UDBET-IX > ANTAL-UDBET
               IF PU-KONTO-ID OF UDBET-AR(WS-UDBET-IX)
                       = WS-PEN-KONTO-ID
                   AND PU-STATUS OF UDBET-AR(WS-UDBET-IX) = "AKTIV"
                   MOVE WS-UDBET-IX TO WS-AABEN-IX
               END-IF
           END-PERFORM
           IF WS-AABEN-IX NOT = ZEROES
               DISPLAY "DER ER ALLEREDE EN AKTIV UDBETALING: "
                   PU-REFERENCE OF UDBET-AR(WS-AABEN-IX)
               GO TO OPRET-UDBETALING-EXIT
           END-IF
           MOVE WS-PEN-SALDO TO WS-VIS-SALDO
           DISPLAY "KONTOHAVER " WS-PEN-EJER " TYPE " WS-PEN-TYPE
               " ALDER " WS-ALDER
           DISPLAY "SALDO PR. SIDSTE KOERSEL: " WS-VIS-SALDO
           MOVE WS-PEN-KONTO-ID TO PU-KONTO-ID OF NY-UDBET
           MOVE WS-PEN-TYPE TO PU-PENSIONS-TYPE OF NY-UDBET
           IF WS-ALDER < WS-UDBETALINGS-ALDER
               PERFORM VAELG-TIDLIG-UDBETALING
                   THRU VAELG-TIDLIG-UDBETALING-EXIT
           ELSE
               PERFORM VAELG-UDBETALINGSFORM
                   THRU VAELG-UDBETALINGSFORM-EXIT
           END-IF
           IF WS-FEJL = "Y"
               DISPLAY "UDBETALING IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO OPRET-UDBETALING-EXIT
           END-IF
           DISPLAY "UDBETALINGSKONTO KONTO-ID: " WITH NO ADVANCING
           ACCEPT PU-UDBETALINGSKONTO OF NY-UDBET
           MOVE PU-UDBETALINGSKONTO OF NY-UDBET TO WS-SOEGE-KONTO
           PERFORM VALIDER-UDBETALINGSKONTO
           IF WS-FEJL = "Y"
               DISPLAY "UDBETALING IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO OPRET-UDBETALING-EXIT
           END-IF
           DISPLAY "FOERSTE UDBETALINGSDATO (AAAA-MM-DD, BLANK = I NAT)"
               ": " WITH NO ADVANCING
           ACCEPT PU-NAESTE-DATO OF NY-UDBET
           IF PU-NAESTE-DATO OF NY-UDBET = SPACES
               MOVE WS-I-DAG TO PU-NAESTE-DATO OF NY-UDBET
           END-IF
           IF PU-NAESTE-DATO OF NY-UDBET(1:4) IS NOT NUMERIC
               OR PU-NAESTE-DATO OF NY-UDBET(5:1) NOT = "-"
               OR PU-NAESTE-DATO OF NY-UDBET(6:2) IS NOT NUMERIC
               OR PU-NAESTE-DATO OF NY-UDBET(8:1) NOT = "-"
               OR PU-NAESTE-DATO OF NY-UDBET(9:2) IS NOT NUMERIC
               DISPLAY "UGYLDIG DATO - FORMAT AAAA-MM-DD."
               GO TO OPRET-UDBETALING-EXIT
           END-IF
           IF PU-NAESTE-DATO OF NY-UDBET < WS-I-DAG
               DISPLAY "FOERSTE UDBETALINGSDATO ER OVERSKREDET."
               GO TO OPRET-UDBETALING-EXIT
           END-IF
           MOVE PU-SATS OF NY-UDBET TO WS-VIS-SATS
           DISPLAY "FORM " PU-FORM OF NY-UDBET
               "  " PU-SKATTETYPE OF NY-UDBET " " WS-VIS-SATS " PCT"
               "  TIDLIG " PU-TIDLIG OF NY-UDBET
           DISPLAY "BEKRAEFT UDBETALING (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "UDBETALING IKKE REGISTRERET."
               GO TO OPRET-UDBETALING-EXIT
           END-IF
           MOVE "AKTIV" TO PU-STATUS OF NY-UDBET
           MOVE WS-I-DAG TO PU-DATO OF NY-UDBET
           MOVE WS-OPERATOR TO PU-OPRETTET-AF OF NY-UDBET
           PERFORM TILDEL-REFERENCE
           ADD 1 TO ANTAL-UDBET
           MOVE NY-UDBET TO UDBET-AR(ANTAL-UDBET)
           PERFORM GEM-UDBETALINGER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "UDBETALING " PU-REFERENCE OF NY-UDBET
               " REGISTRERET - FOERSTE UDBETALING "
               PU-NAESTE-DATO OF NY-UDBET.

       OPRET-UDBETALING-EXIT.
           EXIT.

      * BEFORE THE PAYOUT AGE: THE WHOLE ACCOUNT AS ONE SUM, WITH THE
      * PRODUCT'S PENALTY AFGIFT - THE CUSTOMER MUST SAY YES TO IT.
       VAELG-TIDLIG-UDBETALING.
           IF WS-PEN-TYPE = "RATE"
               MOVE WS-AFGIFT-RATE TO PU-SATS OF NY-UDBET
           ELSE
               MOVE WS-AFGIFT-ALDER TO PU-SATS OF NY-UDBET
           END-IF
           MOVE PU-SATS OF NY-UDBET TO WS-VIS-SATS
           DISPLAY "KONTOHAVEREN ER UNDER UDBETALINGSALDEREN "
               WS-UDBETALINGS-ALDER
           DISPLAY "TIDLIG UDBETALING AF HELE KONTOEN MED AFGIFT "
               WS-VIS-SATS " PCT - ACCEPTERET (J/N): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               MOVE "Y" TO WS-FEJL
               MOVE "TIDLIG UDBETALING IKKE ACCEPTERET" TO WS-FEJLTEKST
               GO TO VAELG-TIDLIG-UDBETALING-EXIT
           END-IF
           MOVE "J" TO PU-TIDLIG OF NY-UDBET
           MOVE "ENGANG" TO PU-FORM OF NY-UDBET
           MOVE "AFGIFT" TO PU-SKATTETYPE OF NY-UDBET
           MOVE 1 TO PU-RATER-I-ALT OF NY-UDBET.

       VAELG-TIDLIG-UDBETALING-EXIT.
           EXIT.

      * AT OR PAST THE PAYOUT AGE: AN ALDERSOPSPARING GOES TAX-FREE,
      * AS ONE SUM OR MONTHLY OVER 1 TO 30 YEARS; A RATEPENSION ONLY
      * MONTHLY OVER 10 TO 30 YEARS, TAXED AS INCOME.
       VAELG-UDBETALINGSFORM.
           MOVE "N" TO PU-TIDLIG OF NY-UDBET
           IF WS-PEN-TYPE = "RATE"
               MOVE "RATER" TO PU-FORM OF NY-UDBET
           ELSE
               DISPLAY "FORM (ENGANG/RATER): " WITH NO ADVANCING
               ACCEPT PU-FORM OF NY-UDBET
           END-IF
           EVALUATE PU-FORM OF NY-UDBET
               WHEN "ENGANG"
                   MOVE 1 TO PU-RATER-I-ALT OF NY-UDBET
               WHEN "RATER"
                   DISPLAY "ANTAL AAR: " WITH NO ADVANCING
                   ACCEPT PU-ANTAL-AAR OF NY-UDBET
                   IF PU-ANTAL-AAR OF NY-UDBET IS NOT NUMERIC
                       OR PU-ANTAL-AAR OF NY-UDBET < 1
                       OR PU-ANTAL-AAR OF NY-UDBET > 30
                       MOVE "Y" TO WS-FEJL
                       MOVE "ANTAL AAR SKAL VAERE 1 TIL 30"
                           TO WS-FEJLTEKST
                       GO TO VAELG-UDBETALINGSFORM-EXIT
                   END-IF
                   IF WS-PEN-TYPE = "RATE"
                       AND PU-ANTAL-AAR OF NY-UDBET < 10
                       MOVE "Y" TO WS-FEJL
                       MOVE "RATEPENSION UDBETALES OVER 10 TIL 30 AAR"
                           TO WS-FEJLTEKST
                       GO TO VAELG-UDBETALINGSFORM-EXIT
                   END-IF
                   COMPUTE PU-RATER-I-ALT OF NY-UDBET =
                       PU-ANTAL-AAR OF NY-UDBET * 12
               WHEN OTHER
                   MOVE "Y" TO WS-FEJL
                   MOVE "FORM SKAL VAERE ENGANG ELLER RATER"
                       TO WS-FEJLTEKST
                   GO TO VAELG-UDBETALINGSFORM-EXIT
           END-EVALUATE
           IF WS-PEN-TYPE = "RATE"
               MOVE "ASKAT" TO PU-SKATTETYPE OF NY-UDBET
               MOVE WS-STANDARD-TRAEK TO WS-VIS-SATS
               DISPLAY "TRAEKPROCENT (BLANK = " WS-VIS-SATS "): "
                   WITH NO ADVANCING
               ACCEPT WS-TRAEK-TEKST
               IF WS-TRAEK-TEKST = SPACES
                   MOVE WS-STANDARD-TRAEK TO PU-SATS OF NY-UDBET
               ELSE
                   IF WS-TRAEK-TEKST(2:1) = SPACE
                       MOVE WS-TRAEK-TEKST(1:1) TO WS-TRAEK-TEKST(2:1)
                       MOVE "0" TO WS-TRAEK-TEKST(1:1)
                   END-IF
                   IF WS-TRAEK-TEKST(1:2) IS NOT NUMERIC
                       MOVE "Y" TO WS-FEJL
                       MOVE "TRAEKPROCENT SKAL VAERE 0 TIL 99"
                           TO WS-FEJLTEKST
                       GO TO VAELG-UDBETALINGSFORM-EXIT
                   END-IF
                   MOVE WS-TRAEK-TEKST(1:2) TO WS-TRAEK
                   MOVE WS-TRAEK TO PU-SATS OF NY-UDBET
               END-IF
           ELSE
               MOVE "AFGIFT" TO PU-SKATTETYPE OF NY-UDBET
               MOVE ZEROES TO PU-SATS OF NY-UDBET
           END-IF.

       VAELG-UDBETALINGSFORM-EXIT.
           EXIT.

      * THE NEXT FREE P-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SO A
      * FINISHED OR STOPPED NUMBER IS NEVER HANDED OUT AGAIN. SAME
      * RULE AS THE DEPOSIT RELEASES' D-NUMBERS.
       TILDEL-REFERENCE.
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-UDBET-IX FROM 1 BY 1
                   UNTIL WS-UDBET-IX > ANTAL-UDBET
               IF PU-REFERENCE OF UDBET-AR(WS-UDBET-IX)(2:9)
                       IS NUMERIC
                   MOVE PU-REFERENCE OF UDBET-AR(WS-UDBET-IX)(2:9)
                       TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "P" TO PU-REFERENCE OF NY-UDBET(1:1)
           MOVE WS-NAESTE-NR TO PU-REFERENCE OF NY-UDBET(2:9).

      * AN AKTIV PAYOUT IS STOPPED - WHAT HAS ALREADY GONE STAYS
      * PAID, THE REST OF THE ACCOUNT STAYS ON THE ACCOUNT.
       ANNULLER-UDBETALING.
           PERFORM LOAD-UDBETALINGER
           DISPLAY "UDBETALINGS-REFERENCE (P-NUMMER): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM FIND-UDBETALING
           IF WS-UDBET-MATCH-IX = ZEROES
               DISPLAY "UDBETALINGEN FINDES IKKE."
               GO TO ANNULLER-UDBETALING-EXIT
           END-IF
           IF PU-STATUS OF UDBET-AR(WS-UDBET-MATCH-IX) NOT = "AKTIV"
               DISPLAY "UDBETALINGEN KAN IKKE ANNULLERES - STATUS "
                   PU-STATUS OF UDBET-AR(WS-UDBET-MATCH-IX)
               GO TO ANNULLER-UDBETALING-EXIT
           END-IF
           DISPLAY "BEKRAEFT ANNULLERING AF " WS-SOEGE-ID
               " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "ANNULLERING FORTRUDT."
               GO TO ANNULLER-UDBETALING-EXIT
           END-IF
           MOVE "ANNULLERET"
               TO PU-STATUS OF UDBET-AR(WS-UDBET-MATCH-IX)
           PERFORM GEM-UDBETALINGER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "UDBETALING ANNULLERET.".

       ANNULLER-UDBETALING-EXIT.
           EXIT.

      * THE PENSION ACCOUNT'S HOLDER AND AGE, LAST NIGHT'S BALANCE,
      * AND EVERY PAYOUT EVER KEYED ON IT.
       VIS-PENSIONSKONTO.
           DISPLAY "PENSIONSKONTO KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO
           PERFORM FIND-PENSIONSKONTO
           IF WS-FEJL = "Y"
               DISPLAY WS-FEJLTEKST
               GO TO VIS-PENSIONSKONTO-EXIT
           END-IF
           DISPLAY "KONTOHAVER:         " WS-PEN-EJER
           DISPLAY "PENSIONSTYPE:       " WS-PEN-TYPE
           DISPLAY "STATUS:             " KONTO-STATUS OF KONTOOPL-IN
           PERFORM FIND-ALDER
           IF WS-FEJL = "N"
               DISPLAY "ALDER:              " WS-ALDER
                   " (UDBETALINGSALDER " WS-UDBETALINGS-ALDER ")"
           ELSE
               DISPLAY "ALDER:              " WS-FEJLTEKST
           END-IF
           IF WS-SALDO-FUNDET = "Y"
               MOVE WS-PEN-SALDO TO WS-VIS-SALDO
               DISPLAY "SALDO:              " WS-VIS-SALDO
           ELSE
               DISPLAY "SALDO:              INGEN LUKKESALDO ENDNU"
           END-IF
           PERFORM LOAD-UDBETALINGER
           PERFORM VARYING WS-UDBET-IX FROM 1 BY 1
                   UNTIL WS-UDBET-IX > ANTAL-UDBET
               IF PU-KONTO-ID OF UDBET-AR(WS-UDBET-IX)
                       = WS-PEN-KONTO-ID
                   MOVE PU-SATS OF UDBET-AR(WS-UDBET-IX) TO WS-VIS-SATS
                   MOVE PU-BRUTTO-I-ALT OF UDBET-AR(WS-UDBET-IX)
                       TO WS-VIS-BELOB
                   MOVE PU-SKAT-I-ALT OF UDBET-AR(WS-UDBET-IX)
                       TO WS-VIS-BELOB2
                   DISPLAY PU-REFERENCE OF UDBET-AR(WS-UDBET-IX)
                       " " PU-FORM OF UDBET-AR(WS-UDBET-IX)
                       " " PU-DATO OF UDBET-AR(WS-UDBET-IX)
                       " " PU-STATUS OF UDBET-AR(WS-UDBET-IX)
                       " TIL " PU-UDBETALINGSKONTO
                           OF UDBET-AR(WS-UDBET-IX)
                   DISPLAY "    RATER " PU-RATER-BETALT
                           OF UDBET-AR(WS-UDBET-IX)
                       "/" PU-RATER-I-ALT OF UDBET-AR(WS-UDBET-IX)
                       "  NAESTE " PU-NAESTE-DATO
                           OF UDBET-AR(WS-UDBET-IX)
                       "  " PU-SKATTETYPE OF UDBET-AR(WS-UDBET-IX)
                       " " WS-VIS-SATS " PCT"
                       "  TIDLIG " PU-TIDLIG OF UDBET-AR(WS-UDBET-IX)
                   DISPLAY "    BRUTTO " WS-VIS-BELOB
                       "  TILBAGEHOLDT " WS-VIS-BELOB2
               END-IF
           END-PERFORM.

       VIS-PENSIONSKONTO-EXIT.
           EXIT.

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

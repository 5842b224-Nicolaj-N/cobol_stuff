               ASSIGN TO "VentendeAendringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENT-STATUS.
      * THE CORPORATE REGISTER - A BUSINESS CUSTOMER OPENS ACCOUNTS
      * ON ITS APPROVED CVR RECORD, NOT ON ITS CUSTOMER-MASTER ROW.
      * SEE KONTROLLER-VIRKSOMHED.
           SELECT VIRKSOMHEDER ASSIGN TO "Virksomheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIRK-STATUS.
      * THE IDENTITY DOCUMENT REGISTER - A CUSTOMER WHOSE DOCUMENT
      * HAS EXPIRED OPENS NOTHING NEW UNTIL THE COUNTER HAS SEEN A
      * VALID ONE. SEE KONTROLLER-LEGITIMATION.
           SELECT LEGITIMATIONER ASSIGN TO "Legitimation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGIT-STATUS.
      * THE TERMS VERSION CATALOGUE AND THE AGREEMENT REGISTER - NO
      * ACCOUNT IS OPENED UNTIL THE CUSTOMER HAS ACCEPTED THE
      * GAELDENDE ACCOUNT TERMS, AND THE ACCEPTANCE IS RECORDED. SEE
      * KONTROLLER-VILKAAR/GEM-AFTALE.
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
               02  KY-VURDERET-DATO    PIC X(10).
               02  KY-NAESTE-REVIEW    PIC X(10).

       FD  VIRKSOMHEDER.
           01  VIRKSOMHED-REC.
               COPY "VIRKSOMHEDER.cpy".

       FD  LEGITIMATIONER.
           01  LEGIT-REC.
               COPY "LEGITIMATION.cpy".

       FD  VILKAARS-VERSIONER.
           01  VERSION-REC.
               COPY "VILKAARSVERSIONER.cpy".

       FD  AFTALER.
           01  AFTALE-REC.
               COPY "AFTALER.cpy".

       FD  BATCH-AUDIT-LOG.
           01  AUDIT-LOG-RECORD.
               02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
               02  AUDIT-LOG-LOEBENR   PIC 9(9).
               02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
      * THE RECORD AS IT STOOD BEFORE THE OPERATOR'S EDITS - THE
       01  WS-J-GAMMEL              PIC X(40) VALUE SPACES.
       01  WS-J-NY                  PIC X(40) VALUE SPACES.
       01  WS-J-BELOB               PIC -(7)9.99.
       01  WS-J-OPSIG-MDR           PIC 9(2) VALUE ZEROES.
      * OPERATOR SIGN-ON STATE - SEE OPERATOR-SIGNON/KRAEV-NIVEAU
      * AND SKRIV-SESSIONS-LOG.
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-KYC                   PIC X VALUE "N".
       01  WS-KYC-FORFALDEN          PIC X VALUE "N".
       01  WS-VENT-STATUS            PIC XX VALUE "00".
      * CORPORATE CUSTOMER GATE - SEE KONTROLLER-VIRKSOMHED.
       01  WS-VIRK-STATUS            PIC XX VALUE "00".
       01  EOF-VIRK                  PIC X VALUE "N".
       01  WS-VIRK-AKTIV             PIC X VALUE "N".
       01  WS-VIRK-OPHOERT           PIC X VALUE "N".
       01  WS-VIRK-NAVN              PIC X(40) VALUE SPACES.
      * EXPIRED IDENTITY DOCUMENT GATE - SEE KONTROLLER-LEGITIMATION.
       01  WS-LEGIT-STATUS           PIC XX VALUE "00".
       01  EOF-LEGIT                 PIC X VALUE "N".
       01  WS-LEGIT-UDLOEBET         PIC X VALUE "N".
       01  WS-LEGIT-UDLOEB-DATO      PIC X(10) VALUE SPACES.
      * ACCOUNT TERMS ACCEPTANCE GATE - SEE KONTROLLER-VILKAAR.
       01  WS-VV-STATUS              PIC XX VALUE "00".
       01  WS-AF-STATUS              PIC XX VALUE "00".
       01  EOF-VV                    PIC X VALUE "N".
       01  WS-VILK-GAELDENDE         PIC X(10) VALUE SPACES.
       01  WS-VILK-VARSLET           PIC X(10) VALUE SPACES.
       01  WS-VILK-KANAL             PIC X(7) VALUE SPACES.
      * SIGN-ON LOCKOUT STATE - SEE KONTROLLER-ADGANG.
       01  WS-LAAS-STATUS            PIC XX VALUE "00".
       01  EOF-LAAS                  PIC X VALUE "N".
       01  WS-LAAS-GRAENSE           PIC 9 VALUE 3.


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
           STRING "KONTOVEDL " DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               "  AENDRINGER " DELIMITED BY SIZE
               WS-ANTAL-AENDRINGER DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

                   DISPLAY "KONTONUMMER: " KONTONUMMER OF KONTOOPL-IN
                   DISPLAY "VALUTA:      " VALUTAKODE OF KONTOOPL-IN
                   DISPLAY "STATUS:      " KONTO-STATUS OF KONTOOPL-IN
                   IF DEPOSITUM-UDLEJER OF KONTOOPL-IN NOT = SPACES
                       DISPLAY "DEPOSITUM:   UDLEJER "
                           DEPOSITUM-UDLEJER OF KONTOOPL-IN
                           " LEJEMAAL "
                           DEPOSITUM-LEJEMAAL OF KONTOOPL-IN
                   END-IF
                   IF OPSIGELSE-MAANEDER OF KONTOOPL-IN IS NUMERIC
                       AND OPSIGELSE-MAANEDER OF KONTOOPL-IN > ZEROES
                       DISPLAY "OPSIGELSE:   "
                           OPSIGELSE-MAANEDER OF KONTOOPL-IN
                           " MDR. VARSEL"
                   END-IF
           END-READ.

      * PROMPTS FOR EVERY MAINTAINABLE FIELD ON KONTOOPL-IN, SHARED BY
           ELSE
               MOVE ZEROES TO BOERNE-FRIGIV-ALDER OF KONTOOPL-IN
           END-IF
           DISPLAY "PENSIONSTYPE (ALDER/RATE ELLER BLANK): "
               WITH NO ADVANCING
           ACCEPT PENSIONS-TYPE OF KONTOOPL-IN
           DISPLAY "UDSKRIFTSCYKLUS (BLANK/MAANED/KVARTAL/AKTIV): "
               WITH NO ADVANCING
           ACCEPT UDSKRIFT-CYKLUS OF KONTOOPL-IN
      * A LANDLORD MAKES THE ACCOUNT A DEPOSITUMKONTO - THE ACCOUNT
      * HOLDER IS THE TENANT, AND NOTHING LEAVES THE ACCOUNT BUT A
      * RELEASE KEYED IN DEPOSITUMVEDLIGEHOLD.
           DISPLAY "DEPOSITUM UDLEJER KUNDE-ID (BLANK = NEJ): "
               WITH NO ADVANCING
           ACCEPT DEPOSITUM-UDLEJER OF KONTOOPL-IN
           IF DEPOSITUM-UDLEJER OF KONTOOPL-IN NOT = SPACES
               DISPLAY "LEJEMAALSREFERENCE: " WITH NO ADVANCING
               ACCEPT DEPOSITUM-LEJEMAAL OF KONTOOPL-IN
           ELSE
               MOVE SPACES TO DEPOSITUM-LEJEMAAL OF KONTOOPL-IN
           END-IF
      * A NOTICE PERIOD MAKES THE ACCOUNT AN OPSIGELSESKONTO - NO
      * DEBIT GETS THROUGH BEYOND A NOTICE KEYED IN
      * OPSIGELSEVEDLIGEHOLD AND FALLEN DUE, SAVE ONE TAKEN WITH
      * PENALTY INTEREST.
           DISPLAY "OPSIGELSESVARSEL I MDR (0/1/3/6, 0 = NEJ): "
               WITH NO ADVANCING
           ACCEPT OPSIGELSE-MAANEDER OF KONTOOPL-IN.

      * CHECKS KUNDE-ID OF KONTOOPL-IN AGAINST THE CUSTOMER MASTER -
      * THE REQUEST THAT ADDS THIS PROGRAM CALLS OUT THIS CHECK BY
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               PERFORM KONTROLLER-VIRKSOMHED
           END-IF
           IF WS-FEJL = "N"
               PERFORM VALIDER-IBAN
               IF WS-IBAN-OK = "N"
               AND BOERNE-VAERGE OF KONTOOPL-IN NOT = SPACES
               PERFORM VALIDER-BOERNEOPSPARING
           END-IF
           IF WS-FEJL = "N"
               AND DEPOSITUM-UDLEJER OF KONTOOPL-IN NOT = SPACES
               PERFORM VALIDER-DEPOSITUM
           END-IF
           IF WS-FEJL = "N"
               AND PENSIONS-TYPE OF KONTOOPL-IN NOT = SPACES
               AND PENSIONS-TYPE OF KONTOOPL-IN(1:5) NOT = "ALDER"
               AND PENSIONS-TYPE OF KONTOOPL-IN(1:4) NOT = "RATE"
               MOVE "Y" TO WS-FEJL
               MOVE "PENSIONSTYPE SKAL VAERE ALDER, RATE ELLER BLANK"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE "CYKLUS SKAL VAERE BLANK/MAANED/KVARTAL/AKTIV"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND OPSIGELSE-MAANEDER OF KONTOOPL-IN IS NOT NUMERIC
               MOVE "Y" TO WS-FEJL
               MOVE "OPSIGELSESVARSEL SKAL VAERE NUMERISK"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND OPSIGELSE-MAANEDER OF KONTOOPL-IN > ZEROES
               PERFORM VALIDER-OPSIGELSE
           END-IF
           IF WS-FEJL = "N"
               PERFORM KONTROLLER-KYC-REVIEW
               IF WS-KYC-FORFALDEN = "Y"
               END-IF
           END-IF.

      * A BUSINESS CUSTOMER IS KNOWN BY ITS AKTIV ROW ON THE CORPORATE
      * REGISTER - A CEASED COMPANY GETS NO ACCOUNT, AND A CUSTOMER
      * ROW CARRYING A CVR-SHAPED NUMBER (EIGHT DIGITS) IN CPR BUT NO
      * APPROVED CVR RECORD MUST BE REGISTERED IN VIRKSOMHEDVEDLIGE-
      * HOLD FIRST. KUNDEOPL-IN HOLDS THE CUSTOMER ROW ON ENTRY.
       KONTROLLER-VIRKSOMHED.
           MOVE "N" TO WS-VIRK-AKTIV
           MOVE "N" TO WS-VIRK-OPHOERT
           MOVE "N" TO EOF-VIRK
           OPEN INPUT VIRKSOMHEDER
           IF WS-VIRK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VIRK = "Y"
                   READ VIRKSOMHEDER
                       AT END
                           MOVE "Y" TO EOF-VIRK
                       NOT AT END
                           IF VS-KUNDE-ID OF VIRKSOMHED-REC
                                   = KUNDE-ID OF KONTOOPL-IN
                               IF VS-STATUS OF VIRKSOMHED-REC = "AKTIV"
                                   MOVE "Y" TO WS-VIRK-AKTIV
                                   MOVE VS-FIRMANAVN OF VIRKSOMHED-REC
                                       TO WS-VIRK-NAVN
                               END-IF
                               IF VS-STATUS OF VIRKSOMHED-REC
                                       = "OPHOERT"
                                   MOVE "Y" TO WS-VIRK-OPHOERT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIRKSOMHEDER
           END-IF
           EVALUATE TRUE
               WHEN WS-VIRK-AKTIV = "Y"
                   DISPLAY "VIRKSOMHEDSKUNDE: " WS-VIRK-NAVN
               WHEN WS-VIRK-OPHOERT = "Y"
                   MOVE "Y" TO WS-FEJL
                   MOVE "VIRKSOMHEDEN ER OPHOERT" TO WS-FEJLTEKST
               WHEN CPR OF KUNDEOPL-IN(1:8) IS NUMERIC
                   AND CPR OF KUNDEOPL-IN(9:2) = SPACES
                   MOVE "Y" TO WS-FEJL
                   MOVE "VIRKSOMHEDEN SKAL FOERST REGISTRERES MED CVR"
                       TO WS-FEJLTEKST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A CUSTOMER WHOSE PERIODIC KYC REVIEW HAS LAPSED MAY NOT
      * OPEN NEW ACCOUNTS - THE BRANCH DOES THE REVIEW FIRST. A
      * CUSTOMER NOT YET RATED PASSES; THE NIGHTLY SCORING PICKS
               CLOSE KYC-VURDERINGER
           END-IF.

      * A CUSTOMER WHOSE AKTIV IDENTITY DOCUMENT HAS EXPIRED GETS NO
      * NEW ACCOUNT - THE BRANCH TAKES A NEW DOCUMENT IN KUNDEVEDLIGE-
      * HOLD FIRST. ONLY OPENING IS BLOCKED; EXISTING ACCOUNTS CAN
      * STILL BE MAINTAINED. A CUSTOMER WITH NO DOCUMENT ON THE
      * REGISTER PREDATES IT AND PASSES.
       KONTROLLER-LEGITIMATION.
           MOVE "N" TO WS-LEGIT-UDLOEBET
           MOVE "N" TO EOF-LEGIT
           MOVE WS-SESSION-START-DATE(1:4) TO WS-I-DAG(1:4)
           MOVE "-" TO WS-I-DAG(5:1)
           MOVE WS-SESSION-START-DATE(5:2) TO WS-I-DAG(6:2)
           MOVE "-" TO WS-I-DAG(8:1)
           MOVE WS-SESSION-START-DATE(7:2) TO WS-I-DAG(9:2)
           OPEN INPUT LEGITIMATIONER
           IF WS-LEGIT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LEGIT = "Y"
                   READ LEGITIMATIONER
                       AT END
                           MOVE "Y" TO EOF-LEGIT
                       NOT AT END
                           IF LG-KUNDE-ID = KUNDE-ID OF KONTOOPL-IN
                               AND LG-STATUS = "AKTIV"
                               AND LG-UDLOEB-DATO < WS-I-DAG
                               MOVE "Y" TO WS-LEGIT-UDLOEBET
                               MOVE LG-UDLOEB-DATO
                                   TO WS-LEGIT-UDLOEB-DATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGITIMATIONER
           END-IF
           IF WS-LEGIT-UDLOEBET = "Y"
               MOVE "Y" TO WS-FEJL
               MOVE SPACES TO WS-FEJLTEKST
               STRING "LEGITIMATION UDLOEBET "
                      DELIMITED BY SIZE
                      WS-LEGIT-UDLOEB-DATO DELIMITED BY SIZE
                      " - NY LEGITIMATION KRAEVES" DELIMITED BY SIZE
                   INTO WS-FEJLTEKST
               END-STRING
           END-IF.

      * THE CUSTOMER MUST ACCEPT THE GAELDENDE VERSION OF THE
      * ACCOUNT TERMS (KONTOVILK ON VILKAARSVERSIONER.TXT) BEFORE THE
      * ACCOUNT IS OPENED - NO VERSION ON THE CATALOGUE, NO
      * ACCEPTANCE, OR NO VALID CHANNEL, AND THE OPENING IS REFUSED.
      * A VERSION ALREADY ANNOUNCED BUT NOT YET IN FORCE IS NOTED
      * TOO, SO THE NEW CUSTOMER IS HANDED IT WITH THE OTHER.
       KONTROLLER-VILKAAR.
           MOVE SPACES TO WS-VILK-GAELDENDE
           MOVE SPACES TO WS-VILK-VARSLET
           MOVE SPACES TO WS-VILK-KANAL
           MOVE "N" TO EOF-VV
           OPEN INPUT VILKAARS-VERSIONER
           IF WS-VV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VV = "Y"
                   READ VILKAARS-VERSIONER
                       AT END
                           MOVE "Y" TO EOF-VV
                       NOT AT END
                           IF VV-DOK-TYPE = "KONTOVILK"
                               AND VV-STATUS = "GAELDENDE"
                               MOVE VV-VERSION TO WS-VILK-GAELDENDE
                           END-IF
                           IF VV-DOK-TYPE = "KONTOVILK"
                               AND VV-STATUS = "VARSLET"
                               MOVE VV-VERSION TO WS-VILK-VARSLET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VILKAARS-VERSIONER
           END-IF
           IF WS-VILK-GAELDENDE = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "INGEN GAELDENDE KONTOVILKAAR REGISTRERET"
                   TO WS-FEJLTEKST
           ELSE
               DISPLAY "KONTOVILKAAR VERSION " WS-VILK-GAELDENDE
               IF WS-VILK-VARSLET NOT = SPACES
                   DISPLAY "  (VARSLET NY VERSION " WS-VILK-VARSLET
                       " UDLEVERES SAMTIDIG)"
               END-IF
               DISPLAY "ACCEPTERET AF KUNDEN (J/N): "
                   WITH NO ADVANCING
               ACCEPT WS-SVAR
               IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
                   MOVE "Y" TO WS-FEJL
                   MOVE "KONTOVILKAAR IKKE ACCEPTERET AF KUNDEN"
                       TO WS-FEJLTEKST
               ELSE
                   DISPLAY "ACCEPTKANAL (FILIAL/NETBANK/POST): "
                       WITH NO ADVANCING
                   ACCEPT WS-VILK-KANAL
                   IF WS-VILK-KANAL NOT = "FILIAL"
                       AND WS-VILK-KANAL NOT = "NETBANK"
                       AND WS-VILK-KANAL NOT = "POST"
                       MOVE "Y" TO WS-FEJL
                       MOVE "ACCEPTKANAL SKAL VAERE FILIAL/NETBANK/POST"
                           TO WS-FEJLTEKST
                   END-IF
               END-IF
           END-IF.

      * THE ACCEPTANCE KONTROLLER-VILKAAR TOOK, ON THE AGREEMENT
      * REGISTER UNDER THE NEW KONTO-ID - PLUS THE NOTICE OF ANY
      * ANNOUNCED VERSION HANDED OVER WITH IT.
       GEM-AFTALE.
           OPEN EXTEND AFTALER
           IF WS-AF-STATUS = "35"
               OPEN OUTPUT AFTALER
           END-IF
           MOVE SPACES TO AFTALE-REC
           MOVE KUNDE-ID OF KONTOOPL-IN TO AF-KUNDE-ID
           MOVE KONTO-ID OF KONTOOPL-IN TO AF-KONTO-ID
           MOVE "KONTOVILK" TO AF-DOK-TYPE
           MOVE WS-VILK-GAELDENDE TO AF-VERSION
           MOVE WS-I-DAG TO AF-DATO
           MOVE WS-VILK-KANAL TO AF-KANAL
           MOVE "ACCEPTERET" TO AF-STATUS
           MOVE WS-OPERATOR TO AF-REGISTRERET-AF
           WRITE AFTALE-REC
           IF WS-VILK-VARSLET NOT = SPACES
               MOVE WS-VILK-VARSLET TO AF-VERSION
               MOVE "VARSLET" TO AF-STATUS
               WRITE AFTALE-REC
           END-IF
           CLOSE AFTALER.

      * A BOERNEOPSPARING NEEDS A GUARDIAN THE CUSTOMER MASTER KNOWS
      * AND A SENSIBLE RELEASE AGE - THE MATURITY RUN TRUSTS BOTH.
       VALIDER-BOERNEOPSPARING.
                   TO WS-FEJLTEKST
           END-IF.

      * A DEPOSITUMKONTO NEEDS A LANDLORD THE CUSTOMER MASTER KNOWS,
      * WHO IS NOT THE TENANT, AND THE LEASE IT SECURES. IT IS A
      * PLAIN DKK ACCOUNT - NONE OF THE OTHER LOCKED PRODUCTS MAY
      * RIDE ON IT, SINCE THEIR RELEASE RULES WOULD CROSS ITS OWN.
       VALIDER-DEPOSITUM.
           IF DEPOSITUM-UDLEJER OF KONTOOPL-IN
                   = KUNDE-ID OF KONTOOPL-IN
               MOVE "Y" TO WS-FEJL
               MOVE "UDLEJER OG LEJER KAN IKKE VAERE SAMME KUNDE"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND DEPOSITUM-LEJEMAAL OF KONTOOPL-IN = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "LEJEMAALSREFERENCE ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
               MOVE "Y" TO WS-FEJL
               MOVE "DEPOSITUMKONTO SKAL VAERE I DKK" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND (INDLAAN-TERMIN OF KONTOOPL-IN > ZEROES
                   OR BOERNE-VAERGE OF KONTOOPL-IN NOT = SPACES
                   OR PENSIONS-TYPE OF KONTOOPL-IN NOT = SPACES)
               MOVE "Y" TO WS-FEJL
               MOVE "DEPOSITUMKONTO KAN IKKE HAVE ANDRE PRODUKTER"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE DEPOSITUM-UDLEJER OF KONTOOPL-IN
                   TO KUNDE-ID OF KUNDEOPL-IN
               PERFORM SLAA-KUNDE-OP
               IF WS-KUNDE-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "UDLEJER KUNDE-ID FINDES IKKE I KUNDEREGISTER"
                       TO WS-FEJLTEKST
               END-IF
           END-IF.

      * AN OPSIGELSESKONTO TAKES ONE OF THE THREE NOTICE PERIODS THE
      * PRODUCT IS PRICED FOR, AND IS A PLAIN DKK ACCOUNT - NONE OF
      * THE OTHER LOCKED PRODUCTS MAY RIDE ON IT, SAME RULE AS THE
      * DEPOSITUMKONTO.
       VALIDER-OPSIGELSE.
           IF OPSIGELSE-MAANEDER OF KONTOOPL-IN NOT = 1
               AND OPSIGELSE-MAANEDER OF KONTOOPL-IN NOT = 3
               AND OPSIGELSE-MAANEDER OF KONTOOPL-IN NOT = 6
               MOVE "Y" TO WS-FEJL
               MOVE "OPSIGELSESVARSEL SKAL VAERE 0, 1, 3 ELLER 6 MDR"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
               MOVE "Y" TO WS-FEJL
               MOVE "OPSIGELSESKONTO SKAL VAERE I DKK" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND (INDLAAN-TERMIN OF KONTOOPL-IN > ZEROES
                   OR BOERNE-VAERGE OF KONTOOPL-IN NOT = SPACES
                   OR PENSIONS-TYPE OF KONTOOPL-IN NOT = SPACES
                   OR DEPOSITUM-UDLEJER OF KONTOOPL-IN NOT = SPACES)
               MOVE "Y" TO WS-FEJL
               MOVE "OPSIGELSESKONTO KAN IKKE HAVE ANDRE PRODUKTER"
                   TO WS-FEJLTEKST
           END-IF.

      * A TERM DEPOSIT NEEDS ALL FOUR TERM FIELDS COHERENT BEFORE IT
      * REACHES THE MASTER: A WELL-FORMED LOCKED-UNTIL DATE IN THE
      * FUTURE, A NUMERIC RATE, AND AN EXPLICIT J/N ROLL DECISION -
           ACCEPT KONTO-ID OF KONTOOPL-IN
           PERFORM INDTAST-FELTER
           PERFORM VALIDER-KONTO
           IF WS-FEJL = "N"
               PERFORM KONTROLLER-LEGITIMATION
           END-IF
           IF WS-FEJL = "N"
               PERFORM KONTROLLER-VILKAAR
           END-IF
           IF WS-FEJL = "Y"
               DISPLAY "KONTO IKKE OPRETTET - " WS-FEJLTEKST
           ELSE
                   NOT INVALID KEY
                       DISPLAY "KONTO OPRETTET."
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       PERFORM GEM-AFTALE
               END-WRITE
           END-IF.

                   MOVE KONTOOPL-IN TO GAMMEL-KONTO-REC
                   PERFORM INDTAST-FELTER
                   PERFORM VALIDER-KONTO
      * THE PARTIES TO A RENT DEPOSIT ARE FIXED FOR ITS LIFE - THE
      * MONEY LEAVES ONLY BY A RELEASE, NEVER BY DROPPING OR SWAPPING
      * THE LANDLORD OR THE TENANT HERE.
                   IF WS-FEJL = "N"
                       AND DEPOSITUM-UDLEJER OF GAMMEL-KONTO-REC
                           NOT = SPACES
                       AND (DEPOSITUM-UDLEJER OF KONTOOPL-IN
                           NOT = DEPOSITUM-UDLEJER OF GAMMEL-KONTO-REC
                           OR KUNDE-ID OF KONTOOPL-IN
                           NOT = KUNDE-ID OF GAMMEL-KONTO-REC)
                       MOVE "Y" TO WS-FEJL
                       MOVE "DEPOSITUMKONTOENS PARTER KAN IKKE AENDRES"
                           TO WS-FEJLTEKST
                   END-IF
                   IF WS-FEJL = "Y"
                       DISPLAY "KONTO IKKE RETTET - " WS-FEJLTEKST
                   ELSE
               MOVE KONTO-STATUS OF GAMMEL-KONTO-REC TO WS-J-GAMMEL
               MOVE KONTO-STATUS OF KONTOOPL-IN TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
           END-IF
           IF DEPOSITUM-UDLEJER OF KONTOOPL-IN
                   NOT = DEPOSITUM-UDLEJER OF GAMMEL-KONTO-REC
               MOVE "DEP-UDLEJER" TO WS-J-FELT
               MOVE DEPOSITUM-UDLEJER OF GAMMEL-KONTO-REC
                   TO WS-J-GAMMEL
               MOVE DEPOSITUM-UDLEJER OF KONTOOPL-IN TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
           END-IF
           IF DEPOSITUM-LEJEMAAL OF KONTOOPL-IN
                   NOT = DEPOSITUM-LEJEMAAL OF GAMMEL-KONTO-REC
               MOVE "DEP-LEJEMAAL" TO WS-J-FELT
               MOVE DEPOSITUM-LEJEMAAL OF GAMMEL-KONTO-REC
                   TO WS-J-GAMMEL
               MOVE DEPOSITUM-LEJEMAAL OF KONTOOPL-IN TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
           END-IF
      * A ROW WRITTEN BEFORE THE NOTICE FIELD EXISTED PADS IT TO
      * SPACES - READ AS NO NOTICE, SO THE FIRST REAL VALUE JOURNALS
      * AS A CHANGE FROM 00.
           MOVE ZEROES TO WS-J-OPSIG-MDR
           IF OPSIGELSE-MAANEDER OF GAMMEL-KONTO-REC IS NUMERIC
               MOVE OPSIGELSE-MAANEDER OF GAMMEL-KONTO-REC
                   TO WS-J-OPSIG-MDR
           END-IF
           IF OPSIGELSE-MAANEDER OF KONTOOPL-IN NOT = WS-J-OPSIG-MDR
               MOVE "OPSIGELSE-MDR" TO WS-J-FELT
               MOVE WS-J-OPSIG-MDR TO WS-J-GAMMEL
               MOVE OPSIGELSE-MAANEDER OF KONTOOPL-IN TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
           END-IF.

       SKRIV-JOURNAL-LINJE.
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

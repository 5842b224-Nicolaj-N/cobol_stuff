       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE INSOLVENCY REGISTER - ONE ROW PER DECREE, SMALL ENOUGH
      * THAT LIFTING A CASE RELOADS AND REWRITES THE WHOLE FILE, SAME
      * SHAPE AS GARANTIVEDLIGEHOLD.
           SELECT INSOLVENSSAGER ASSIGN TO "Insolvenssager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAG-STATUS.
      * THE TRUSTEE'S AUTHORISED DISBURSEMENTS - THE ONLY DEBITS AN
      * INSOLV ACCOUNT WILL TAKE. SAME SNAPSHOT-AND-REWRITE IDIOM.
           SELECT KURATOR-DISPOSITIONER
               ASSIGN TO "KuratorDispositioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
      * THE ACCOUNT MASTER, KEYED BY KONTO-ID LIKE KONTOVEDLIGEHOLD.
      * OPENED FOR UPDATE ONLY WHILE A CASE IS REGISTERED OR LIFTED,
      * SO EVERY ACCOUNT THE CUSTOMER HOLDS MOVES INTO OR OUT OF
      * INSOLV IN ONE SEQUENTIAL PASS - SAME PASS AS CPRSTATUSKOERSEL.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE DECREE-DATE BALANCE IS DERIVED THE WAY SALDOATTEST DOES
      * IT: THE SEQUENCE-CONTROLLED CLOSING BALANCE AS THE ANCHOR,
      * EVERY ARCHIVED ROW BOOKED AFTER THE DECREE DATE BACKED OUT
      * AND LISTED ON THE TRUSTEE'S STATEMENT.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
           SELECT ARKIV-LISTE ASSIGN TO "ArkivListe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.
           SELECT ARKIV-FIL ASSIGN TO WS-ARKIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARKIV-STATUS.
      * THE STATEMENT FOR THE TRUSTEE - CASE, TRUSTEE, THE FROZEN
      * ACCOUNTS AND THEIR BALANCES AS OF THE DECREE DATE.
           SELECT OPGOERELSE ASSIGN TO "InsolvensOpgoerelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE OPERATOR SIGN-ON REGISTER - NIVEAU 3 TO REGISTER OR LIFT
      * A CASE AND TO KEY THE TRUSTEE'S DISPOSITIONS.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSOLVENSSAGER.
       01  SAG-REC.
           COPY "INSOLVENSSAGER.cpy".

       FD  KURATOR-DISPOSITIONER.
       01  DISP-REC.
           COPY "KURATORDISPOSITIONER.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  LUKKESALDO-FILE.
       01  LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
           02  LS-UDSKRIFT-NR       PIC 9(6).

       FD  ARKIV-LISTE.
       01  LISTE-REC.
           02  AL-FILNAVN           PIC X(40) VALUE SPACES.

       FD  ARKIV-FIL.
       01  ARKIV-REC.
           COPY "TRANSAKTIONER.cpy".

       FD  OPGOERELSE.
       01  OPGOERELSE-RECORD.
           02  OPGOERELSE-LINE      PIC X(120) VALUE SPACES.

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-SAG-STATUS            PIC XX VALUE "00".
       01  WS-DISP-STATUS           PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-LISTE-STATUS          PIC XX VALUE "00".
       01  WS-ARKIV-STATUS          PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  WS-ARKIV-NAME            PIC X(40) VALUE SPACES.
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-LISTE                PIC X VALUE "N".
       01  EOF-ARKIV                PIC X VALUE "N".
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
      * THE CASE BEING KEYED - HELD APART FROM THE FILE RECORD, WHICH
      * THE RELOAD OVERWRITES.
       01  NY-SAG.
           COPY "INSOLVENSSAGER.cpy".
      * THE WHOLE REGISTER AND THE WHOLE DISPOSITION FILE, LOADED FOR
      * LOOKUP, NUMBERING AND UPDATE - SNAPSHOT-AND-REWRITE LIKE THE
      * OTHER REGISTERS.
       01  SAG-AR OCCURS 999 TIMES.
           COPY "INSOLVENSSAGER.cpy".
       01  ANTAL-SAGER              PIC 9(4) VALUE ZEROES.
       01  WS-SAG-IX                PIC 9(4).
       01  WS-SAG-MATCH-IX          PIC 9(4) VALUE ZEROES.
       01  EOF-SAG                  PIC X VALUE "N".
       01  NY-DISP.
           COPY "KURATORDISPOSITIONER.cpy".
       01  DISP-AR OCCURS 999 TIMES.
           COPY "KURATORDISPOSITIONER.cpy".
       01  ANTAL-DISP               PIC 9(4) VALUE ZEROES.
       01  WS-DISP-IX               PIC 9(4).
       01  WS-DISP-MATCH-IX         PIC 9(4) VALUE ZEROES.
       01  EOF-DISP                 PIC X VALUE "N".
       01  WS-HOEJESTE-NR           PIC 9(9) VALUE ZEROES.
       01  WS-NAESTE-NR             PIC 9(9) VALUE ZEROES.
       01  WS-SOEGE-KUNDE           PIC X(10) VALUE SPACES.
       01  WS-SOEGE-ID              PIC X(10) VALUE SPACES.
       01  WS-ANTAL-KONTI           PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-ANNULLERET      PIC 9(4) VALUE ZEROES.
       01  WS-VIS-BELOB             PIC -(9)9.99.
      * THE FROZEN ACCOUNTS ON THE STATEMENT, EACH WITH ITS ANCHOR
      * AND THE RUNNING DECREE-DATE FIGURE. ONE PASS OVER THE
      * ARCHIVES SERVES THEM ALL.
       01  OPG-KONTO-AR OCCURS 50 TIMES.
           02  OK-KONTO-ID          PIC X(10) VALUE SPACES.
           02  OK-KONTONUMMER       PIC X(20) VALUE SPACES.
           02  OK-VALUTA            PIC X(3) VALUE SPACES.
           02  OK-ANKER-FUNDET      PIC X VALUE "N".
           02  OK-ANKER-UDSKRIFT    PIC 9(6) VALUE ZEROES.
           02  OK-SALDO             PIC S9(18)V99 VALUE ZEROES.
       01  ANTAL-OPG-KONTI          PIC 9(2) VALUE ZEROES.
       01  WS-OPG-IX                PIC 9(2).
       01  WS-BELOB                 PIC S9(9)V99 VALUE ZEROES.
       01  WS-ANTAL-TILBAGEFOERT    PIC 9(6) VALUE ZEROES.
       01  WS-BELOB-DISPLAY         PIC -(10)9.99.
       01  WS-SALDO-DISPLAY         PIC -(15)9.99.

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
           STRING "INSOLVVEDL" DELIMITED BY SIZE
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

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "KONKURS OG REKONSTRUKTION"
           DISPLAY "1. REGISTRER INSOLVENSSAG (SPAERRER KONTI)"
           DISPLAY "2. REGISTRER KURATORDISPOSITION"
           DISPLAY "3. ANNULLER KURATORDISPOSITION"
           DISPLAY "4. OPHAEV INSOLVENSSAG"
           DISPLAY "5. UDSKRIV OPGOERELSE TIL KURATOR"
           DISPLAY "6. VIS KUNDENS SAG OG DISPOSITIONER"
           DISPLAY "7. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-SAG THRU OPRET-SAG-EXIT
                   END-IF
               WHEN "2"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-DISPOSITION
                           THRU OPRET-DISPOSITION-EXIT
                   END-IF
               WHEN "3"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM ANNULLER-DISPOSITION
                           THRU ANNULLER-DISPOSITION-EXIT
                   END-IF
               WHEN "4"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPHAEV-SAG THRU OPHAEV-SAG-EXIT
                   END-IF
               WHEN "5"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM GENUDSKRIV-OPGOERELSE
                           THRU GENUDSKRIV-OPGOERELSE-EXIT
                   END-IF
               WHEN "6"
                   PERFORM VIS-SAG THRU VIS-SAG-EXIT
               WHEN "7"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       LOAD-SAGER.
           MOVE ZEROES TO ANTAL-SAGER
           MOVE "N" TO EOF-SAG
           OPEN INPUT INSOLVENSSAGER
           IF WS-SAG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SAG = "Y"
                   READ INSOLVENSSAGER
                       AT END
                           MOVE "Y" TO EOF-SAG
                       NOT AT END
                           ADD 1 TO ANTAL-SAGER
                           MOVE SAG-REC TO SAG-AR(ANTAL-SAGER)
                   END-READ
               END-PERFORM
               CLOSE INSOLVENSSAGER
           END-IF.

       GEM-SAGER.
           OPEN OUTPUT INSOLVENSSAGER
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               MOVE SAG-AR(WS-SAG-IX) TO SAG-REC
               WRITE SAG-REC
           END-PERFORM
           CLOSE INSOLVENSSAGER.

      * THE CUSTOMER'S AKTIV CASE, AS ITS SLOT IN WS-SAG-MATCH-IX -
      * ZERO WHEN THE CUSTOMER IS NOT UNDER A DECREE.
       FIND-AKTIV-SAG.
           MOVE ZEROES TO WS-SAG-MATCH-IX
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               IF IN-KUNDE-ID OF SAG-AR(WS-SAG-IX) = WS-SOEGE-KUNDE
                   AND IN-STATUS OF SAG-AR(WS-SAG-IX) = "AKTIV"
                   MOVE WS-SAG-IX TO WS-SAG-MATCH-IX
               END-IF
           END-PERFORM.

       LOAD-DISPOSITIONER.
           MOVE ZEROES TO ANTAL-DISP
           MOVE "N" TO EOF-DISP
           OPEN INPUT KURATOR-DISPOSITIONER
           IF WS-DISP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-DISP = "Y"
                   READ KURATOR-DISPOSITIONER
                       AT END
                           MOVE "Y" TO EOF-DISP
                       NOT AT END
                           ADD 1 TO ANTAL-DISP
                           MOVE DISP-REC TO DISP-AR(ANTAL-DISP)
                   END-READ
               END-PERFORM
               CLOSE KURATOR-DISPOSITIONER
           END-IF.

       GEM-DISPOSITIONER.
           OPEN OUTPUT KURATOR-DISPOSITIONER
           PERFORM VARYING WS-DISP-IX FROM 1 BY 1
                   UNTIL WS-DISP-IX > ANTAL-DISP
               MOVE DISP-AR(WS-DISP-IX) TO DISP-REC
               WRITE DISP-REC
           END-PERFORM
           CLOSE KURATOR-DISPOSITIONER.

      * THE DISPOSITION KEYED IN WS-SOEGE-ID, AS ITS SLOT IN
      * WS-DISP-MATCH-IX - ZERO WHEN IT ISN'T ON FILE.
       FIND-DISPOSITION.
           MOVE ZEROES TO WS-DISP-MATCH-IX
           PERFORM VARYING WS-DISP-IX FROM 1 BY 1
                   UNTIL WS-DISP-IX > ANTAL-DISP
               IF KD-REFERENCE OF DISP-AR(WS-DISP-IX) = WS-SOEGE-ID
                   MOVE WS-DISP-IX TO WS-DISP-MATCH-IX
               END-IF
           END-PERFORM.

      * HOW MANY ACCOUNTS THE CUSTOMER HOLDS AS PRIMARY HOLDER THAT
      * A DECREE WOULD FREEZE - AKTIV OR DORMANT; A CLOSED ACCOUNT OR
      * AN ESTATE IS NOT TOUCHED.
       TAEL-KUNDE-KONTI.
           MOVE ZEROES TO WS-ANTAL-KONTI
           MOVE "N" TO EOF-KONTO
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       IF KUNDE-ID OF KONTOOPL-IN
                               = IN-KUNDE-ID OF NY-SAG
                           AND (KONTO-STATUS OF KONTOOPL-IN = "AKTIV"
                           OR KONTO-STATUS OF KONTOOPL-IN = "HVILEN")
                           ADD 1 TO WS-ANTAL-KONTI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

      * REQUIRED-FIELD, FORMAT AND CROSS-REFERENCE CHECKS - SAME
      * VALIDATION STYLE AS GARANTIVEDLIGEHOLD. ONE AKTIV CASE PER
      * CUSTOMER, AND A DECREE CANNOT BE DATED IN THE FUTURE.
       VALIDER-SAG.
           MOVE "N" TO WS-FEJL
           IF IN-SAGSTYPE OF NY-SAG NOT = "KONKURS"
               AND IN-SAGSTYPE OF NY-SAG NOT = "REKONSTR"
               MOVE "Y" TO WS-FEJL
               MOVE "SAGSTYPE SKAL VAERE KONKURS ELLER REKONSTR"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND IN-SAGSREF OF NY-SAG = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "SAGSREFERENCE ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND IN-KURATOR-NAVN OF NY-SAG = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "KURATOR ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               IF IN-DEKRET-DATO OF NY-SAG(1:4) IS NOT NUMERIC
                   OR IN-DEKRET-DATO OF NY-SAG(5:1) NOT = "-"
                   OR IN-DEKRET-DATO OF NY-SAG(6:2) IS NOT NUMERIC
                   OR IN-DEKRET-DATO OF NY-SAG(8:1) NOT = "-"
                   OR IN-DEKRET-DATO OF NY-SAG(9:2) IS NOT NUMERIC
                   MOVE "Y" TO WS-FEJL
                   MOVE "DEKRETDATO SKAL VAERE YYYY-MM-DD"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               AND IN-DEKRET-DATO OF NY-SAG > WS-I-DAG
               MOVE "Y" TO WS-FEJL
               MOVE "DEKRETDATO KAN IKKE LIGGE EFTER I DAG"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               PERFORM LOAD-SAGER
               MOVE IN-KUNDE-ID OF NY-SAG TO WS-SOEGE-KUNDE
               PERFORM FIND-AKTIV-SAG
               IF WS-SAG-MATCH-IX NOT = ZEROES
                   MOVE "Y" TO WS-FEJL
                   MOVE "KUNDEN HAR ALLEREDE EN AKTIV INSOLVENSSAG"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               PERFORM TAEL-KUNDE-KONTI
               IF WS-ANTAL-KONTI = ZEROES
                   MOVE "Y" TO WS-FEJL
                   MOVE "KUNDEN HAR INGEN AKTIVE KONTI AT SPAERRE"
                       TO WS-FEJLTEKST
               END-IF
           END-IF.

      * A NEW DECREE: THE CASE GOES ON THE REGISTER, EVERY ACCOUNT
      * THE CUSTOMER HOLDS AS PRIMARY HOLDER MOVES INTO INSOLV AT
      * ONCE, AND THE TRUSTEE'S DECREE-DATE STATEMENT IS WRITTEN.
      * FROM THE NEXT NIGHTLY RUN THE STANDING ORDERS, BS MANDATES
      * AND CARD AUTHORISATIONS ON THOSE ACCOUNTS ARE SUSPENDED.
       OPRET-SAG.
           MOVE SPACES TO NY-SAG
           DISPLAY "KUNDE-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT IN-KUNDE-ID OF NY-SAG
           DISPLAY "SAGSTYPE (KONKURS/REKONSTR): " WITH NO ADVANCING
           ACCEPT IN-SAGSTYPE OF NY-SAG
           DISPLAY "DEKRETDATO (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT IN-DEKRET-DATO OF NY-SAG
           DISPLAY "SKIFTERETTENS SAGSREFERENCE: " WITH NO ADVANCING
           ACCEPT IN-SAGSREF OF NY-SAG
           DISPLAY "KURATOR (NAVN): " WITH NO ADVANCING
           ACCEPT IN-KURATOR-NAVN OF NY-SAG
           DISPLAY "KURATOR (ADRESSE): " WITH NO ADVANCING
           ACCEPT IN-KURATOR-ADRESSE OF NY-SAG
           MOVE "AKTIV" TO IN-STATUS OF NY-SAG
           MOVE WS-OPERATOR TO IN-OPRETTET-AF OF NY-SAG
           MOVE WS-I-DAG TO IN-OPRETTET-DATO OF NY-SAG
           PERFORM VALIDER-SAG
           IF WS-FEJL = "Y"
               DISPLAY "SAGEN ER IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO OPRET-SAG-EXIT
           END-IF
           DISPLAY "SPAERRER " WS-ANTAL-KONTI " KONTI FOR KUNDE "
               IN-KUNDE-ID OF NY-SAG " - BEKRAEFT (J/N): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "REGISTRERING FORTRUDT."
               GO TO OPRET-SAG-EXIT
           END-IF
           OPEN EXTEND INSOLVENSSAGER
           IF WS-SAG-STATUS = "35"
               OPEN OUTPUT INSOLVENSSAGER
           END-IF
           MOVE NY-SAG TO SAG-REC
           WRITE SAG-REC
           CLOSE INSOLVENSSAGER
           PERFORM SPAER-KONTI
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "SAGEN ER REGISTRERET - " WS-ANTAL-KONTI
               " KONTI SPAERRET."
           PERFORM SKRIV-OPGOERELSE
           DISPLAY "OPGOERELSEN ER SKREVET TIL InsolvensOpgoerelse.txt".

       OPRET-SAG-EXIT.
           EXIT.

      * ONE PASS OVER THE ACCOUNT MASTER - THE CUSTOMER'S AKTIV AND
      * DORMANT ACCOUNTS MOVE INTO INSOLV.
       SPAER-KONTI.
           MOVE ZEROES TO WS-ANTAL-KONTI
           MOVE "N" TO EOF-KONTO
           OPEN I-O KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       IF KUNDE-ID OF KONTOOPL-IN
                               = IN-KUNDE-ID OF NY-SAG
                           AND (KONTO-STATUS OF KONTOOPL-IN = "AKTIV"
                           OR KONTO-STATUS OF KONTOOPL-IN = "HVILEN")
                           MOVE "INSOLV" TO KONTO-STATUS OF KONTOOPL-IN
                           REWRITE KONTOOPL-IN
                           ADD 1 TO WS-ANTAL-KONTI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

      * THE TRUSTEE'S STATEMENT FOR THE CASE IN NY-SAG: THE CASE AND
      * TRUSTEE, EVERY ARCHIVED ROW ON A FROZEN ACCOUNT BOOKED AFTER
      * THE DECREE DATE (BACKED OUT OF THE CLOSING BALANCE AND
      * LISTED), AND EACH ACCOUNT'S BALANCE AS OF THE DECREE DATE.
       SKRIV-OPGOERELSE.
           PERFORM LOAD-OPG-KONTI
           PERFORM FIND-ANKRE
           OPEN OUTPUT OPGOERELSE
           PERFORM SKRIV-OPGOERELSE-HOVED
           MOVE ZEROES TO WS-ANTAL-TILBAGEFOERT
           PERFORM LAES-ARKIVER
           PERFORM SKRIV-OPGOERELSE-SLUT
           CLOSE OPGOERELSE.

       LOAD-OPG-KONTI.
           MOVE ZEROES TO ANTAL-OPG-KONTI
           MOVE "N" TO EOF-KONTO
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       IF KUNDE-ID OF KONTOOPL-IN
                               = IN-KUNDE-ID OF NY-SAG
                           AND KONTO-STATUS OF KONTOOPL-IN = "INSOLV"
                           AND ANTAL-OPG-KONTI < 50
                           ADD 1 TO ANTAL-OPG-KONTI
                           MOVE KONTO-ID OF KONTOOPL-IN
                               TO OK-KONTO-ID(ANTAL-OPG-KONTI)
                           MOVE KONTONUMMER OF KONTOOPL-IN
                               TO OK-KONTONUMMER(ANTAL-OPG-KONTI)
                           MOVE VALUTAKODE OF KONTOOPL-IN
                               TO OK-VALUTA(ANTAL-OPG-KONTI)
                           MOVE "N" TO OK-ANKER-FUNDET(ANTAL-OPG-KONTI)
                           MOVE ZEROES TO OK-SALDO(ANTAL-OPG-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

       FIND-ANKRE.
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
                           PERFORM NOTER-ANKER
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

       NOTER-ANKER.
           PERFORM VARYING WS-OPG-IX FROM 1 BY 1
                   UNTIL WS-OPG-IX > ANTAL-OPG-KONTI
               IF OK-KONTO-ID(WS-OPG-IX) = LS-KONTO-ID
                   MOVE LS-BALANCE TO OK-SALDO(WS-OPG-IX)
                   MOVE LS-UDSKRIFT-NR TO OK-ANKER-UDSKRIFT(WS-OPG-IX)
                   MOVE "Y" TO OK-ANKER-FUNDET(WS-OPG-IX)
               END-IF
           END-PERFORM.

       SKRIV-OPGOERELSE-HOVED.
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "INSOLVENSOPGOERELSE - " DELIMITED BY SIZE
               IN-SAGSTYPE OF NY-SAG DELIMITED BY SPACE
               " SAG " DELIMITED BY SIZE
               IN-SAGSREF OF NY-SAG DELIMITED BY SIZE
               " DEKRET " DELIMITED BY SIZE
               IN-DEKRET-DATO OF NY-SAG DELIMITED BY SIZE
               " - UDSTEDT " DELIMITED BY SIZE
               WS-I-DAG DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "KUNDE-ID " DELIMITED BY SIZE
               IN-KUNDE-ID OF NY-SAG DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "TIL KURATOR: " DELIMITED BY SIZE
               IN-KURATOR-NAVN OF NY-SAG DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "             " DELIMITED BY SIZE
               IN-KURATOR-ADRESSE OF NY-SAG DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE "TILBAGEFOERTE POSTERINGER EFTER DEKRETDATOEN:"
               TO OPGOERELSE-LINE
           WRITE OPGOERELSE-RECORD.

       LAES-ARKIVER.
           MOVE "N" TO EOF-LISTE
           OPEN INPUT ARKIV-LISTE
           IF WS-LISTE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LISTE = "Y"
                   READ ARKIV-LISTE
                       AT END
                           MOVE "Y" TO EOF-LISTE
                       NOT AT END
                           MOVE AL-FILNAVN TO WS-ARKIV-NAME
                           PERFORM LAES-ET-ARKIV
                   END-READ
               END-PERFORM
               CLOSE ARKIV-LISTE
           END-IF.

       LAES-ET-ARKIV.
           MOVE "N" TO EOF-ARKIV
           OPEN INPUT ARKIV-FIL
           IF WS-ARKIV-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-ARKIV = "Y"
                   READ ARKIV-FIL
                       AT END
                           MOVE "Y" TO EOF-ARKIV
                       NOT AT END
                           IF TIDSPUNKT OF ARKIV-REC(1:10)
                                   > IN-DEKRET-DATO OF NY-SAG
                               PERFORM VARYING WS-OPG-IX FROM 1 BY 1
                                       UNTIL WS-OPG-IX
                                           > ANTAL-OPG-KONTI
                                   IF OK-KONTO-ID(WS-OPG-IX)
                                           = KONTO-ID OF ARKIV-REC
                                       PERFORM TILBAGEFOER-RAEKKE
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-FIL
           END-IF.

      * ONE ROW BOOKED AFTER THE DECREE DATE, BACKED OUT OF ITS
      * ACCOUNT'S ANCHOR AND LISTED - THE TRUSTEE CAN REDO EVERY
      * STEP.
       TILBAGEFOER-RAEKKE.
           MOVE FUNCTION NUMVAL(BELØB-TEXT OF ARKIV-REC)
               TO WS-BELOB
           SUBTRACT WS-BELOB FROM OK-SALDO(WS-OPG-IX)
           ADD 1 TO WS-ANTAL-TILBAGEFOERT
           MOVE WS-BELOB TO WS-BELOB-DISPLAY
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "  " DELIMITED BY SIZE
               KONTO-ID OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIDSPUNKT OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSAKTIONSTYPE OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUTA OF ARKIV-REC DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD.

      * ONE LINE PER FROZEN ACCOUNT. AN ACCOUNT WITH NO CLOSING
      * BALANCE ON THE CHAIN YET (OPENED SINCE THE LAST STATEMENT
      * RUN) IS NAMED, NOT GUESSED AT.
       SKRIV-OPGOERELSE-SLUT.
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "TILBAGEFOERT I ALT: " DELIMITED BY SIZE
               WS-ANTAL-TILBAGEFOERT DELIMITED BY SIZE
               " POSTERINGER" DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "SPAERREDE KONTI - SALDO PR. " DELIMITED BY SIZE
               IN-DEKRET-DATO OF NY-SAG DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           PERFORM VARYING WS-OPG-IX FROM 1 BY 1
                   UNTIL WS-OPG-IX > ANTAL-OPG-KONTI
               MOVE SPACES TO OPGOERELSE-RECORD
               IF OK-ANKER-FUNDET(WS-OPG-IX) = "Y"
                   MOVE OK-SALDO(WS-OPG-IX) TO WS-SALDO-DISPLAY
                   STRING "  " DELIMITED BY SIZE
                       OK-KONTO-ID(WS-OPG-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OK-KONTONUMMER(WS-OPG-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SALDO-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OK-VALUTA(WS-OPG-IX) DELIMITED BY SIZE
                       " (UDSKRIFT-NR " DELIMITED BY SIZE
                       OK-ANKER-UDSKRIFT(WS-OPG-IX) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO OPGOERELSE-RECORD
               ELSE
                   STRING "  " DELIMITED BY SIZE
                       OK-KONTO-ID(WS-OPG-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OK-KONTONUMMER(WS-OPG-IX) DELIMITED BY SIZE
                       " INGEN LUKKESALDO - OPGOERES MANUELT"
                           DELIMITED BY SIZE
                       INTO OPGOERELSE-RECORD
               END-IF
               WRITE OPGOERELSE-RECORD
           END-PERFORM
           MOVE SPACES TO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE "KONTIENE ER SPAERRET. UDBETALING SKER KUN MOD"
               TO OPGOERELSE-LINE
           WRITE OPGOERELSE-RECORD
           MOVE "KURATORS SKRIFTLIGE DISPOSITION (K-NUMMER)."
               TO OPGOERELSE-LINE
           WRITE OPGOERELSE-RECORD.

      * A REPRINT FOR AN AKTIV CASE - THE SAME DERIVATION AS AT
      * REGISTRATION, OVER TODAY'S ARCHIVES.
       GENUDSKRIV-OPGOERELSE.
           PERFORM LOAD-SAGER
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE
           PERFORM FIND-AKTIV-SAG
           IF WS-SAG-MATCH-IX = ZEROES
               DISPLAY "KUNDEN HAR INGEN AKTIV INSOLVENSSAG."
               GO TO GENUDSKRIV-OPGOERELSE-EXIT
           END-IF
           MOVE SAG-AR(WS-SAG-MATCH-IX) TO NY-SAG
           PERFORM SKRIV-OPGOERELSE
           DISPLAY "OPGOERELSEN ER SKREVET TIL InsolvensOpgoerelse.txt".

       GENUDSKRIV-OPGOERELSE-EXIT.
           EXIT.

      * A DISBURSEMENT THE TRUSTEE HAS AUTHORISED IN WRITING. THE
      * ACCOUNT MUST BE FROZEN UNDER AN AKTIV CASE; THE K-NUMBER
      * HANDED BACK IS WHAT THE TELLER KEYS WITH THE PAYMENT.
       OPRET-DISPOSITION.
           MOVE SPACES TO NY-DISP
           MOVE ZEROES TO KD-BELOB OF NY-DISP
           DISPLAY "KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT KD-KONTO-ID OF NY-DISP
           MOVE KD-KONTO-ID OF NY-DISP TO KONTO-ID OF KONTOOPL-IN
           MOVE "N" TO WS-KONTO-FUNDET
           OPEN INPUT KONTOOPLYSNINGER
           READ KONTOOPLYSNINGER KEY IS KONTO-ID OF KONTOOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-FUNDET
           END-READ
           CLOSE KONTOOPLYSNINGER
           IF WS-KONTO-FUNDET = "N"
               DISPLAY "KONTO-ID FINDES IKKE I KONTOREGISTER."
               GO TO OPRET-DISPOSITION-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "INSOLV"
               DISPLAY "KONTOEN ER IKKE SPAERRET UNDER EN "
                   "INSOLVENSSAG."
               GO TO OPRET-DISPOSITION-EXIT
           END-IF
           PERFORM LOAD-SAGER
           MOVE KUNDE-ID OF KONTOOPL-IN TO WS-SOEGE-KUNDE
           PERFORM FIND-AKTIV-SAG
           IF WS-SAG-MATCH-IX = ZEROES
               DISPLAY "INGEN AKTIV INSOLVENSSAG FOR KONTOENS KUNDE."
               GO TO OPRET-DISPOSITION-EXIT
           END-IF
           MOVE KUNDE-ID OF KONTOOPL-IN TO KD-KUNDE-ID OF NY-DISP
           DISPLAY "KURATOR: "
               IN-KURATOR-NAVN OF SAG-AR(WS-SAG-MATCH-IX)
           DISPLAY "BELOEB (POSITIVT): " WITH NO ADVANCING
           ACCEPT KD-BELOB OF NY-DISP
           IF KD-BELOB OF NY-DISP NOT > ZEROES
               DISPLAY "BELOEBET SKAL VAERE STOERRE END NUL."
               GO TO OPRET-DISPOSITION-EXIT
           END-IF
           DISPLAY "MODTAGER: " WITH NO ADVANCING
           ACCEPT KD-MODTAGER OF NY-DISP
           IF KD-MODTAGER OF NY-DISP = SPACES
               DISPLAY "MODTAGER ER PAAKRAEVET."
               GO TO OPRET-DISPOSITION-EXIT
           END-IF
           MOVE WS-I-DAG TO KD-DATO OF NY-DISP
           MOVE "GODKENDT" TO KD-STATUS OF NY-DISP
           MOVE WS-OPERATOR TO KD-OPRETTET-AF OF NY-DISP
           PERFORM TILDEL-REFERENCE
           ADD 1 TO ANTAL-DISP
           MOVE NY-DISP TO DISP-AR(ANTAL-DISP)
           PERFORM GEM-DISPOSITIONER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "DISPOSITION GODKENDT: " KD-REFERENCE OF NY-DISP.

       OPRET-DISPOSITION-EXIT.
           EXIT.

      * THE NEXT FREE K-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SO A
      * USED OR WITHDRAWN NUMBER IS NEVER HANDED OUT AGAIN.
       TILDEL-REFERENCE.
           PERFORM LOAD-DISPOSITIONER
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-DISP-IX FROM 1 BY 1
                   UNTIL WS-DISP-IX > ANTAL-DISP
               IF KD-REFERENCE OF DISP-AR(WS-DISP-IX)(2:9) IS NUMERIC
                   MOVE KD-REFERENCE OF DISP-AR(WS-DISP-IX)(2:9)
                       TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "K" TO KD-REFERENCE OF NY-DISP(1:1)
           MOVE WS-NAESTE-NR TO KD-REFERENCE OF NY-DISP(2:9).

      * THE TRUSTEE WITHDRAWS A DISPOSITION NOT YET PAID OUT.
       ANNULLER-DISPOSITION.
           PERFORM LOAD-DISPOSITIONER
           DISPLAY "DISPOSITIONS-REFERENCE (K-NUMMER): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM FIND-DISPOSITION
           IF WS-DISP-MATCH-IX = ZEROES
               DISPLAY "DISPOSITIONEN FINDES IKKE."
               GO TO ANNULLER-DISPOSITION-EXIT
           END-IF
           IF KD-STATUS OF DISP-AR(WS-DISP-MATCH-IX) NOT = "GODKENDT"
               DISPLAY "DISPOSITIONEN KAN IKKE ANNULLERES - STATUS "
                   KD-STATUS OF DISP-AR(WS-DISP-MATCH-IX)
               GO TO ANNULLER-DISPOSITION-EXIT
           END-IF
           MOVE "ANNULLERET" TO KD-STATUS OF DISP-AR(WS-DISP-MATCH-IX)
           PERFORM GEM-DISPOSITIONER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "DISPOSITION ANNULLERET.".

       ANNULLER-DISPOSITION-EXIT.
           EXIT.

      * THE DECREE IS LIFTED (REKONSTRUKTION CONCLUDED, KONKURS
      * ENDED OR OVERTURNED): THE CASE CLOSES AS OPHAEVET, THE
      * CUSTOMER'S INSOLV ACCOUNTS RETURN TO AKTIV, AND ANY
      * DISPOSITION STILL UNPAID IS WITHDRAWN - IT WAS THE TRUSTEE'S
      * TO GIVE, AND THE TRUSTEE NO LONGER ACTS FOR THE CUSTOMER.
       OPHAEV-SAG.
           PERFORM LOAD-SAGER
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE
           PERFORM FIND-AKTIV-SAG
           IF WS-SAG-MATCH-IX = ZEROES
               DISPLAY "KUNDEN HAR INGEN AKTIV INSOLVENSSAG."
               GO TO OPHAEV-SAG-EXIT
           END-IF
           DISPLAY "BEKRAEFT OPHAEVELSE AF SAG "
               IN-SAGSREF OF SAG-AR(WS-SAG-MATCH-IX)
               " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "OPHAEVELSE FORTRUDT."
               GO TO OPHAEV-SAG-EXIT
           END-IF
           MOVE "OPHAEVET" TO IN-STATUS OF SAG-AR(WS-SAG-MATCH-IX)
           MOVE WS-I-DAG TO IN-OPHAEVET-DATO OF SAG-AR(WS-SAG-MATCH-IX)
           PERFORM GEM-SAGER
           MOVE ZEROES TO WS-ANTAL-KONTI
           MOVE "N" TO EOF-KONTO
           OPEN I-O KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       IF KUNDE-ID OF KONTOOPL-IN = WS-SOEGE-KUNDE
                           AND KONTO-STATUS OF KONTOOPL-IN = "INSOLV"
                           MOVE "AKTIV" TO KONTO-STATUS OF KONTOOPL-IN
                           REWRITE KONTOOPL-IN
                           ADD 1 TO WS-ANTAL-KONTI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER
           PERFORM LOAD-DISPOSITIONER
           MOVE ZEROES TO WS-ANTAL-ANNULLERET
           PERFORM VARYING WS-DISP-IX FROM 1 BY 1
                   UNTIL WS-DISP-IX > ANTAL-DISP
               IF KD-KUNDE-ID OF DISP-AR(WS-DISP-IX) = WS-SOEGE-KUNDE
                   AND KD-STATUS OF DISP-AR(WS-DISP-IX) = "GODKENDT"
                   MOVE "ANNULLERET" TO KD-STATUS OF DISP-AR(WS-DISP-IX)
                   ADD 1 TO WS-ANTAL-ANNULLERET
               END-IF
           END-PERFORM
           IF WS-ANTAL-ANNULLERET > ZEROES
               PERFORM GEM-DISPOSITIONER
           END-IF
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "SAGEN ER OPHAEVET - " WS-ANTAL-KONTI
               " KONTI AABNET, " WS-ANTAL-ANNULLERET
               " DISPOSITIONER ANNULLERET.".

       OPHAEV-SAG-EXIT.
           EXIT.

      * THE CUSTOMER'S CASES, LIVE AND LIFTED, AND THE DISPOSITIONS.
       VIS-SAG.
           PERFORM LOAD-SAGER
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE
           MOVE ZEROES TO WS-SAG-MATCH-IX
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               IF IN-KUNDE-ID OF SAG-AR(WS-SAG-IX) = WS-SOEGE-KUNDE
                   MOVE WS-SAG-IX TO WS-SAG-MATCH-IX
                   DISPLAY IN-SAGSTYPE OF SAG-AR(WS-SAG-IX)
                       " " IN-SAGSREF OF SAG-AR(WS-SAG-IX)
                       " DEKRET " IN-DEKRET-DATO OF SAG-AR(WS-SAG-IX)
                       " " IN-STATUS OF SAG-AR(WS-SAG-IX)
                       " " IN-OPHAEVET-DATO OF SAG-AR(WS-SAG-IX)
                   DISPLAY "    KURATOR "
                       IN-KURATOR-NAVN OF SAG-AR(WS-SAG-IX)
               END-IF
           END-PERFORM
           IF WS-SAG-MATCH-IX = ZEROES
               DISPLAY "INGEN INSOLVENSSAGER FOR KUNDEN."
               GO TO VIS-SAG-EXIT
           END-IF
           PERFORM LOAD-DISPOSITIONER
           PERFORM VARYING WS-DISP-IX FROM 1 BY 1
                   UNTIL WS-DISP-IX > ANTAL-DISP
               IF KD-KUNDE-ID OF DISP-AR(WS-DISP-IX) = WS-SOEGE-KUNDE
                   MOVE KD-BELOB OF DISP-AR(WS-DISP-IX) TO WS-VIS-BELOB
                   DISPLAY KD-REFERENCE OF DISP-AR(WS-DISP-IX)
                       " " KD-KONTO-ID OF DISP-AR(WS-DISP-IX)
                       " " WS-VIS-BELOB
                       " " KD-DATO OF DISP-AR(WS-DISP-IX)
                       " " KD-STATUS OF DISP-AR(WS-DISP-IX)
                   DISPLAY "    MODTAGER "
                       KD-MODTAGER OF DISP-AR(WS-DISP-IX)
               END-IF
           END-PERFORM.

       VIS-SAG-EXIT.
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

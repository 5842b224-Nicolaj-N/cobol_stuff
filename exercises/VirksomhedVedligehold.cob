       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CORPORATE REGISTER - SEE VIRKSOMHEDER.CPY. SAME
      * SNAPSHOT-AND-REWRITE SHAPE AS LAANOMLAEGNING'S REGISTER:
      * LOADED WHOLE, DECIDED IN MEMORY, WRITTEN BACK.
           SELECT VIRKSOMHEDER ASSIGN TO "Virksomheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIRK-STATUS.
      * THE CUSTOMER MASTER, READ ONLY, WITH KUNDEVEDLIGEHOLD'S
      * KEYING - THE COMPANY'S OWN KUNDE-ID MUST BE ON IT, AND EVERY
      * OWNER AND SIGNATORY IS LOOKED UP THERE BY CPR.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               ALTERNATE RECORD KEY IS
                   KONTO-ID OF KONTOINFO OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * THE CHANGE JOURNAL - EVERY APPROVAL OR REJECTION GOES IN
      * UNDER THE CHECKER'S INITIALS, SO THE RECORD SHOWS BOTH
      * HANDS, SAME AS AENDRINGSGODKENDELSE.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJOURNAL-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - SAME GATE AS
      * LAANOMLAEGNING'S. SEE OPERATOR-SIGNON/KRAEV-NIVEAU.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIRKSOMHEDER.
       01  VIRKSOMHED-REC.
           COPY "VIRKSOMHEDER.cpy".

       FD  KUNDEOPLYSNINGER.
       01  KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".

       FD  AENDRINGS-JOURNAL.
       01  JOURNAL-REC.
           COPY "AENDRINGSJOURNAL.cpy".

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-TID           PIC X(19) VALUE SPACES.
       01  WS-J-TID-RAW             PIC 9(8) VALUE ZEROES.
       01  WS-J-FELT                PIC X(15) VALUE SPACES.
       01  WS-J-GAMMEL              PIC X(40) VALUE SPACES.
       01  WS-J-NY                  PIC X(40) VALUE SPACES.
      * OPERATOR SIGN-ON STATE - SEE OPERATOR-SIGNON/KRAEV-NIVEAU
      * AND SKRIV-SESSIONS-LOG.
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-KRAV           PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-OK             PIC X VALUE "N".
       01  WS-ANTAL-AENDRINGER      PIC 9(5) VALUE ZEROES.
       01  WS-SESSION-START-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-I-DAG                 PIC X(10) VALUE SPACES.
       01  WS-SESSION-START-TIME    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-TIME      PIC 9(8) VALUE ZEROES.
       01  WS-VIRK-STATUS           PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-AJOURNAL-STATUS       PIC XX VALUE "00".
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-TID-RAW               PIC 9(8) VALUE ZEROES.
       01  WS-CVR-NR                PIC X(8) VALUE SPACES.
       01  WS-AKTIV-IX              PIC 9(4) VALUE ZEROES.
       01  WS-VENTER-IX             PIC 9(4) VALUE ZEROES.
       01  WS-P-IX                  PIC 9 VALUE ZEROES.
       01  WS-ANDEL-SUM             PIC 9(4)V99 VALUE ZEROES.
       01  WS-ANTAL-EJERE           PIC 9 VALUE ZEROES.
       01  WS-ANTAL-TEGNERE         PIC 9 VALUE ZEROES.
       01  WS-VIS-ANDEL             PIC ZZ9.99.
      * CPR LOOKUP ON THE CUSTOMER MASTER - SEE FIND-KUNDE-PAA-CPR.
       01  WS-SOEG-CPR              PIC X(10) VALUE SPACES.
       01  WS-CPR-FUNDET            PIC X VALUE "N".
       01  EOF-KUNDE-SCAN           PIC X VALUE "N".
      * THE WHOLE REGISTER IN MEMORY, WRITTEN BACK INTACT - DECIDED
      * AND REPLACED VERSIONS STAY AS THE DUAL-CONTROL TRAIL.
       01  EOF-VIRK                 PIC X VALUE "N".
       01  VIRKSOMHED-AR OCCURS 999 TIMES.
           COPY "VIRKSOMHEDER.cpy".
       01  ANTAL-VIRK               PIC 9(4) VALUE ZEROES.
       01  WS-VIRK-IX               PIC 9(4).
       01  WS-VIRK-IX2              PIC 9(4).
       01  WS-VIRK-FUNDET           PIC X VALUE "N".

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

      * THE CORPORATE DESK'S REGISTER DIALOG - ONE OPERATOR KEYS A
      * COMPANY, A CHANGE TO IT OR ITS CESSATION, A SECOND ONE
      * APPROVES IT. ONLY APPROVED (AKTIV) VERSIONS ARE READ BY
      * ACCOUNT OPENING, KYC AND SANCTIONS SCREENING.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU = ZEROES
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           OPEN INPUT KUNDEOPLYSNINGER
           IF WS-KUNDE-STATUS = "35"
               DISPLAY "KUNDEOPLYSNINGER.TXT FINDES IKKE."
               PERFORM SKRIV-SESSIONS-LOG
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER
           PERFORM SKRIV-SESSIONS-LOG.

      * SIGN-ON AGAINST OPERATOERER.TXT - SAME GATE AS
      * LAANOMLAEGNING'S; AN UNKNOWN ID NEVER GETS A MENU.
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

      * THE SESSION'S AUDIT LINE - PROGRAM, OPERATOR, START/END AND
      * HOW MANY REGISTER ROWS THE SESSION KEYED OR DECIDED.
       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "VIRKVEDL  " DELIMITED BY SIZE
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
           DISPLAY "VIRKSOMHEDSREGISTER (CVR)"
           DISPLAY "1. REGISTRER NY VIRKSOMHED"
           DISPLAY "2. RET VIRKSOMHED"
           DISPLAY "3. MARKER VIRKSOMHED SOM OPHOERT"
           DISPLAY "4. GODKEND VENTENDE AENDRINGER"
           DISPLAY "5. VIS VIRKSOMHED"
           DISPLAY "6. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM REGISTRER-VIRKSOMHED
                           THRU REGISTRER-VIRKSOMHED-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM RET-VIRKSOMHED
                           THRU RET-VIRKSOMHED-EXIT
                   END-IF
               WHEN "3"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPHOER-VIRKSOMHED
                           THRU OPHOER-VIRKSOMHED-EXIT
                   END-IF
               WHEN "4"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM GODKEND-AENDRINGER
                           THRU GODKEND-AENDRINGER-EXIT
                   END-IF
               WHEN "5"
                   PERFORM VIS-VIRKSOMHED
               WHEN "6"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

      * LOADS VIRKSOMHEDER.TXT - A MISSING FILE IS AN EMPTY
      * REGISTER. RELOADED FOR EVERY ACTION, SO TWO DESKS KEYING AT
      * ONCE NEVER WRITE BACK A STALE COPY OVER EACH OTHER.
       LOAD-VIRKSOMHEDER.
           MOVE ZEROES TO ANTAL-VIRK
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
                           ADD 1 TO ANTAL-VIRK
                           MOVE VIRKSOMHED-REC
                               TO VIRKSOMHED-AR(ANTAL-VIRK)
                   END-READ
               END-PERFORM
               CLOSE VIRKSOMHEDER
           END-IF.

       GEM-VIRKSOMHEDER.
           OPEN OUTPUT VIRKSOMHEDER
           PERFORM VARYING WS-VIRK-IX FROM 1 BY 1
                   UNTIL WS-VIRK-IX > ANTAL-VIRK
               MOVE VIRKSOMHED-AR(WS-VIRK-IX) TO VIRKSOMHED-REC
               WRITE VIRKSOMHED-REC
           END-PERFORM
           CLOSE VIRKSOMHEDER.

      * THE CURRENT AKTIV VERSION AND ANY VENTER VERSION OF THE
      * CVR-NUMMER IN WS-CVR-NR, AS SLOTS IN THE LOADED REGISTER
      * (ZERO = NONE).
       FIND-VERSIONER.
           MOVE ZEROES TO WS-AKTIV-IX
           MOVE ZEROES TO WS-VENTER-IX
           PERFORM VARYING WS-VIRK-IX FROM 1 BY 1
                   UNTIL WS-VIRK-IX > ANTAL-VIRK
               IF VS-CVR-NR OF VIRKSOMHED-AR(WS-VIRK-IX) = WS-CVR-NR
                   IF VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX)
                           = "AKTIV"
                       MOVE WS-VIRK-IX TO WS-AKTIV-IX
                   END-IF
                   IF VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX)
                           = "VENTER"
                       MOVE WS-VIRK-IX TO WS-VENTER-IX
                   END-IF
               END-IF
           END-PERFORM.

      * THE MAKER SIDE FOR A NEW COMPANY: THE WHOLE RECORD IS KEYED
      * AND VALIDATED, THEN PARKED AS VENTER FOR A SECOND OPERATOR.
       REGISTRER-VIRKSOMHED.
           DISPLAY "CVR-NUMMER (8 CIFRE): " WITH NO ADVANCING
           ACCEPT WS-CVR-NR
           PERFORM LOAD-VIRKSOMHEDER
           PERFORM FIND-VERSIONER
           IF WS-AKTIV-IX > ZEROES
               DISPLAY "CVR-NUMMERET ER ALLEREDE REGISTRERET - "
                   "BRUG RET."
               GO TO REGISTRER-VIRKSOMHED-EXIT
           END-IF
           IF WS-VENTER-IX > ZEROES
               DISPLAY "DER VENTER ALLEREDE EN AENDRING PAA "
                   "CVR-NUMMERET."
               GO TO REGISTRER-VIRKSOMHED-EXIT
           END-IF
           MOVE SPACES TO VIRKSOMHED-REC
           MOVE WS-CVR-NR TO VS-CVR-NR OF VIRKSOMHED-REC
           DISPLAY "VIRKSOMHEDENS KUNDE-ID (10 TEGN): "
               WITH NO ADVANCING
           ACCEPT VS-KUNDE-ID OF VIRKSOMHED-REC
           MOVE "OPRET" TO VS-AENDRING OF VIRKSOMHED-REC
           PERFORM INDTAST-VIRKSOMHED
           PERFORM VALIDER-VIRKSOMHED
           IF WS-FEJL = "Y"
               DISPLAY "VIRKSOMHED IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO REGISTRER-VIRKSOMHED-EXIT
           END-IF
           PERFORM PARKER-VERSION.

       REGISTRER-VIRKSOMHED-EXIT.
           EXIT.

      * A CHANGE IS A WHOLE NEW VERSION KEYED OVER THE CURRENT ONE;
      * THE COMPANY'S KUNDE-ID STAYS AS IT WAS.
       RET-VIRKSOMHED.
           DISPLAY "CVR-NUMMER DER SKAL RETTES: " WITH NO ADVANCING
           ACCEPT WS-CVR-NR
           PERFORM LOAD-VIRKSOMHEDER
           PERFORM FIND-VERSIONER
           IF WS-AKTIV-IX = ZEROES
               DISPLAY "INGEN AKTIV VIRKSOMHED MED CVR-NUMMER "
                   WS-CVR-NR
               GO TO RET-VIRKSOMHED-EXIT
           END-IF
           IF WS-VENTER-IX > ZEROES
               DISPLAY "DER VENTER ALLEREDE EN AENDRING PAA "
                   "CVR-NUMMERET."
               GO TO RET-VIRKSOMHED-EXIT
           END-IF
           MOVE WS-AKTIV-IX TO WS-VIRK-IX
           PERFORM VIS-EN-VIRKSOMHED
           MOVE VIRKSOMHED-AR(WS-AKTIV-IX) TO VIRKSOMHED-REC
           MOVE "RET" TO VS-AENDRING OF VIRKSOMHED-REC
           PERFORM INDTAST-VIRKSOMHED
           PERFORM VALIDER-VIRKSOMHED
           IF WS-FEJL = "Y"
               DISPLAY "AENDRING IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO RET-VIRKSOMHED-EXIT
           END-IF
           PERFORM PARKER-VERSION.

       RET-VIRKSOMHED-EXIT.
           EXIT.

      * CESSATION (OPHOER) - THE CURRENT VERSION UNCHANGED, PARKED
      * FOR APPROVAL AS AN OPHOER; ONCE APPROVED NO NEW ACCOUNT IS
      * OPENED FOR THE COMPANY.
       OPHOER-VIRKSOMHED.
           DISPLAY "CVR-NUMMER DER OPHOERER: " WITH NO ADVANCING
           ACCEPT WS-CVR-NR
           PERFORM LOAD-VIRKSOMHEDER
           PERFORM FIND-VERSIONER
           IF WS-AKTIV-IX = ZEROES
               DISPLAY "INGEN AKTIV VIRKSOMHED MED CVR-NUMMER "
                   WS-CVR-NR
               GO TO OPHOER-VIRKSOMHED-EXIT
           END-IF
           IF WS-VENTER-IX > ZEROES
               DISPLAY "DER VENTER ALLEREDE EN AENDRING PAA "
                   "CVR-NUMMERET."
               GO TO OPHOER-VIRKSOMHED-EXIT
           END-IF
           MOVE WS-AKTIV-IX TO WS-VIRK-IX
           PERFORM VIS-EN-VIRKSOMHED
           DISPLAY "MARKER SOM OPHOERT (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "IKKE REGISTRERET."
               GO TO OPHOER-VIRKSOMHED-EXIT
           END-IF
           MOVE VIRKSOMHED-AR(WS-AKTIV-IX) TO VIRKSOMHED-REC
           MOVE "OPHOER" TO VS-AENDRING OF VIRKSOMHED-REC
           PERFORM PARKER-VERSION.

       OPHOER-VIRKSOMHED-EXIT.
           EXIT.

      * PROMPTS FOR EVERY MAINTAINABLE FIELD, SHARED BY REGISTRER-
      * AND RET-VIRKSOMHED. THE PERSONS ARE KEYED AFRESH EVERY TIME,
      * SO A CHANGE ALWAYS STATES THE WHOLE OWNERSHIP PICTURE.
       INDTAST-VIRKSOMHED.
           DISPLAY "FIRMANAVN: " WITH NO ADVANCING
           ACCEPT VS-FIRMANAVN OF VIRKSOMHED-REC
           DISPLAY "SELSKABSFORM (APS/AS/IVS/IS/PMV/ENK/FMBA/FOND/"
               "ANDEN): " WITH NO ADVANCING
           ACCEPT VS-SELSKABSFORM OF VIRKSOMHED-REC
           DISPLAY "BRANCHEKODE (6 CIFRE): " WITH NO ADVANCING
           ACCEPT VS-BRANCHEKODE OF VIRKSOMHED-REC
           DISPLAY "ANTAL REELLE EJERE OG TEGNINGSBERETTIGEDE (1-6): "
               WITH NO ADVANCING
           ACCEPT VS-ANTAL-PERSONER OF VIRKSOMHED-REC
           IF VS-ANTAL-PERSONER OF VIRKSOMHED-REC IS NOT NUMERIC
               OR VS-ANTAL-PERSONER OF VIRKSOMHED-REC > 6
               MOVE ZEROES TO VS-ANTAL-PERSONER OF VIRKSOMHED-REC
           END-IF
           PERFORM VARYING WS-P-IX FROM 1 BY 1 UNTIL WS-P-IX > 6
               MOVE SPACES TO VS-P-CPR OF VIRKSOMHED-REC(WS-P-IX)
               MOVE SPACES TO VS-P-KUNDE-ID OF VIRKSOMHED-REC(WS-P-IX)
               MOVE SPACES TO VS-P-NAVN OF VIRKSOMHED-REC(WS-P-IX)
               MOVE SPACES TO VS-P-ROLLE OF VIRKSOMHED-REC(WS-P-IX)
               MOVE ZEROES
                   TO VS-P-EJERANDEL OF VIRKSOMHED-REC(WS-P-IX)
               IF WS-P-IX NOT > VS-ANTAL-PERSONER OF VIRKSOMHED-REC
                   PERFORM INDTAST-PERSON
               END-IF
           END-PERFORM.

      * ONE OWNER OR SIGNATORY. A CPR THE CUSTOMER MASTER KNOWS
      * LINKS THE PERSON TO THEIR KUNDE-ID AND TAKES THE NAME FROM
      * THERE; OTHERWISE THE NAME IS KEYED.
       INDTAST-PERSON.
           DISPLAY "PERSON " WS-P-IX " - CPR (10 CIFRE): "
               WITH NO ADVANCING
           ACCEPT VS-P-CPR OF VIRKSOMHED-REC(WS-P-IX)
           MOVE VS-P-CPR OF VIRKSOMHED-REC(WS-P-IX) TO WS-SOEG-CPR
           PERFORM FIND-KUNDE-PAA-CPR
           IF WS-CPR-FUNDET = "Y"
               MOVE KUNDE-ID OF KUNDEOPL-IN
                   TO VS-P-KUNDE-ID OF VIRKSOMHED-REC(WS-P-IX)
               STRING FORNAVN OF KUNDEOPL-IN DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   EFTERNAVN OF KUNDEOPL-IN DELIMITED BY "  "
                   INTO VS-P-NAVN OF VIRKSOMHED-REC(WS-P-IX)
               DISPLAY "  KUNDE " KUNDE-ID OF KUNDEOPL-IN " "
                   VS-P-NAVN OF VIRKSOMHED-REC(WS-P-IX)
           ELSE
               DISPLAY "  IKKE KUNDE - NAVN: " WITH NO ADVANCING
               ACCEPT VS-P-NAVN OF VIRKSOMHED-REC(WS-P-IX)
           END-IF
           DISPLAY "  ROLLE (EJER/TEGNER/BEGGE): " WITH NO ADVANCING
           ACCEPT VS-P-ROLLE OF VIRKSOMHED-REC(WS-P-IX)
           IF VS-P-ROLLE OF VIRKSOMHED-REC(WS-P-IX) NOT = "TEGNER"
               DISPLAY "  EJERANDEL I PCT (5 CIFRE, FX 02500 = "
                   "25,00): " WITH NO ADVANCING
               ACCEPT VS-P-EJERANDEL OF VIRKSOMHED-REC(WS-P-IX)
           END-IF.

      * THE CUSTOMER MASTER HAS NO CPR KEY - A START AT THE LOW END
      * AND A READ-NEXT SCAN, THE SAME SHAPE AS CPRSTATUSKOERSEL'S.
      * LEAVES THE MATCHING ROW IN KUNDEOPL-IN.
       FIND-KUNDE-PAA-CPR.
           MOVE "N" TO WS-CPR-FUNDET
           MOVE "N" TO EOF-KUNDE-SCAN
           IF WS-SOEG-CPR = SPACES
               MOVE "Y" TO EOF-KUNDE-SCAN
           END-IF
           MOVE LOW-VALUES TO KUNDE-ID OF KUNDEOPL-IN
           START KUNDEOPLYSNINGER
               KEY IS NOT < KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   MOVE "Y" TO EOF-KUNDE-SCAN
           END-START
           PERFORM UNTIL EOF-KUNDE-SCAN = "Y"
                   OR WS-CPR-FUNDET = "Y"
               READ KUNDEOPLYSNINGER NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-KUNDE-SCAN
                   NOT AT END
                       IF CPR OF KUNDEOPL-IN = WS-SOEG-CPR
                           MOVE "Y" TO WS-CPR-FUNDET
                       END-IF
               END-READ
           END-PERFORM.

      * FORMAT AND COHERENCE CHECKS ON THE KEYED VERSION - ACCOUNT
      * OPENING, KYC AND SCREENING TRUST EVERYTHING THEY FIND ON AN
      * AKTIV ROW.
       VALIDER-VIRKSOMHED.
           MOVE "N" TO WS-FEJL
           IF VS-CVR-NR OF VIRKSOMHED-REC IS NOT NUMERIC
               MOVE "Y" TO WS-FEJL
               MOVE "CVR-NUMMER SKAL VAERE 8 CIFRE" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE VS-KUNDE-ID OF VIRKSOMHED-REC
                   TO KUNDE-ID OF KUNDEOPL-IN
               READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
                   INVALID KEY
                       MOVE "Y" TO WS-FEJL
                       MOVE "KUNDE-ID FINDES IKKE I KUNDEREGISTER"
                           TO WS-FEJLTEKST
               END-READ
           END-IF
      * ONE KUNDE-ID IS ONE COMPANY - ANOTHER CVR-NUMMER ALREADY
      * LIVE OR PENDING ON IT IS A KEYING ERROR.
           IF WS-FEJL = "N"
               PERFORM VARYING WS-VIRK-IX FROM 1 BY 1
                       UNTIL WS-VIRK-IX > ANTAL-VIRK
                   IF VS-KUNDE-ID OF VIRKSOMHED-AR(WS-VIRK-IX)
                           = VS-KUNDE-ID OF VIRKSOMHED-REC
                       AND VS-CVR-NR OF VIRKSOMHED-AR(WS-VIRK-IX)
                           NOT = VS-CVR-NR OF VIRKSOMHED-REC
                       AND (VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX)
                               = "AKTIV"
                         OR VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX)
                               = "VENTER")
                       MOVE "Y" TO WS-FEJL
                       MOVE "KUNDE-ID HAR ALLEREDE ET ANDET CVR-NUMMER"
                           TO WS-FEJLTEKST
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FEJL = "N"
               AND VS-FIRMANAVN OF VIRKSOMHED-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "FIRMANAVN ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND VS-SELSKABSFORM OF VIRKSOMHED-REC NOT = "APS"
               AND VS-SELSKABSFORM OF VIRKSOMHED-REC NOT = "AS"
               AND VS-SELSKABSFORM OF VIRKSOMHED-REC NOT = "IVS"
               AND VS-SELSKABSFORM OF VIRKSOMHED-REC NOT = "IS"
               AND VS-SELSKABSFORM OF VIRKSOMHED-REC NOT = "PMV"
               AND VS-SELSKABSFORM OF VIRKSOMHED-REC NOT = "ENK"
               AND VS-SELSKABSFORM OF VIRKSOMHED-REC NOT = "FMBA"
               AND VS-SELSKABSFORM OF VIRKSOMHED-REC NOT = "FOND"
               AND VS-SELSKABSFORM OF VIRKSOMHED-REC NOT = "ANDEN"
               MOVE "Y" TO WS-FEJL
               MOVE "UKENDT SELSKABSFORM" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND (VS-BRANCHEKODE OF VIRKSOMHED-REC IS NOT NUMERIC
                 OR VS-BRANCHEKODE OF VIRKSOMHED-REC = ZEROES)
               MOVE "Y" TO WS-FEJL
               MOVE "BRANCHEKODE SKAL VAERE 6 CIFRE" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND VS-ANTAL-PERSONER OF VIRKSOMHED-REC = ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "MINDST EN REEL EJER OG EN TEGNINGSBERETTIGET"
                   TO WS-FEJLTEKST
           END-IF
           MOVE ZEROES TO WS-ANDEL-SUM
           MOVE ZEROES TO WS-ANTAL-EJERE
           MOVE ZEROES TO WS-ANTAL-TEGNERE
           PERFORM VARYING WS-P-IX FROM 1 BY 1
                   UNTIL WS-P-IX > VS-ANTAL-PERSONER OF VIRKSOMHED-REC
                   OR WS-FEJL = "Y"
               PERFORM VALIDER-PERSON
           END-PERFORM
           IF WS-FEJL = "N" AND WS-ANDEL-SUM > 100
               MOVE "Y" TO WS-FEJL
               MOVE "EJERANDELE OVERSTIGER 100 PCT" TO WS-FEJLTEKST
           END-IF
      * WHERE NO ONE OWNS ENOUGH TO BE A BENEFICIAL OWNER, THE
      * MANAGEMENT IS REGISTERED AS SUCH (BEGGE) - SO THERE IS
      * ALWAYS AT LEAST ONE.
           IF WS-FEJL = "N" AND WS-ANTAL-EJERE = ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "MINDST EN REEL EJER ER PAAKRAEVET"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND WS-ANTAL-TEGNERE = ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "MINDST EN TEGNINGSBERETTIGET ER PAAKRAEVET"
                   TO WS-FEJLTEKST
           END-IF.

       VALIDER-PERSON.
           IF VS-P-CPR OF VIRKSOMHED-REC(WS-P-IX) IS NOT NUMERIC
               MOVE "Y" TO WS-FEJL
               MOVE "CPR SKAL VAERE 10 CIFRE" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND VS-P-NAVN OF VIRKSOMHED-REC(WS-P-IX) = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "NAVN PAA PERSON ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               EVALUATE VS-P-ROLLE OF VIRKSOMHED-REC(WS-P-IX)
                   WHEN "EJER"
                       ADD 1 TO WS-ANTAL-EJERE
                   WHEN "TEGNER"
                       ADD 1 TO WS-ANTAL-TEGNERE
                   WHEN "BEGGE"
                       ADD 1 TO WS-ANTAL-EJERE
                       ADD 1 TO WS-ANTAL-TEGNERE
                   WHEN OTHER
                       MOVE "Y" TO WS-FEJL
                       MOVE "ROLLE SKAL VAERE EJER, TEGNER ELLER BEGGE"
                           TO WS-FEJLTEKST
               END-EVALUATE
           END-IF
           IF WS-FEJL = "N"
               AND VS-P-EJERANDEL OF VIRKSOMHED-REC(WS-P-IX)
                   IS NOT NUMERIC
               MOVE "Y" TO WS-FEJL
               MOVE "EJERANDEL SKAL VAERE NUMERISK" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               ADD VS-P-EJERANDEL OF VIRKSOMHED-REC(WS-P-IX)
                   TO WS-ANDEL-SUM
           END-IF.

      * STAMPS THE KEYED VERSION VENTER UNDER THE MAKER'S INITIALS
      * AND WRITES THE REGISTER BACK.
       PARKER-VERSION.
           MOVE "VENTER" TO VS-STATUS OF VIRKSOMHED-REC
           MOVE WS-OPERATOR TO VS-INDTASTET-AF OF VIRKSOMHED-REC
           MOVE SPACES TO VS-GODKENDT-AF OF VIRKSOMHED-REC
           MOVE SPACES TO VS-GODKENDT-DATO OF VIRKSOMHED-REC
           MOVE WS-I-DAG TO VS-INDTASTET-TID OF VIRKSOMHED-REC(1:10)
           ACCEPT WS-TID-RAW FROM TIME
           MOVE " " TO VS-INDTASTET-TID OF VIRKSOMHED-REC(11:1)
           MOVE WS-TID-RAW(1:2) TO VS-INDTASTET-TID OF VIRKSOMHED-REC
               (12:2)
           MOVE ":" TO VS-INDTASTET-TID OF VIRKSOMHED-REC(14:1)
           MOVE WS-TID-RAW(3:2) TO VS-INDTASTET-TID OF VIRKSOMHED-REC
               (15:2)
           MOVE ":" TO VS-INDTASTET-TID OF VIRKSOMHED-REC(17:1)
           MOVE WS-TID-RAW(5:2) TO VS-INDTASTET-TID OF VIRKSOMHED-REC
               (18:2)
           ADD 1 TO ANTAL-VIRK
           MOVE VIRKSOMHED-REC TO VIRKSOMHED-AR(ANTAL-VIRK)
           PERFORM GEM-VIRKSOMHEDER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "AENDRING PARKERET TIL GODKENDELSE.".

      * THE CHECKER SIDE: EVERY VENTER VERSION PAST A SECOND
      * OPERATOR, THE KEYER'S OWN SHOWN BUT NEVER RELEASABLE BY THE
      * SAME INITIALS - SAME FOUR-EYES RULE AS LAANOMLAEGNING. AN
      * APPROVED VERSION REPLACES THE AKTIV ONE (ERSTATTET); EVERY
      * DECISION IS JOURNALLED AND WRITTEN BACK.
       GODKEND-AENDRINGER.
           PERFORM LOAD-VIRKSOMHEDER
           MOVE "N" TO WS-VIRK-FUNDET
           PERFORM VARYING WS-VIRK-IX FROM 1 BY 1
                   UNTIL WS-VIRK-IX > ANTAL-VIRK
               IF VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX) = "VENTER"
                   MOVE "Y" TO WS-VIRK-FUNDET
                   PERFORM BEHANDL-VENTENDE
               END-IF
           END-PERFORM
           IF WS-VIRK-FUNDET = "N"
               DISPLAY "INGEN VENTENDE AENDRINGER."
               GO TO GODKEND-AENDRINGER-EXIT
           END-IF
           PERFORM GEM-VIRKSOMHEDER.

       GODKEND-AENDRINGER-EXIT.
           EXIT.

       BEHANDL-VENTENDE.
           PERFORM VIS-EN-VIRKSOMHED
           IF VS-INDTASTET-AF OF VIRKSOMHED-AR(WS-VIRK-IX)
                   = WS-OPERATOR
               DISPLAY "EGEN INDTASTNING - SKAL GODKENDES AF EN"
                   " ANDEN OPERATOER."
           ELSE
               DISPLAY "GODKEND (J), AFVIS (N), SPRING OVER (S): "
                   WITH NO ADVANCING
               ACCEPT WS-SVAR
               EVALUATE WS-SVAR
                   WHEN "J"
                   WHEN "j"
                       PERFORM ERSTAT-AKTIV-VERSION
                       IF VS-AENDRING OF VIRKSOMHED-AR(WS-VIRK-IX)
                               = "OPHOER"
                           MOVE "OPHOERT"
                               TO VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX)
                       ELSE
                           MOVE "AKTIV"
                               TO VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX)
                       END-IF
                       MOVE WS-OPERATOR TO VS-GODKENDT-AF
                           OF VIRKSOMHED-AR(WS-VIRK-IX)
                       MOVE WS-I-DAG
                           TO VS-GODKENDT-DATO
                               OF VIRKSOMHED-AR(WS-VIRK-IX)
                       PERFORM JOURNALFOER-BESLUTNING
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "AENDRING GODKENDT."
                   WHEN "N"
                   WHEN "n"
                       MOVE "AFVIST"
                           TO VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX)
                       MOVE WS-OPERATOR TO VS-GODKENDT-AF
                           OF VIRKSOMHED-AR(WS-VIRK-IX)
                       MOVE WS-I-DAG
                           TO VS-GODKENDT-DATO
                               OF VIRKSOMHED-AR(WS-VIRK-IX)
                       PERFORM JOURNALFOER-BESLUTNING
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "AENDRING AFVIST."
                   WHEN OTHER
                       DISPLAY "SPRUNGET OVER."
               END-EVALUATE
           END-IF.

      * THE VERSION BEING APPROVED RETIRES THE AKTIV ONE FOR THE SAME
      * CVR-NUMMER.
       ERSTAT-AKTIV-VERSION.
           PERFORM VARYING WS-VIRK-IX2 FROM 1 BY 1
                   UNTIL WS-VIRK-IX2 > ANTAL-VIRK
               IF VS-CVR-NR OF VIRKSOMHED-AR(WS-VIRK-IX2)
                       = VS-CVR-NR OF VIRKSOMHED-AR(WS-VIRK-IX)
                   AND VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX2)
                       = "AKTIV"
                   MOVE "ERSTATTET"
                       TO VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX2)
               END-IF
           END-PERFORM.

      * INQUIRY - EVERY VERSION ON THE REGISTER FOR ONE CVR-NUMMER,
      * OLDEST FIRST.
       VIS-VIRKSOMHED.
           DISPLAY "CVR-NUMMER: " WITH NO ADVANCING
           ACCEPT WS-CVR-NR
           PERFORM LOAD-VIRKSOMHEDER
           MOVE "N" TO WS-VIRK-FUNDET
           PERFORM VARYING WS-VIRK-IX FROM 1 BY 1
                   UNTIL WS-VIRK-IX > ANTAL-VIRK
               IF VS-CVR-NR OF VIRKSOMHED-AR(WS-VIRK-IX) = WS-CVR-NR
                   MOVE "Y" TO WS-VIRK-FUNDET
                   PERFORM VIS-EN-VIRKSOMHED
               END-IF
           END-PERFORM
           IF WS-VIRK-FUNDET = "N"
               DISPLAY "INGEN VIRKSOMHED MED CVR-NUMMER " WS-CVR-NR
           END-IF.

       VIS-EN-VIRKSOMHED.
           DISPLAY " "
           DISPLAY "CVR " VS-CVR-NR OF VIRKSOMHED-AR(WS-VIRK-IX)
               "  " VS-FIRMANAVN OF VIRKSOMHED-AR(WS-VIRK-IX)
           DISPLAY "  KUNDE-ID "
               VS-KUNDE-ID OF VIRKSOMHED-AR(WS-VIRK-IX)
               "  FORM " VS-SELSKABSFORM OF VIRKSOMHED-AR(WS-VIRK-IX)
               "  BRANCHE " VS-BRANCHEKODE OF VIRKSOMHED-AR(WS-VIRK-IX)
           DISPLAY "  STATUS " VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX)
               "  AENDRING " VS-AENDRING OF VIRKSOMHED-AR(WS-VIRK-IX)
           PERFORM VARYING WS-P-IX FROM 1 BY 1
                   UNTIL WS-P-IX
                       > VS-ANTAL-PERSONER OF VIRKSOMHED-AR(WS-VIRK-IX)
               MOVE VS-P-EJERANDEL OF VIRKSOMHED-AR(WS-VIRK-IX, WS-P-IX)
                   TO WS-VIS-ANDEL
               DISPLAY "  "
                   VS-P-ROLLE OF VIRKSOMHED-AR(WS-VIRK-IX, WS-P-IX)
                   " " VS-P-CPR OF VIRKSOMHED-AR(WS-VIRK-IX, WS-P-IX)
                   " " VS-P-NAVN OF VIRKSOMHED-AR(WS-VIRK-IX, WS-P-IX)
                   " " WS-VIS-ANDEL " PCT"
           END-PERFORM
           DISPLAY "  INDTASTET AF "
               VS-INDTASTET-AF OF VIRKSOMHED-AR(WS-VIRK-IX)
               " " VS-INDTASTET-TID OF VIRKSOMHED-AR(WS-VIRK-IX)
           IF VS-GODKENDT-AF OF VIRKSOMHED-AR(WS-VIRK-IX) NOT = SPACES
               DISPLAY "  BESLUTTET AF "
                   VS-GODKENDT-AF OF VIRKSOMHED-AR(WS-VIRK-IX)
                   " " VS-GODKENDT-DATO OF VIRKSOMHED-AR(WS-VIRK-IX)
           END-IF.

      * ONE JOURNAL LINE PER DECISION, UNDER THE CHECKER'S INITIALS
      * WITH THE MAKER'S ON THE OLD-VALUE SIDE. THE KEY IS THE
      * CVR-NUMMER.
       JOURNALFOER-BESLUTNING.
           MOVE "VIRKSOMHED" TO WS-J-FELT
           MOVE SPACES TO WS-J-GAMMEL
           STRING "VENTER " DELIMITED BY SIZE
               VS-AENDRING OF VIRKSOMHED-AR(WS-VIRK-IX)
                   DELIMITED BY SPACE
               " INDTASTET AF " DELIMITED BY SIZE
               VS-INDTASTET-AF OF VIRKSOMHED-AR(WS-VIRK-IX)
                   DELIMITED BY SIZE
               INTO WS-J-GAMMEL
           MOVE VS-STATUS OF VIRKSOMHED-AR(WS-VIRK-IX) TO WS-J-NY
           PERFORM SKRIV-JOURNAL-LINJE.

       SKRIV-JOURNAL-LINJE.
           ACCEPT WS-J-TID-RAW FROM DATE YYYYMMDD
           MOVE WS-J-TID-RAW(1:4) TO WS-JOURNAL-TID(1:4)
           MOVE "-" TO WS-JOURNAL-TID(5:1)
           MOVE WS-J-TID-RAW(5:2) TO WS-JOURNAL-TID(6:2)
           MOVE "-" TO WS-JOURNAL-TID(8:1)
           MOVE WS-J-TID-RAW(7:2) TO WS-JOURNAL-TID(9:2)
           ACCEPT WS-J-TID-RAW FROM TIME
           MOVE " " TO WS-JOURNAL-TID(11:1)
           MOVE WS-J-TID-RAW(1:2) TO WS-JOURNAL-TID(12:2)
           MOVE ":" TO WS-JOURNAL-TID(14:1)
           MOVE WS-J-TID-RAW(3:2) TO WS-JOURNAL-TID(15:2)
           MOVE ":" TO WS-JOURNAL-TID(17:1)
           MOVE WS-J-TID-RAW(5:2) TO WS-JOURNAL-TID(18:2)
           PERFORM HENT-AJ-KSUM
           OPEN EXTEND AENDRINGS-JOURNAL
           IF WS-AJOURNAL-STATUS = "35"
               OPEN OUTPUT AENDRINGS-JOURNAL
           END-IF
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JOURNAL-TID TO AJ-TIDSPUNKT OF JOURNAL-REC
           MOVE WS-OPERATOR TO AJ-OPERATOR OF JOURNAL-REC
           MOVE VS-CVR-NR OF VIRKSOMHED-AR(WS-VIRK-IX)
               TO AJ-NOEGLE OF JOURNAL-REC
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

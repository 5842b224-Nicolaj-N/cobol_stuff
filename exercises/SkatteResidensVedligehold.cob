       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CRS/FATCA TAX-RESIDENCE REGISTER - SEE SKATTERESIDENS.CPY.
      * SAME SNAPSHOT-AND-REWRITE SHAPE AS VIRKSOMHEDVEDLIGEHOLD'S
      * REGISTER: LOADED WHOLE, DECIDED IN MEMORY, WRITTEN BACK.
           SELECT SKATTERESIDENS ASSIGN TO "SkatteResidens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
      * THE CUSTOMER MASTER, READ ONLY, WITH KUNDEVEDLIGEHOLD'S
      * KEYING - THE CUSTOMER MUST BE ON IT, AND ITS ADDRESS AND
      * TELEPHONE SEED THE US INDICIA.
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
      * VIRKSOMHEDVEDLIGEHOLD'S. SEE OPERATOR-SIGNON/KRAEV-NIVEAU.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SKATTERESIDENS.
       01  RESIDENS-REC.
           COPY "SKATTERESIDENS.cpy".

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
       01  WS-SR-STATUS             PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-AJOURNAL-STATUS       PIC XX VALUE "00".
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-TID-RAW               PIC 9(8) VALUE ZEROES.
       01  WS-KUNDE-ID              PIC X(10) VALUE SPACES.
       01  WS-AKTIV-IX              PIC 9(4) VALUE ZEROES.
       01  WS-VENTER-IX             PIC 9(4) VALUE ZEROES.
       01  WS-L-IX                  PIC 9 VALUE ZEROES.
       01  WS-L-IX2                 PIC 9 VALUE ZEROES.
      * THE CUSTOMER'S OWN ADDRESS COUNTRY AND TELEPHONE, FROM THE
      * MASTER - WHAT THE US ADDRESS AND TELEPHONE INDICIA DEFAULT
      * FROM WHEN A SELF-CERTIFICATION IS FIRST KEYED.
       01  WS-ADR-LAND              PIC X(2) VALUE SPACES.
       01  WS-TELEFON               PIC X(8) VALUE SPACES.
      * THE WHOLE REGISTER IN MEMORY, WRITTEN BACK INTACT - DECIDED
      * AND REPLACED VERSIONS STAY AS THE DUAL-CONTROL TRAIL.
       01  EOF-SR                   PIC X VALUE "N".
       01  RESIDENS-AR OCCURS 999 TIMES.
           COPY "SKATTERESIDENS.cpy".
       01  ANTAL-SR                 PIC 9(4) VALUE ZEROES.
       01  WS-SR-IX                 PIC 9(4).
       01  WS-SR-IX2                PIC 9(4).
       01  WS-SR-FUNDET             PIC X VALUE "N".

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

      * THE TAX DESK'S SELF-CERTIFICATION DIALOG - ONE OPERATOR KEYS
      * A CUSTOMER'S DECLARED TAX RESIDENCES AND US INDICIA, A CHANGE
      * TO THEM OR THEIR WITHDRAWAL, A SECOND ONE APPROVES IT. ONLY
      * APPROVED (AKTIV) VERSIONS ARE READ BY THE YEAR-END CRS/FATCA
      * REPORT.
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
      * VIRKSOMHEDVEDLIGEHOLD'S; AN UNKNOWN ID NEVER GETS A MENU.
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
           STRING "SKATRESV  " DELIMITED BY SIZE
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
           DISPLAY "SKATTERESIDENS (CRS/FATCA)"
           DISPLAY "1. REGISTRER SELVCERTIFICERING"
           DISPLAY "2. RET SELVCERTIFICERING"
           DISPLAY "3. TILBAGEKALD SELVCERTIFICERING"
           DISPLAY "4. GODKEND VENTENDE AENDRINGER"
           DISPLAY "5. VIS KUNDE"
           DISPLAY "6. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM REGISTRER-RESIDENS
                           THRU REGISTRER-RESIDENS-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM RET-RESIDENS
                           THRU RET-RESIDENS-EXIT
                   END-IF
               WHEN "3"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPHOER-RESIDENS
                           THRU OPHOER-RESIDENS-EXIT
                   END-IF
               WHEN "4"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM GODKEND-AENDRINGER
                           THRU GODKEND-AENDRINGER-EXIT
                   END-IF
               WHEN "5"
                   PERFORM VIS-RESIDENS
               WHEN "6"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

      * LOADS SKATTERESIDENS.TXT - A MISSING FILE IS AN EMPTY
      * REGISTER. RELOADED FOR EVERY ACTION, SO TWO DESKS KEYING AT
      * ONCE NEVER WRITE BACK A STALE COPY OVER EACH OTHER.
       LOAD-RESIDENSER.
           MOVE ZEROES TO ANTAL-SR
           MOVE "N" TO EOF-SR
           OPEN INPUT SKATTERESIDENS
           IF WS-SR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SR = "Y"
                   READ SKATTERESIDENS
                       AT END
                           MOVE "Y" TO EOF-SR
                       NOT AT END
                           ADD 1 TO ANTAL-SR
                           MOVE RESIDENS-REC
                               TO RESIDENS-AR(ANTAL-SR)
                   END-READ
               END-PERFORM
               CLOSE SKATTERESIDENS
           END-IF.

       GEM-RESIDENSER.
           OPEN OUTPUT SKATTERESIDENS
           PERFORM VARYING WS-SR-IX FROM 1 BY 1
                   UNTIL WS-SR-IX > ANTAL-SR
               MOVE RESIDENS-AR(WS-SR-IX) TO RESIDENS-REC
               WRITE RESIDENS-REC
           END-PERFORM
           CLOSE SKATTERESIDENS.

      * THE CURRENT AKTIV VERSION AND ANY VENTER VERSION OF THE
      * KUNDE-ID IN WS-KUNDE-ID, AS SLOTS IN THE LOADED REGISTER
      * (ZERO = NONE).
       FIND-VERSIONER.
           MOVE ZEROES TO WS-AKTIV-IX
           MOVE ZEROES TO WS-VENTER-IX
           PERFORM VARYING WS-SR-IX FROM 1 BY 1
                   UNTIL WS-SR-IX > ANTAL-SR
               IF SR-KUNDE-ID OF RESIDENS-AR(WS-SR-IX) = WS-KUNDE-ID
                   IF SR-STATUS OF RESIDENS-AR(WS-SR-IX) = "AKTIV"
                       MOVE WS-SR-IX TO WS-AKTIV-IX
                   END-IF
                   IF SR-STATUS OF RESIDENS-AR(WS-SR-IX) = "VENTER"
                       MOVE WS-SR-IX TO WS-VENTER-IX
                   END-IF
               END-IF
           END-PERFORM.

      * THE CUSTOMER ON THE MASTER, WITH THE ADDRESS COUNTRY AND
      * TELEPHONE THE INDICIA ARE SEEDED FROM.
       FIND-KUNDE.
           MOVE "N" TO WS-FEJL
           MOVE WS-KUNDE-ID TO KUNDE-ID OF KUNDEOPL-IN
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   MOVE "Y" TO WS-FEJL
                   MOVE "KUNDE-ID FINDES IKKE I KUNDEREGISTER"
                       TO WS-FEJLTEKST
               NOT INVALID KEY
                   MOVE LANDE-KODE OF ADRESSE OF KUNDEOPL-IN
                       TO WS-ADR-LAND
                   MOVE TELEFON OF KONTAKTOPL OF KUNDEOPL-IN
                       TO WS-TELEFON
                   DISPLAY "  " FORNAVN OF KUNDEOPL-IN " "
                       EFTERNAVN OF KUNDEOPL-IN
                   DISPLAY "  ADRESSELAND '" WS-ADR-LAND
                       "'  TELEFON '" WS-TELEFON "'"
           END-READ.

      * THE MAKER SIDE FOR A FIRST SELF-CERTIFICATION: THE WHOLE
      * RECORD IS KEYED AND VALIDATED, THEN PARKED AS VENTER FOR A
      * SECOND OPERATOR. THE US ADDRESS AND TELEPHONE INDICIA START
      * FROM WHAT THE MASTER SHOWS.
       REGISTRER-RESIDENS.
           DISPLAY "KUNDE-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT WS-KUNDE-ID
           PERFORM LOAD-RESIDENSER
           PERFORM FIND-VERSIONER
           IF WS-AKTIV-IX > ZEROES
               DISPLAY "KUNDEN HAR ALLEREDE EN SELVCERTIFICERING - "
                   "BRUG RET."
               GO TO REGISTRER-RESIDENS-EXIT
           END-IF
           IF WS-VENTER-IX > ZEROES
               DISPLAY "DER VENTER ALLEREDE EN AENDRING PAA KUNDEN."
               GO TO REGISTRER-RESIDENS-EXIT
           END-IF
           PERFORM FIND-KUNDE
           IF WS-FEJL = "Y"
               DISPLAY "SELVCERTIFICERING IKKE REGISTRERET - "
                   WS-FEJLTEKST
               GO TO REGISTRER-RESIDENS-EXIT
           END-IF
           MOVE SPACES TO RESIDENS-REC
           MOVE WS-KUNDE-ID TO SR-KUNDE-ID OF RESIDENS-REC
           MOVE "N" TO SR-US-STATSBORGER OF RESIDENS-REC
           MOVE "N" TO SR-US-ADRESSE OF RESIDENS-REC
           MOVE "N" TO SR-US-TELEFON OF RESIDENS-REC
           MOVE "N" TO SR-US-OVERFOERSEL OF RESIDENS-REC
           IF WS-ADR-LAND = "US"
               MOVE "J" TO SR-US-ADRESSE OF RESIDENS-REC
           END-IF
           IF WS-TELEFON(1:3) = "001" OR WS-TELEFON(1:2) = "+1"
               MOVE "J" TO SR-US-TELEFON OF RESIDENS-REC
           END-IF
           MOVE "OPRET" TO SR-AENDRING OF RESIDENS-REC
           PERFORM INDTAST-RESIDENS
           PERFORM VALIDER-RESIDENS
           IF WS-FEJL = "Y"
               DISPLAY "SELVCERTIFICERING IKKE REGISTRERET - "
                   WS-FEJLTEKST
               GO TO REGISTRER-RESIDENS-EXIT
           END-IF
           PERFORM PARKER-VERSION.

       REGISTRER-RESIDENS-EXIT.
           EXIT.

      * A CHANGE IS A WHOLE NEW VERSION KEYED OVER THE CURRENT ONE,
      * AS FROM A NEW SIGNED SELF-CERTIFICATION.
       RET-RESIDENS.
           DISPLAY "KUNDE-ID DER SKAL RETTES: " WITH NO ADVANCING
           ACCEPT WS-KUNDE-ID
           PERFORM LOAD-RESIDENSER
           PERFORM FIND-VERSIONER
           IF WS-AKTIV-IX = ZEROES
               DISPLAY "INGEN AKTIV SELVCERTIFICERING FOR KUNDE "
                   WS-KUNDE-ID
               GO TO RET-RESIDENS-EXIT
           END-IF
           IF WS-VENTER-IX > ZEROES
               DISPLAY "DER VENTER ALLEREDE EN AENDRING PAA KUNDEN."
               GO TO RET-RESIDENS-EXIT
           END-IF
           PERFORM FIND-KUNDE
           MOVE WS-AKTIV-IX TO WS-SR-IX
           PERFORM VIS-EN-RESIDENS
           MOVE RESIDENS-AR(WS-AKTIV-IX) TO RESIDENS-REC
           MOVE "RET" TO SR-AENDRING OF RESIDENS-REC
           PERFORM INDTAST-RESIDENS
           PERFORM VALIDER-RESIDENS
           IF WS-FEJL = "Y"
               DISPLAY "AENDRING IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO RET-RESIDENS-EXIT
           END-IF
           PERFORM PARKER-VERSION.

       RET-RESIDENS-EXIT.
           EXIT.

      * WITHDRAWAL (OPHOER) - THE CURRENT VERSION UNCHANGED, PARKED
      * FOR APPROVAL AS AN OPHOER; ONCE APPROVED THE CUSTOMER HAS NO
      * VALID SELF-CERTIFICATION AND FOREIGN INDICIA PUT THEM ON THE
      * YEAR-END EXCEPTION LIST AGAIN.
       OPHOER-RESIDENS.
           DISPLAY "KUNDE-ID DER TILBAGEKALDES: " WITH NO ADVANCING
           ACCEPT WS-KUNDE-ID
           PERFORM LOAD-RESIDENSER
           PERFORM FIND-VERSIONER
           IF WS-AKTIV-IX = ZEROES
               DISPLAY "INGEN AKTIV SELVCERTIFICERING FOR KUNDE "
                   WS-KUNDE-ID
               GO TO OPHOER-RESIDENS-EXIT
           END-IF
           IF WS-VENTER-IX > ZEROES
               DISPLAY "DER VENTER ALLEREDE EN AENDRING PAA KUNDEN."
               GO TO OPHOER-RESIDENS-EXIT
           END-IF
           MOVE WS-AKTIV-IX TO WS-SR-IX
           PERFORM VIS-EN-RESIDENS
           DISPLAY "TILBAGEKALD (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "IKKE REGISTRERET."
               GO TO OPHOER-RESIDENS-EXIT
           END-IF
           MOVE RESIDENS-AR(WS-AKTIV-IX) TO RESIDENS-REC
           MOVE "OPHOER" TO SR-AENDRING OF RESIDENS-REC
           PERFORM PARKER-VERSION.

       OPHOER-RESIDENS-EXIT.
           EXIT.

      * PROMPTS FOR EVERY MAINTAINABLE FIELD, SHARED BY REGISTRER-
      * AND RET-RESIDENS. THE COUNTRIES ARE KEYED AFRESH EVERY TIME,
      * SO A VERSION ALWAYS STATES THE WHOLE DECLARATION. AN EMPTY
      * ANSWER TO AN INDICIA QUESTION KEEPS WHAT IS SHOWN.
       INDTAST-RESIDENS.
           DISPLAY "SELVCERTIFICERINGENS DATO (YYYY-MM-DD): "
               WITH NO ADVANCING
           ACCEPT SR-SELVCERT-DATO OF RESIDENS-REC
           DISPLAY "ANTAL SKATTERESIDENSLANDE (1-3): "
               WITH NO ADVANCING
           ACCEPT SR-ANTAL-LANDE OF RESIDENS-REC
           IF SR-ANTAL-LANDE OF RESIDENS-REC IS NOT NUMERIC
               OR SR-ANTAL-LANDE OF RESIDENS-REC > 3
               MOVE ZEROES TO SR-ANTAL-LANDE OF RESIDENS-REC
           END-IF
           PERFORM VARYING WS-L-IX FROM 1 BY 1 UNTIL WS-L-IX > 3
               MOVE SPACES
                   TO SR-L-LANDE-KODE OF RESIDENS-REC(WS-L-IX)
               MOVE SPACES TO SR-L-TIN OF RESIDENS-REC(WS-L-IX)
               IF WS-L-IX NOT > SR-ANTAL-LANDE OF RESIDENS-REC
                   DISPLAY "LAND " WS-L-IX " - LANDEKODE (ISO, 2 "
                       "BOGSTAVER): " WITH NO ADVANCING
                   ACCEPT SR-L-LANDE-KODE OF RESIDENS-REC(WS-L-IX)
                   IF SR-L-LANDE-KODE OF RESIDENS-REC(WS-L-IX)
                           NOT = "DK"
                       DISPLAY "  TIN: " WITH NO ADVANCING
                       ACCEPT SR-L-TIN OF RESIDENS-REC(WS-L-IX)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "US-STATSBORGER ELLER FOEDT I US (J/N) ["
               SR-US-STATSBORGER OF RESIDENS-REC "]: "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = SPACE
               MOVE WS-SVAR TO SR-US-STATSBORGER OF RESIDENS-REC
           END-IF
           DISPLAY "US-ADRESSE (J/N) ["
               SR-US-ADRESSE OF RESIDENS-REC "]: "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = SPACE
               MOVE WS-SVAR TO SR-US-ADRESSE OF RESIDENS-REC
           END-IF
           DISPLAY "US-TELEFONNUMMER (J/N) ["
               SR-US-TELEFON OF RESIDENS-REC "]: "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = SPACE
               MOVE WS-SVAR TO SR-US-TELEFON OF RESIDENS-REC
           END-IF
           DISPLAY "STAAENDE OVERFOERSEL TIL US-KONTO (J/N) ["
               SR-US-OVERFOERSEL OF RESIDENS-REC "]: "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = SPACE
               MOVE WS-SVAR TO SR-US-OVERFOERSEL OF RESIDENS-REC
           END-IF.

      * FORMAT AND COHERENCE CHECKS ON THE KEYED VERSION - THE
      * YEAR-END REPORT TRUSTS EVERYTHING IT FINDS ON AN AKTIV ROW.
       VALIDER-RESIDENS.
           MOVE "N" TO WS-FEJL
           IF SR-SELVCERT-DATO OF RESIDENS-REC(1:4) IS NOT NUMERIC
                   OR SR-SELVCERT-DATO OF RESIDENS-REC(5:1) NOT = "-"
                   OR SR-SELVCERT-DATO OF RESIDENS-REC(6:2)
                       IS NOT NUMERIC
                   OR SR-SELVCERT-DATO OF RESIDENS-REC(8:1) NOT = "-"
                   OR SR-SELVCERT-DATO OF RESIDENS-REC(9:2)
                       IS NOT NUMERIC
               MOVE "Y" TO WS-FEJL
               MOVE "DATO SKAL VAERE YYYY-MM-DD" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND (SR-SELVCERT-DATO OF RESIDENS-REC(6:2) < "01"
                 OR SR-SELVCERT-DATO OF RESIDENS-REC(6:2) > "12"
                 OR SR-SELVCERT-DATO OF RESIDENS-REC(9:2) < "01"
                 OR SR-SELVCERT-DATO OF RESIDENS-REC(9:2) > "31")
               MOVE "Y" TO WS-FEJL
               MOVE "DATO ER IKKE EN GYLDIG DATO" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND SR-SELVCERT-DATO OF RESIDENS-REC > WS-I-DAG
               MOVE "Y" TO WS-FEJL
               MOVE "SELVCERTIFICERINGEN KAN IKKE VAERE FREMTIDIG"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND SR-ANTAL-LANDE OF RESIDENS-REC = ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "MINDST ET SKATTERESIDENSLAND ER PAAKRAEVET"
                   TO WS-FEJLTEKST
           END-IF
           PERFORM VARYING WS-L-IX FROM 1 BY 1
                   UNTIL WS-L-IX > SR-ANTAL-LANDE OF RESIDENS-REC
                   OR WS-FEJL = "Y"
               PERFORM VALIDER-LAND
           END-PERFORM
           IF WS-FEJL = "N"
               AND ((SR-US-STATSBORGER OF RESIDENS-REC NOT = "J"
                 AND SR-US-STATSBORGER OF RESIDENS-REC NOT = "N")
                OR (SR-US-ADRESSE OF RESIDENS-REC NOT = "J"
                 AND SR-US-ADRESSE OF RESIDENS-REC NOT = "N")
                OR (SR-US-TELEFON OF RESIDENS-REC NOT = "J"
                 AND SR-US-TELEFON OF RESIDENS-REC NOT = "N")
                OR (SR-US-OVERFOERSEL OF RESIDENS-REC NOT = "J"
                 AND SR-US-OVERFOERSEL OF RESIDENS-REC NOT = "N"))
               MOVE "Y" TO WS-FEJL
               MOVE "US-INDICIA SKAL VAERE J ELLER N" TO WS-FEJLTEKST
           END-IF
      * A US CITIZEN IS TAX RESIDENT IN THE US WHEREVER THEY LIVE -
      * THE DECLARATION MUST NAME THE US WITH THE US TIN.
           IF WS-FEJL = "N"
               AND SR-US-STATSBORGER OF RESIDENS-REC = "J"
               MOVE "Y" TO WS-FEJL
               MOVE "US-STATSBORGER SKAL ANGIVE US SOM RESIDENSLAND"
                   TO WS-FEJLTEKST
               PERFORM VARYING WS-L-IX FROM 1 BY 1
                       UNTIL WS-L-IX > SR-ANTAL-LANDE OF RESIDENS-REC
                   IF SR-L-LANDE-KODE OF RESIDENS-REC(WS-L-IX)
                           = "US"
                       MOVE "N" TO WS-FEJL
                   END-IF
               END-PERFORM
           END-IF.

      * ONE DECLARED COUNTRY: TWO LETTERS, NOT TWICE, AND A TIN FOR
      * ANY COUNTRY BUT DK - FOR THE US THE NINE-DIGIT SSN/ITIN.
       VALIDER-LAND.
           IF SR-L-LANDE-KODE OF RESIDENS-REC(WS-L-IX)
                   IS NOT ALPHABETIC-UPPER
               OR SR-L-LANDE-KODE OF RESIDENS-REC(WS-L-IX)(2:1)
                   = SPACE
               MOVE "Y" TO WS-FEJL
               MOVE "LANDEKODE SKAL VAERE TO STORE BOGSTAVER"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               PERFORM VARYING WS-L-IX2 FROM 1 BY 1
                       UNTIL WS-L-IX2 >= WS-L-IX
                   IF SR-L-LANDE-KODE OF RESIDENS-REC(WS-L-IX2)
                           = SR-L-LANDE-KODE OF RESIDENS-REC(WS-L-IX)
                       MOVE "Y" TO WS-FEJL
                       MOVE "SAMME LAND ANGIVET TO GANGE"
                           TO WS-FEJLTEKST
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FEJL = "N"
               AND SR-L-LANDE-KODE OF RESIDENS-REC(WS-L-IX) NOT = "DK"
               AND SR-L-TIN OF RESIDENS-REC(WS-L-IX) = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "TIN ER PAAKRAEVET FOR ANDET LAND END DK"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND SR-L-LANDE-KODE OF RESIDENS-REC(WS-L-IX) = "US"
               AND (SR-L-TIN OF RESIDENS-REC(WS-L-IX)(1:9)
                       IS NOT NUMERIC
                 OR SR-L-TIN OF RESIDENS-REC(WS-L-IX)(10:11)
                       NOT = SPACES)
               MOVE "Y" TO WS-FEJL
               MOVE "US-TIN SKAL VAERE 9 CIFRE" TO WS-FEJLTEKST
           END-IF.

      * STAMPS THE KEYED VERSION VENTER UNDER THE MAKER'S INITIALS
      * AND WRITES THE REGISTER BACK.
       PARKER-VERSION.
           MOVE "VENTER" TO SR-STATUS OF RESIDENS-REC
           MOVE WS-OPERATOR TO SR-INDTASTET-AF OF RESIDENS-REC
           MOVE SPACES TO SR-GODKENDT-AF OF RESIDENS-REC
           MOVE SPACES TO SR-GODKENDT-DATO OF RESIDENS-REC
           MOVE WS-I-DAG TO SR-INDTASTET-TID OF RESIDENS-REC(1:10)
           ACCEPT WS-TID-RAW FROM TIME
           MOVE " " TO SR-INDTASTET-TID OF RESIDENS-REC(11:1)
           MOVE WS-TID-RAW(1:2) TO SR-INDTASTET-TID OF RESIDENS-REC
               (12:2)
           MOVE ":" TO SR-INDTASTET-TID OF RESIDENS-REC(14:1)
           MOVE WS-TID-RAW(3:2) TO SR-INDTASTET-TID OF RESIDENS-REC
               (15:2)
           MOVE ":" TO SR-INDTASTET-TID OF RESIDENS-REC(17:1)
           MOVE WS-TID-RAW(5:2) TO SR-INDTASTET-TID OF RESIDENS-REC
               (18:2)
           ADD 1 TO ANTAL-SR
           MOVE RESIDENS-REC TO RESIDENS-AR(ANTAL-SR)
           PERFORM GEM-RESIDENSER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "AENDRING PARKERET TIL GODKENDELSE.".

      * THE CHECKER SIDE: EVERY VENTER VERSION PAST A SECOND
      * OPERATOR, THE KEYER'S OWN SHOWN BUT NEVER RELEASABLE BY THE
      * SAME INITIALS - SAME FOUR-EYES RULE AS VIRKSOMHEDVEDLIGEHOLD.
      * AN APPROVED VERSION REPLACES THE AKTIV ONE (ERSTATTET); EVERY
      * DECISION IS JOURNALLED AND WRITTEN BACK.
       GODKEND-AENDRINGER.
           PERFORM LOAD-RESIDENSER
           MOVE "N" TO WS-SR-FUNDET
           PERFORM VARYING WS-SR-IX FROM 1 BY 1
                   UNTIL WS-SR-IX > ANTAL-SR
               IF SR-STATUS OF RESIDENS-AR(WS-SR-IX) = "VENTER"
                   MOVE "Y" TO WS-SR-FUNDET
                   PERFORM BEHANDL-VENTENDE
               END-IF
           END-PERFORM
           IF WS-SR-FUNDET = "N"
               DISPLAY "INGEN VENTENDE AENDRINGER."
               GO TO GODKEND-AENDRINGER-EXIT
           END-IF
           PERFORM GEM-RESIDENSER.

       GODKEND-AENDRINGER-EXIT.
           EXIT.

       BEHANDL-VENTENDE.
           PERFORM VIS-EN-RESIDENS
           IF SR-INDTASTET-AF OF RESIDENS-AR(WS-SR-IX) = WS-OPERATOR
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
                       IF SR-AENDRING OF RESIDENS-AR(WS-SR-IX)
                               = "OPHOER"
                           MOVE "OPHOERT"
                               TO SR-STATUS OF RESIDENS-AR(WS-SR-IX)
                       ELSE
                           MOVE "AKTIV"
                               TO SR-STATUS OF RESIDENS-AR(WS-SR-IX)
                       END-IF
                       MOVE WS-OPERATOR TO SR-GODKENDT-AF
                           OF RESIDENS-AR(WS-SR-IX)
                       MOVE WS-I-DAG
                           TO SR-GODKENDT-DATO OF RESIDENS-AR(WS-SR-IX)
                       PERFORM JOURNALFOER-BESLUTNING
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "AENDRING GODKENDT."
                   WHEN "N"
                   WHEN "n"
                       MOVE "AFVIST"
                           TO SR-STATUS OF RESIDENS-AR(WS-SR-IX)
                       MOVE WS-OPERATOR TO SR-GODKENDT-AF
                           OF RESIDENS-AR(WS-SR-IX)
                       MOVE WS-I-DAG
                           TO SR-GODKENDT-DATO OF RESIDENS-AR(WS-SR-IX)
                       PERFORM JOURNALFOER-BESLUTNING
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "AENDRING AFVIST."
                   WHEN OTHER
                       DISPLAY "SPRUNGET OVER."
               END-EVALUATE
           END-IF.

      * THE VERSION BEING APPROVED RETIRES THE AKTIV ONE FOR THE SAME
      * KUNDE-ID.
       ERSTAT-AKTIV-VERSION.
           PERFORM VARYING WS-SR-IX2 FROM 1 BY 1
                   UNTIL WS-SR-IX2 > ANTAL-SR
               IF SR-KUNDE-ID OF RESIDENS-AR(WS-SR-IX2)
                       = SR-KUNDE-ID OF RESIDENS-AR(WS-SR-IX)
                   AND SR-STATUS OF RESIDENS-AR(WS-SR-IX2) = "AKTIV"
                   MOVE "ERSTATTET"
                       TO SR-STATUS OF RESIDENS-AR(WS-SR-IX2)
               END-IF
           END-PERFORM.

      * INQUIRY - EVERY VERSION ON THE REGISTER FOR ONE KUNDE-ID,
      * OLDEST FIRST.
       VIS-RESIDENS.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-KUNDE-ID
           PERFORM LOAD-RESIDENSER
           MOVE "N" TO WS-SR-FUNDET
           PERFORM VARYING WS-SR-IX FROM 1 BY 1
                   UNTIL WS-SR-IX > ANTAL-SR
               IF SR-KUNDE-ID OF RESIDENS-AR(WS-SR-IX) = WS-KUNDE-ID
                   MOVE "Y" TO WS-SR-FUNDET
                   PERFORM VIS-EN-RESIDENS
               END-IF
           END-PERFORM
           IF WS-SR-FUNDET = "N"
               DISPLAY "INGEN SELVCERTIFICERING FOR KUNDE "
                   WS-KUNDE-ID
           END-IF.

       VIS-EN-RESIDENS.
           DISPLAY " "
           DISPLAY "KUNDE " SR-KUNDE-ID OF RESIDENS-AR(WS-SR-IX)
               "  SELVCERTIFICERET "
               SR-SELVCERT-DATO OF RESIDENS-AR(WS-SR-IX)
           DISPLAY "  STATUS " SR-STATUS OF RESIDENS-AR(WS-SR-IX)
               "  AENDRING " SR-AENDRING OF RESIDENS-AR(WS-SR-IX)
           PERFORM VARYING WS-L-IX FROM 1 BY 1
                   UNTIL WS-L-IX
                       > SR-ANTAL-LANDE OF RESIDENS-AR(WS-SR-IX)
               DISPLAY "  LAND "
                   SR-L-LANDE-KODE OF RESIDENS-AR(WS-SR-IX, WS-L-IX)
                   "  TIN "
                   SR-L-TIN OF RESIDENS-AR(WS-SR-IX, WS-L-IX)
           END-PERFORM
           DISPLAY "  US-INDICIA: STATSBORGER "
               SR-US-STATSBORGER OF RESIDENS-AR(WS-SR-IX)
               "  ADRESSE " SR-US-ADRESSE OF RESIDENS-AR(WS-SR-IX)
               "  TELEFON " SR-US-TELEFON OF RESIDENS-AR(WS-SR-IX)
               "  OVERFOERSEL "
               SR-US-OVERFOERSEL OF RESIDENS-AR(WS-SR-IX)
           DISPLAY "  INDTASTET AF "
               SR-INDTASTET-AF OF RESIDENS-AR(WS-SR-IX)
               " " SR-INDTASTET-TID OF RESIDENS-AR(WS-SR-IX)
           IF SR-GODKENDT-AF OF RESIDENS-AR(WS-SR-IX) NOT = SPACES
               DISPLAY "  BESLUTTET AF "
                   SR-GODKENDT-AF OF RESIDENS-AR(WS-SR-IX)
                   " " SR-GODKENDT-DATO OF RESIDENS-AR(WS-SR-IX)
           END-IF.

      * ONE JOURNAL LINE PER DECISION, UNDER THE CHECKER'S INITIALS
      * WITH THE MAKER'S ON THE OLD-VALUE SIDE. THE KEY IS THE
      * KUNDE-ID.
       JOURNALFOER-BESLUTNING.
           MOVE "SKATTERESIDENS" TO WS-J-FELT
           MOVE SPACES TO WS-J-GAMMEL
           STRING "VENTER " DELIMITED BY SIZE
               SR-AENDRING OF RESIDENS-AR(WS-SR-IX)
                   DELIMITED BY SPACE
               " INDTASTET AF " DELIMITED BY SIZE
               SR-INDTASTET-AF OF RESIDENS-AR(WS-SR-IX)
                   DELIMITED BY SIZE
               INTO WS-J-GAMMEL
           MOVE SR-STATUS OF RESIDENS-AR(WS-SR-IX) TO WS-J-NY
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
           MOVE SR-KUNDE-ID OF RESIDENS-AR(WS-SR-IX)
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

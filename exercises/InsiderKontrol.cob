       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE STAFF REGISTER - WHICH CUSTOMERS ARE AN OPERATOR'S OWN
      * OR A CLOSE RELATIVE'S. SEE MEDARBEJDERRELATIONER.CPY.
           SELECT MEDARBEJDER-RELATIONER
               ASSIGN TO "Medarbejderrelationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.
      * READ ONCE INTO A TABLE FOR EVERY HOLDER OF AN ACCOUNT AND
      * ITS ACCOUNT NUMBER - SAME SHAPE AS KORTFORNYELSE'S ACCOUNT
      * LOOKUP.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE PAYMENT DUAL-CONTROL TRAIL - WHO KEYED EACH MANUAL
      * PAYMENT IN BETALINGSINDTASTNING AND WHO APPROVED IT.
           SELECT VENTENDE-BETALINGER
               ASSIGN TO "VentendeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VB-STATUS.
      * THE MASTER-DATA DUAL-CONTROL TRAIL - WHO PARKED EACH HIGH-
      * RISK CHANGE AND WHO APPROVED IT IN AENDRINGSGODKENDELSE.
           SELECT VENTENDE-AENDRINGER
               ASSIGN TO "VentendeAendringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VE-STATUS.
      * EVERY FIELD KUNDEVEDLIGEHOLD AND KONTOVEDLIGEHOLD REWROTE,
      * WITH THE OPERATOR WHO DID IT.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.
      * INTERNAL AUDIT'S EVIDENCE FILE - ONE PER RUN DATE, NEVER
      * OVERWRITTEN BY THE NEXT NIGHT'S RUN. NAMED LIKE THE DATED
      * AML REPORT.
           SELECT INSIDER-RAPPORT ASSIGN TO WS-RAPPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MEDARBEJDER-RELATIONER.
       01 RELATION-REC.
           COPY "MEDARBEJDERRELATIONER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD VENTENDE-BETALINGER.
       01 VB-REC.
           COPY "VENTENDEBETALINGER.cpy".
       FD VENTENDE-AENDRINGER.
       01 VE-REC.
           COPY "VENTENDEAENDRINGER.cpy".
       FD AENDRINGS-JOURNAL.
       01 AJ-REC.
           COPY "AENDRINGSJOURNAL.cpy".
       FD INSIDER-RAPPORT.
       01 RAPPORT-RECORD.
           02  RAPPORT-LINE         PIC X(150) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "INSIDER".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-RAPPORT-NAME          PIC X(40) VALUE SPACES.
       01  WS-MR-STATUS             PIC XX VALUE "00".
       01  WS-VB-STATUS             PIC XX VALUE "00".
       01  WS-VE-STATUS             PIC XX VALUE "00".
       01  WS-AJ-STATUS             PIC XX VALUE "00".
       01  EOF-MR                   PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-VB                   PIC X VALUE "N".
       01  EOF-VE                   PIC X VALUE "N".
       01  EOF-AJ                   PIC X VALUE "N".
      * THE LOOK-BACK: EVERY ROW KEYED FROM WS-FRA-DATO UP TO TODAY
      * IS EXAMINED, SO AN ITEM KEYED ONE DAY AND APPROVED A FEW
      * DAYS LATER IS STILL CAUGHT, AND "REPEATEDLY" MEANS SOMETHING
      * FOR THE APPROVER PAIRS. YYYY-MM-DD, COMPARED AS TEXT.
       01  WS-PERIODE-DAGE          PIC 9(3) VALUE 30.
       01  WS-IDAG-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-FRA-YYYYMMDD          PIC 9(8) VALUE ZEROES.
       01  WS-FRA-DATO              PIC X(10) VALUE SPACES.
      * TWO OPERATORS WHO HAVE EACH APPROVED AT LEAST THIS MANY OF
      * THE OTHER'S ITEMS INSIDE THE LOOK-BACK ARE REPORTED AS A
      * PAIR.
       01  WS-GENSIDIG-GRAENSE      PIC 9(3) VALUE 3.
      * THE AKTIV STAFF LINKS.
       01  RELATION-AR OCCURS 500 TIMES.
           02  RL-OP-ID             PIC X(3) VALUE SPACES.
           02  RL-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  RL-RELATION          PIC X(11) VALUE SPACES.
       01  ANTAL-RELATIONER         PIC 9(3) VALUE ZEROES.
       01  WS-RL-IX                 PIC 9(3).
      * ACCOUNT HOLDERS - PRIMARY AND UP TO TWO CO-HOLDERS.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KA-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KA-KONTONUMMER       PIC X(20) VALUE SPACES.
           02  KA-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KA-MI-KUNDE-ID OCCURS 2 TIMES PIC X(10)
                                    VALUE SPACES.
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
       01  WS-MI-IX                 PIC 9 VALUE ZEROES.
      * APPROVALS PER MAKER/CHECKER PAIR INSIDE THE LOOK-BACK.
       01  PAR-AR OCCURS 500 TIMES.
           02  PA-MAKER             PIC X(3) VALUE SPACES.
           02  PA-CHECKER           PIC X(3) VALUE SPACES.
           02  PA-ANTAL             PIC 9(5) VALUE ZEROES.
       01  ANTAL-PAR                PIC 9(3) VALUE ZEROES.
       01  WS-PAR-IX                PIC 9(3).
       01  WS-MODPAR-IX             PIC 9(3).
       01  WS-PAR-SLOT              PIC 9(3) VALUE ZEROES.
       01  WS-PAR-MAKER             PIC X(3) VALUE SPACES.
       01  WS-PAR-CHECKER           PIC X(3) VALUE SPACES.
       01  WS-ANTAL-PAR-FUND        PIC 9(5) VALUE ZEROES.
      * THE QUESTION BEING ASKED - DOES OPERATOR WS-K-OP HAVE A
      * LINK TO WS-K-KUNDE (OR TO A HOLDER OF ACCOUNT WS-K-KONTO /
      * ACCOUNT NUMBER WS-K-KONTONUMMER)? A HIT IS WRITTEN STRAIGHT
      * TO THE EVIDENCE FILE WITH THE WS-F FIELDS THE CALLER SET.
       01  WS-K-OP                  PIC X(3) VALUE SPACES.
       01  WS-K-KUNDE               PIC X(10) VALUE SPACES.
       01  WS-K-KONTO               PIC X(10) VALUE SPACES.
       01  WS-K-KONTONUMMER         PIC X(20) VALUE SPACES.
       01  WS-F-TID                 PIC X(19) VALUE SPACES.
       01  WS-F-HANDLING            PIC X(22) VALUE SPACES.
       01  WS-F-NOEGLE              PIC X(20) VALUE SPACES.
       01  WS-F-DETALJE             PIC X(40) VALUE SPACES.
       01  WS-ANTAL-FUND            PIC 9(5) VALUE ZEROES.
       01  WS-BELOB-VIS             PIC -ZZZ,ZZZ,ZZ9.99.

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

      * EVERY NIGHT, WALKS THE LOOK-BACK OF THE PAYMENT QUEUE, THE
      * MASTER-DATA QUEUE AND THE CHANGE JOURNAL, AND WRITES TO
      * INTERNAL AUDIT'S DATED EVIDENCE FILE EVERY CASE OF AN
      * OPERATOR KEYING, APPROVING OR CHANGING SOMETHING ON THEIR
      * OWN OR A CLOSE RELATIVE'S CUSTOMER OR ACCOUNT - THEN EVERY
      * PAIR OF OPERATORS WHO KEEP APPROVING EACH OTHER'S ITEMS.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-RELATIONER
           PERFORM LOAD-KONTI
           OPEN OUTPUT INSIDER-RAPPORT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "INSIDERKONTROL " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               " - PERIODE " DELIMITED BY SIZE
               WS-FRA-DATO DELIMITED BY SIZE
               " TIL " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE "EGNE OG NAERTSTAAENDES ENGAGEMENTER" TO RAPPORT-LINE
           WRITE RAPPORT-RECORD
           IF ANTAL-RELATIONER = ZEROES
               MOVE "INGEN MEDARBEJDERRELATIONER REGISTRERET"
                   TO RAPPORT-LINE
               WRITE RAPPORT-RECORD
           END-IF
           PERFORM SAML-BETALINGER
           PERFORM SAML-AENDRINGER
           PERFORM SAML-JOURNAL
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE "GENSIDIGE GODKENDELSER" TO RAPPORT-LINE
           WRITE RAPPORT-RECORD
           PERFORM SKRIV-GENSIDIGE
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "I ALT " DELIMITED BY SIZE
               WS-ANTAL-FUND DELIMITED BY SIZE
               " SAGER PAA EGNE ENGAGEMENTER, " DELIMITED BY SIZE
               WS-ANTAL-PAR-FUND DELIMITED BY SIZE
               " PAR MED GENSIDIG GODKENDELSE" DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           CLOSE INSIDER-RAPPORT
           ADD WS-ANTAL-FUND TO WS-RECS-OUT
           ADD WS-ANTAL-PAR-FUND TO WS-RECS-OUT
           DISPLAY "INSIDER: " WS-ANTAL-FUND
               " SAGER PAA EGNE ENGAGEMENTER, " WS-ANTAL-PAR-FUND
               " GENSIDIGE PAR - SE " WS-RAPPORT-NAME
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
           COMPUTE WS-IDAG-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
           COMPUTE WS-FRA-YYYYMMDD = FUNCTION DATE-OF-INTEGER
               (WS-IDAG-HELTAL - WS-PERIODE-DAGE)
           MOVE WS-FRA-YYYYMMDD(1:4) TO WS-FRA-DATO(1:4)
           MOVE "-" TO WS-FRA-DATO(5:1)
           MOVE WS-FRA-YYYYMMDD(5:2) TO WS-FRA-DATO(6:2)
           MOVE "-" TO WS-FRA-DATO(8:1)
           MOVE WS-FRA-YYYYMMDD(7:2) TO WS-FRA-DATO(9:2)
           MOVE SPACES TO WS-RAPPORT-NAME
           STRING "InsiderKontrol" DELIMITED BY SIZE
               WS-RUN-START-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RAPPORT-NAME.

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
               "  SAGER " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * ONLY AKTIV LINKS - AN OPHOERT ONE NO LONGER BINDS THE
      * OPERATOR.
       LOAD-RELATIONER.
           OPEN INPUT MEDARBEJDER-RELATIONER
           IF WS-MR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MR = "Y"
                   READ MEDARBEJDER-RELATIONER
                       AT END
                           MOVE "Y" TO EOF-MR
                       NOT AT END
                           IF MR-STATUS = "AKTIV"
                               AND ANTAL-RELATIONER < 500
                               ADD 1 TO ANTAL-RELATIONER
                               MOVE MR-OP-ID
                                   TO RL-OP-ID(ANTAL-RELATIONER)
                               MOVE MR-KUNDE-ID
                                   TO RL-KUNDE-ID(ANTAL-RELATIONER)
                               MOVE MR-RELATION
                                   TO RL-RELATION(ANTAL-RELATIONER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEDARBEJDER-RELATIONER
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
                           TO KA-KONTO-ID(ANTAL-KONTI)
                       MOVE KONTONUMMER OF KONTOOPL-IN
                           TO KA-KONTONUMMER(ANTAL-KONTI)
                       MOVE KUNDE-ID OF KONTOOPL-IN
                           TO KA-KUNDE-ID(ANTAL-KONTI)
                       MOVE MI-KUNDE-ID OF KONTOOPL-IN(1)
                           TO KA-MI-KUNDE-ID(ANTAL-KONTI, 1)
                       MOVE MI-KUNDE-ID OF KONTOOPL-IN(2)
                           TO KA-MI-KUNDE-ID(ANTAL-KONTI, 2)
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

      * THE PAYMENT QUEUE: THE KEYING OPERATOR AGAINST THE PAYING
      * ACCOUNT AND AGAINST AN IN-HOUSE RECEIVING ACCOUNT, THEN THE
      * SAME FOR THE APPROVING OPERATOR. ROWS KEYED BY THE NIGHTLY
      * RUNS ("BAT") HAVE NO HUMAN MAKER.
       SAML-BETALINGER.
           OPEN INPUT VENTENDE-BETALINGER
           IF WS-VB-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VB = "Y"
                   READ VENTENDE-BETALINGER
                       AT END
                           MOVE "Y" TO EOF-VB
                       NOT AT END
                           IF VB-INDTASTET-TID(1:10) NOT < WS-FRA-DATO
                               ADD 1 TO WS-RECS-IN
                               PERFORM VURDER-BETALING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTENDE-BETALINGER
           END-IF.

       VURDER-BETALING.
           MOVE VB-INDTASTET-TID TO WS-F-TID
           MOVE SPACES TO WS-F-DETALJE
           MOVE VB-BELOB TO WS-BELOB-VIS
           STRING VB-TYPE DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-BELOB-VIS DELIMITED BY SIZE
               INTO WS-F-DETALJE
           MOVE VB-KONTO-ID TO WS-K-KONTO
           MOVE VB-MODTAGER-KONTO TO WS-K-KONTONUMMER
           IF VB-INDTASTET-AF NOT = "BAT"
               AND VB-INDTASTET-AF NOT = SPACES
               MOVE VB-INDTASTET-AF TO WS-K-OP
               MOVE "BETALING INDTASTET" TO WS-F-HANDLING
               PERFORM KONTROLLER-BETALING
           END-IF
           IF VB-STATUS = "GODKENDT"
               AND VB-GODKENDT-AF NOT = SPACES
               MOVE VB-GODKENDT-AF TO WS-K-OP
               MOVE "BETALING GODKENDT" TO WS-F-HANDLING
               PERFORM KONTROLLER-BETALING
               IF VB-INDTASTET-AF NOT = "BAT"
                   AND VB-INDTASTET-AF NOT = SPACES
                   MOVE VB-INDTASTET-AF TO WS-PAR-MAKER
                   MOVE VB-GODKENDT-AF TO WS-PAR-CHECKER
                   PERFORM TAEL-PAR
               END-IF
           END-IF.

       KONTROLLER-BETALING.
           MOVE SPACES TO WS-F-NOEGLE
           STRING "KONTO " DELIMITED BY SIZE
               WS-K-KONTO DELIMITED BY SIZE
               INTO WS-F-NOEGLE
           PERFORM KONTROLLER-KONTO
           IF WS-K-KONTONUMMER NOT = SPACES
               MOVE SPACES TO WS-F-NOEGLE
               STRING "TIL " DELIMITED BY SIZE
                   WS-K-KONTONUMMER DELIMITED BY SIZE
                   INTO WS-F-NOEGLE
               PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                       UNTIL WS-KONTO-IX > ANTAL-KONTI
                   IF KA-KONTONUMMER(WS-KONTO-IX) = WS-K-KONTONUMMER
                       PERFORM KONTROLLER-INDEHAVERE
                   END-IF
               END-PERFORM
           END-IF.

      * THE MASTER-DATA QUEUE: A KUNDE ROW IS KEYED BY KUNDE-ID, A
      * KONTO ROW BY KONTO-ID.
       SAML-AENDRINGER.
           OPEN INPUT VENTENDE-AENDRINGER
           IF WS-VE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VE = "Y"
                   READ VENTENDE-AENDRINGER
                       AT END
                           MOVE "Y" TO EOF-VE
                       NOT AT END
                           IF VE-INDTASTET-TID(1:10) NOT < WS-FRA-DATO
                               ADD 1 TO WS-RECS-IN
                               PERFORM VURDER-AENDRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTENDE-AENDRINGER
           END-IF.

       VURDER-AENDRING.
           MOVE VE-INDTASTET-TID TO WS-F-TID
           MOVE SPACES TO WS-F-DETALJE
           STRING VE-FELT DELIMITED BY "  "
               " -> " DELIMITED BY SIZE
               VE-NY DELIMITED BY SIZE
               INTO WS-F-DETALJE
           MOVE VE-INDTASTET-AF TO WS-K-OP
           MOVE "AENDRING INDTASTET" TO WS-F-HANDLING
           PERFORM KONTROLLER-AENDRING
           IF VE-STATUS = "GODKENDT"
               AND VE-GODKENDT-AF NOT = SPACES
               MOVE VE-GODKENDT-AF TO WS-K-OP
               MOVE "AENDRING GODKENDT" TO WS-F-HANDLING
               PERFORM KONTROLLER-AENDRING
               MOVE VE-INDTASTET-AF TO WS-PAR-MAKER
               MOVE VE-GODKENDT-AF TO WS-PAR-CHECKER
               PERFORM TAEL-PAR
           END-IF.

       KONTROLLER-AENDRING.
           MOVE SPACES TO WS-F-NOEGLE
           IF VE-MASTER = "KONTO"
               STRING "KONTO " DELIMITED BY SIZE
                   VE-NOEGLE DELIMITED BY SIZE
                   INTO WS-F-NOEGLE
               MOVE VE-NOEGLE TO WS-K-KONTO
               PERFORM KONTROLLER-KONTO
           ELSE
               STRING "KUNDE " DELIMITED BY SIZE
                   VE-NOEGLE DELIMITED BY SIZE
                   INTO WS-F-NOEGLE
               MOVE VE-NOEGLE TO WS-K-KUNDE
               PERFORM KONTROLLER-KUNDE
           END-IF.

      * THE CHANGE JOURNAL CARRIES NO MASTER NAME - THE KEY IS
      * TRIED AS A KUNDE-ID AND AS A KONTO-ID.
       SAML-JOURNAL.
           OPEN INPUT AENDRINGS-JOURNAL
           IF WS-AJ-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AJ = "Y"
                   READ AENDRINGS-JOURNAL
                       AT END
                           MOVE "Y" TO EOF-AJ
                       NOT AT END
                           IF AJ-TIDSPUNKT(1:10) NOT < WS-FRA-DATO
                               ADD 1 TO WS-RECS-IN
                               PERFORM VURDER-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AENDRINGS-JOURNAL
           END-IF.

       VURDER-JOURNAL.
           MOVE AJ-TIDSPUNKT TO WS-F-TID
           MOVE SPACES TO WS-F-DETALJE
           STRING AJ-FELT DELIMITED BY "  "
               " -> " DELIMITED BY SIZE
               AJ-NY DELIMITED BY SIZE
               INTO WS-F-DETALJE
           MOVE AJ-OPERATOR TO WS-K-OP
           MOVE "STAMDATA AENDRET" TO WS-F-HANDLING
           MOVE SPACES TO WS-F-NOEGLE
           STRING "KUNDE " DELIMITED BY SIZE
               AJ-NOEGLE DELIMITED BY SIZE
               INTO WS-F-NOEGLE
           MOVE AJ-NOEGLE TO WS-K-KUNDE
           PERFORM KONTROLLER-KUNDE
           MOVE SPACES TO WS-F-NOEGLE
           STRING "KONTO " DELIMITED BY SIZE
               AJ-NOEGLE DELIMITED BY SIZE
               INTO WS-F-NOEGLE
           MOVE AJ-NOEGLE TO WS-K-KONTO
           PERFORM KONTROLLER-KONTO.

      * EVERY HOLDER OF ACCOUNT WS-K-KONTO.
       KONTROLLER-KONTO.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KA-KONTO-ID(WS-KONTO-IX) = WS-K-KONTO
                   PERFORM KONTROLLER-INDEHAVERE
               END-IF
           END-PERFORM.

       KONTROLLER-INDEHAVERE.
           MOVE KA-KUNDE-ID(WS-KONTO-IX) TO WS-K-KUNDE
           PERFORM KONTROLLER-KUNDE
           PERFORM VARYING WS-MI-IX FROM 1 BY 1 UNTIL WS-MI-IX > 2
               IF KA-MI-KUNDE-ID(WS-KONTO-IX, WS-MI-IX) NOT = SPACES
                   MOVE KA-MI-KUNDE-ID(WS-KONTO-IX, WS-MI-IX)
                       TO WS-K-KUNDE
                   PERFORM KONTROLLER-KUNDE
               END-IF
           END-PERFORM.

      * ONE EVIDENCE LINE PER AKTIV LINK BETWEEN WS-K-OP AND
      * WS-K-KUNDE.
       KONTROLLER-KUNDE.
           IF WS-K-KUNDE NOT = SPACES
               PERFORM VARYING WS-RL-IX FROM 1 BY 1
                       UNTIL WS-RL-IX > ANTAL-RELATIONER
                   IF RL-OP-ID(WS-RL-IX) = WS-K-OP
                       AND RL-KUNDE-ID(WS-RL-IX) = WS-K-KUNDE
                       PERFORM SKRIV-FUND
                   END-IF
               END-PERFORM
           END-IF.

       SKRIV-FUND.
           ADD 1 TO WS-ANTAL-FUND
           MOVE SPACES TO RAPPORT-RECORD
           STRING WS-F-TID DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               WS-K-OP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-F-HANDLING DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-F-NOEGLE DELIMITED BY SIZE
               " KUNDE " DELIMITED BY SIZE
               WS-K-KUNDE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               RL-RELATION(WS-RL-IX) DELIMITED BY SPACE
               ") " DELIMITED BY SIZE
               WS-F-DETALJE DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * ONE MORE APPROVAL BY WS-PAR-CHECKER OF AN ITEM KEYED BY
      * WS-PAR-MAKER.
       TAEL-PAR.
           MOVE ZEROES TO WS-PAR-SLOT
           PERFORM VARYING WS-PAR-IX FROM 1 BY 1
                   UNTIL WS-PAR-IX > ANTAL-PAR
               IF PA-MAKER(WS-PAR-IX) = WS-PAR-MAKER
                   AND PA-CHECKER(WS-PAR-IX) = WS-PAR-CHECKER
                   MOVE WS-PAR-IX TO WS-PAR-SLOT
               END-IF
           END-PERFORM
           IF WS-PAR-SLOT = ZEROES AND ANTAL-PAR < 500
               ADD 1 TO ANTAL-PAR
               MOVE WS-PAR-MAKER TO PA-MAKER(ANTAL-PAR)
               MOVE WS-PAR-CHECKER TO PA-CHECKER(ANTAL-PAR)
               MOVE ANTAL-PAR TO WS-PAR-SLOT
           END-IF
           IF WS-PAR-SLOT > ZEROES
               ADD 1 TO PA-ANTAL(WS-PAR-SLOT)
           END-IF.

      * A PAIR IS REPORTED ONCE, FROM THE ROW WHOSE MAKER SORTS
      * FIRST, WHEN BOTH DIRECTIONS REACH THE LIMIT.
       SKRIV-GENSIDIGE.
           PERFORM VARYING WS-PAR-IX FROM 1 BY 1
                   UNTIL WS-PAR-IX > ANTAL-PAR
               IF PA-MAKER(WS-PAR-IX) < PA-CHECKER(WS-PAR-IX)
                   AND PA-ANTAL(WS-PAR-IX) NOT < WS-GENSIDIG-GRAENSE
                   PERFORM VARYING WS-MODPAR-IX FROM 1 BY 1
                           UNTIL WS-MODPAR-IX > ANTAL-PAR
                       IF PA-MAKER(WS-MODPAR-IX)
                               = PA-CHECKER(WS-PAR-IX)
                           AND PA-CHECKER(WS-MODPAR-IX)
                               = PA-MAKER(WS-PAR-IX)
                           AND PA-ANTAL(WS-MODPAR-IX)
                               NOT < WS-GENSIDIG-GRAENSE
                           PERFORM SKRIV-PAR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-ANTAL-PAR-FUND = ZEROES
               MOVE SPACES TO RAPPORT-RECORD
               MOVE "INGEN" TO RAPPORT-LINE
               WRITE RAPPORT-RECORD
           END-IF.

       SKRIV-PAR.
           ADD 1 TO WS-ANTAL-PAR-FUND
           MOVE SPACES TO RAPPORT-RECORD
           STRING "OPERATOER " DELIMITED BY SIZE
               PA-CHECKER(WS-PAR-IX) DELIMITED BY SIZE
               " HAR GODKENDT " DELIMITED BY SIZE
               PA-ANTAL(WS-PAR-IX) DELIMITED BY SIZE
               " AF " DELIMITED BY SIZE
               PA-MAKER(WS-PAR-IX) DELIMITED BY SIZE
               "'S POSTER OG " DELIMITED BY SIZE
               PA-MAKER(WS-PAR-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PA-ANTAL(WS-MODPAR-IX) DELIMITED BY SIZE
               " AF " DELIMITED BY SIZE
               PA-CHECKER(WS-PAR-IX) DELIMITED BY SIZE
               "'S - GENSIDIG GODKENDELSE" DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

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

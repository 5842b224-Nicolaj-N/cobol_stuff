       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE PAYMENT-LIMITS REGISTER EVERY OUTBOUND PATH ENFORCES -
      * SMALL ENOUGH THAT A CHANGE RELOADS AND REWRITES THE WHOLE
      * FILE. SEE BETALINGSGRAENSER.CPY.
           SELECT BETALINGSGRAENSER ASSIGN TO "BetalingsGraenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BG-STATUS.
      * A CUSTOMER LIMIT MUST BELONG TO A CUSTOMER WE KNOW - SAME
      * KEYING AS KONTOVEDLIGEHOLD'S CUSTOMER CROSS-CHECK.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * THE FIELD-LEVEL CHANGE JOURNAL - A CEILING ON WHAT CAN LEAVE
      * AN ACCOUNT GETS THE SAME WHO-CHANGED-WHAT TREATMENT AS
      * KUNDEVEDLIGEHOLD GIVES THE CUSTOMER MASTER.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJOURNAL-STATUS.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BETALINGSGRAENSER.
       01  GRAENSE-REC.
           COPY "BETALINGSGRAENSER.cpy".

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
       01  WS-BG-STATUS             PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-AJOURNAL-STATUS       PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-KRAV           PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-OK             PIC X VALUE "N".
       01  WS-ANTAL-AENDRINGER      PIC 9(5) VALUE ZEROES.
       01  WS-SESSION-START-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-START-TIME    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-TIME      PIC 9(8) VALUE ZEROES.
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-KUNDE-FUNDET          PIC X VALUE "N".
       01  GRAENSE-AR OCCURS 999 TIMES.
           COPY "BETALINGSGRAENSER.cpy".
       01  ANTAL-GRAENSER           PIC 9(4) VALUE ZEROES.
       01  WS-BG-IX                 PIC 9(4).
       01  WS-BG-SLOT               PIC 9(4) VALUE ZEROES.
       01  EOF-BG                   PIC X VALUE "N".
       01  WS-SOEGE-KUNDE-ID        PIC X(10) VALUE SPACES.
       01  WS-SOEGE-KANAL           PIC X(7) VALUE SPACES.
       01  WS-NY-PR-BETALING        PIC 9(9)V99 VALUE ZEROES.
       01  WS-NY-PR-DAG             PIC 9(11)V99 VALUE ZEROES.
       01  WS-BETALING-TEKST        PIC Z(8)9.99.
       01  WS-DAG-TEKST             PIC Z(10)9.99.
      * CHANGE-JOURNAL SCRATCH - SAME SHAPE AS KONTOVEDLIGEHOLD'S.
       01  WS-JOURNAL-TID           PIC X(19) VALUE SPACES.
       01  WS-J-TID-RAW             PIC 9(8) VALUE ZEROES.
       01  WS-J-FELT                PIC X(15) VALUE SPACES.
       01  WS-J-GAMMEL              PIC X(40) VALUE SPACES.
       01  WS-J-NY                  PIC X(40) VALUE SPACES.
       01  WS-J-NOEGLE              PIC X(10) VALUE SPACES.

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

       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU = ZEROES
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER
           PERFORM SKRIV-SESSIONS-LOG.

       OPERATOR-SIGNON.
           ACCEPT WS-SESSION-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-START-TIME FROM TIME
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
           STRING "BGVEDL    " DELIMITED BY SIZE
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
           DISPLAY "BETALINGSGRAENSER VEDLIGEHOLDELSE"
           DISPLAY "1. SAET GRAENSE"
           DISPLAY "2. SLET KUNDEGRAENSE"
           DISPLAY "3. AFSLUT"
           DISPLAY "4. VIS GRAENSER FOR KUNDE"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

      * A CUSTOMER'S OWN LIMIT IS ORDINARY UPDATE WORK; THE BANK-WIDE
      * DEFAULT (BLANK KUNDE-ID) MOVES EVERY CUSTOMER AT ONCE AND
      * TAKES LEVEL 3 - CHECKED IN SAET-GRAENSE ONCE THE KEY IS KNOWN.
       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM SAET-GRAENSE THRU SAET-GRAENSE-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM SLET-GRAENSE THRU SLET-GRAENSE-EXIT
                   END-IF
               WHEN "3"
                   MOVE "N" TO WS-FORTSAT
               WHEN "4"
                   PERFORM VIS-GRAENSER THRU VIS-GRAENSER-EXIT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       SLAA-KUNDE-OP.
           MOVE "N" TO WS-KUNDE-FUNDET
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KUNDE-FUNDET
           END-READ.

       LOAD-GRAENSER.
           MOVE ZEROES TO ANTAL-GRAENSER
           MOVE "N" TO EOF-BG
           OPEN INPUT BETALINGSGRAENSER
           IF WS-BG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BG = "Y"
                   READ BETALINGSGRAENSER
                       AT END
                           MOVE "Y" TO EOF-BG
                       NOT AT END
                           ADD 1 TO ANTAL-GRAENSER
                           MOVE GRAENSE-REC
                               TO GRAENSE-AR(ANTAL-GRAENSER)
                   END-READ
               END-PERFORM
               CLOSE BETALINGSGRAENSER
           END-IF.

       GEM-GRAENSER.
           OPEN OUTPUT BETALINGSGRAENSER
           PERFORM VARYING WS-BG-IX FROM 1 BY 1
                   UNTIL WS-BG-IX > ANTAL-GRAENSER
               IF BG-KANAL OF GRAENSE-AR(WS-BG-IX) NOT = SPACES
                   MOVE GRAENSE-AR(WS-BG-IX) TO GRAENSE-REC
                   WRITE GRAENSE-REC
               END-IF
           END-PERFORM
           CLOSE BETALINGSGRAENSER.

      * ASKS FOR THE CUSTOMER AND CHANNEL AND FINDS ITS ROW -
      * WS-BG-SLOT COMES BACK ZERO WHEN THERE IS NONE YET.
       INDTAST-NOEGLE.
           MOVE "N" TO WS-FEJL
           DISPLAY "KUNDE-ID (BLANK = BANKENS STANDARD): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE-ID
           DISPLAY "KANAL (KASSE/NETBANK/BULK/UDLAND): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-KANAL
           IF WS-SOEGE-KANAL NOT = "KASSE"
               AND WS-SOEGE-KANAL NOT = "NETBANK"
               AND WS-SOEGE-KANAL NOT = "BULK"
               AND WS-SOEGE-KANAL NOT = "UDLAND"
               MOVE "Y" TO WS-FEJL
               MOVE "KANAL SKAL VAERE KASSE, NETBANK, BULK ELLER UDLAND"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND WS-SOEGE-KUNDE-ID NOT = SPACES
               MOVE WS-SOEGE-KUNDE-ID TO KUNDE-ID OF KUNDEOPL-IN
               PERFORM SLAA-KUNDE-OP
               IF WS-KUNDE-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "KUNDE-ID FINDES IKKE I KUNDEREGISTER"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           MOVE ZEROES TO WS-BG-SLOT
           PERFORM VARYING WS-BG-IX FROM 1 BY 1
                   UNTIL WS-BG-IX > ANTAL-GRAENSER
               IF BG-KUNDE-ID OF GRAENSE-AR(WS-BG-IX)
                       = WS-SOEGE-KUNDE-ID
                   AND BG-KANAL OF GRAENSE-AR(WS-BG-IX)
                       = WS-SOEGE-KANAL
                   MOVE WS-BG-IX TO WS-BG-SLOT
               END-IF
           END-PERFORM
           IF WS-SOEGE-KUNDE-ID = SPACES
               MOVE "STANDARD" TO WS-J-NOEGLE
           ELSE
               MOVE WS-SOEGE-KUNDE-ID TO WS-J-NOEGLE
           END-IF.

      * CREATES OR CHANGES ONE LIMIT ROW. EACH CEILING THAT MOVES IS
      * JOURNALLED AS ITS OWN FIELD-LEVEL CHANGE, OLD AND NEW.
       SAET-GRAENSE.
           PERFORM LOAD-GRAENSER
           PERFORM INDTAST-NOEGLE
           IF WS-FEJL = "Y"
               DISPLAY "GRAENSE IKKE GEMT - " WS-FEJLTEKST
               GO TO SAET-GRAENSE-EXIT
           END-IF
           IF WS-SOEGE-KUNDE-ID = SPACES
               MOVE 3 TO WS-NIVEAU-KRAV
               PERFORM KRAEV-NIVEAU
               IF WS-NIVEAU-OK = "N"
                   GO TO SAET-GRAENSE-EXIT
               END-IF
           END-IF
           IF WS-BG-SLOT = ZEROES
               IF ANTAL-GRAENSER >= 999
                   DISPLAY "GRAENSEREGISTERET ER FULDT."
                   GO TO SAET-GRAENSE-EXIT
               END-IF
               ADD 1 TO ANTAL-GRAENSER
               MOVE ANTAL-GRAENSER TO WS-BG-SLOT
               MOVE SPACES TO GRAENSE-AR(WS-BG-SLOT)
               MOVE WS-SOEGE-KUNDE-ID
                   TO BG-KUNDE-ID OF GRAENSE-AR(WS-BG-SLOT)
               MOVE WS-SOEGE-KANAL
                   TO BG-KANAL OF GRAENSE-AR(WS-BG-SLOT)
               MOVE ZEROES TO BG-PR-BETALING OF GRAENSE-AR(WS-BG-SLOT)
               MOVE ZEROES TO BG-PR-DAG OF GRAENSE-AR(WS-BG-SLOT)
               DISPLAY "NY GRAENSE."
           ELSE
               MOVE BG-PR-BETALING OF GRAENSE-AR(WS-BG-SLOT)
                   TO WS-BETALING-TEKST
               MOVE BG-PR-DAG OF GRAENSE-AR(WS-BG-SLOT)
                   TO WS-DAG-TEKST
               DISPLAY "NUVAERENDE PR. BETALING " WS-BETALING-TEKST
                   "  PR. DAG " WS-DAG-TEKST
           END-IF
           DISPLAY "LOFT PR. BETALING (0 = INTET/STANDARD): "
               WITH NO ADVANCING
           ACCEPT WS-NY-PR-BETALING
           DISPLAY "LOFT PR. DAG (0 = INTET/STANDARD): "
               WITH NO ADVANCING
           ACCEPT WS-NY-PR-DAG
           IF WS-NY-PR-BETALING > ZEROES AND WS-NY-PR-DAG > ZEROES
               AND WS-NY-PR-BETALING > WS-NY-PR-DAG
               DISPLAY "GRAENSE IKKE GEMT - LOFT PR. BETALING OVER "
                   "LOFT PR. DAG"
               PERFORM LOAD-GRAENSER
               GO TO SAET-GRAENSE-EXIT
           END-IF

           IF WS-NY-PR-BETALING
                   NOT = BG-PR-BETALING OF GRAENSE-AR(WS-BG-SLOT)
               MOVE SPACES TO WS-J-FELT
               STRING "PRBET " DELIMITED BY SIZE
                   WS-SOEGE-KANAL DELIMITED BY SIZE
                   INTO WS-J-FELT
               MOVE BG-PR-BETALING OF GRAENSE-AR(WS-BG-SLOT)
                   TO WS-BETALING-TEKST
               MOVE WS-BETALING-TEKST TO WS-J-GAMMEL
               MOVE WS-NY-PR-BETALING TO WS-BETALING-TEKST
               MOVE WS-BETALING-TEKST TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
               ADD 1 TO WS-ANTAL-AENDRINGER
               MOVE WS-NY-PR-BETALING
                   TO BG-PR-BETALING OF GRAENSE-AR(WS-BG-SLOT)
           END-IF
           IF WS-NY-PR-DAG NOT = BG-PR-DAG OF GRAENSE-AR(WS-BG-SLOT)
               MOVE SPACES TO WS-J-FELT
               STRING "PRDAG " DELIMITED BY SIZE
                   WS-SOEGE-KANAL DELIMITED BY SIZE
                   INTO WS-J-FELT
               MOVE BG-PR-DAG OF GRAENSE-AR(WS-BG-SLOT)
                   TO WS-DAG-TEKST
               MOVE WS-DAG-TEKST TO WS-J-GAMMEL
               MOVE WS-NY-PR-DAG TO WS-DAG-TEKST
               MOVE WS-DAG-TEKST TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
               ADD 1 TO WS-ANTAL-AENDRINGER
               MOVE WS-NY-PR-DAG TO BG-PR-DAG OF GRAENSE-AR(WS-BG-SLOT)
           END-IF
           PERFORM GEM-GRAENSER
           DISPLAY "GRAENSE GEMT.".

       SAET-GRAENSE-EXIT.
           EXIT.

      * REMOVES A CUSTOMER'S OWN ROW SO THE BANK-WIDE DEFAULT APPLIES
      * AGAIN. THE DEFAULT ROWS THEMSELVES ARE CHANGED, NOT DELETED.
       SLET-GRAENSE.
           PERFORM LOAD-GRAENSER
           PERFORM INDTAST-NOEGLE
           IF WS-FEJL = "Y"
               DISPLAY "GRAENSE IKKE SLETTET - " WS-FEJLTEKST
               GO TO SLET-GRAENSE-EXIT
           END-IF
           IF WS-SOEGE-KUNDE-ID = SPACES
               DISPLAY "BANKENS STANDARD KAN KUN AENDRES, IKKE SLETTES."
               GO TO SLET-GRAENSE-EXIT
           END-IF
           IF WS-BG-SLOT = ZEROES
               DISPLAY "KUNDEN HAR INGEN EGEN GRAENSE PAA KANALEN."
               GO TO SLET-GRAENSE-EXIT
           END-IF
           DISPLAY "BEKRAEFT SLETNING (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "SLETNING FORTRUDT."
               GO TO SLET-GRAENSE-EXIT
           END-IF
           MOVE SPACES TO WS-J-FELT
           STRING "GRAENSE " DELIMITED BY SIZE
               WS-SOEGE-KANAL DELIMITED BY SIZE
               INTO WS-J-FELT
           MOVE BG-PR-BETALING OF GRAENSE-AR(WS-BG-SLOT)
               TO WS-BETALING-TEKST
           MOVE BG-PR-DAG OF GRAENSE-AR(WS-BG-SLOT) TO WS-DAG-TEKST
           MOVE SPACES TO WS-J-GAMMEL
           STRING WS-BETALING-TEKST DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-DAG-TEKST DELIMITED BY SIZE
               INTO WS-J-GAMMEL
           MOVE "SLETTET - STANDARD GAELDER" TO WS-J-NY
           PERFORM SKRIV-JOURNAL-LINJE
           ADD 1 TO WS-ANTAL-AENDRINGER
           MOVE SPACES TO BG-KANAL OF GRAENSE-AR(WS-BG-SLOT)
           PERFORM GEM-GRAENSER
           DISPLAY "KUNDEGRAENSE SLETTET.".

       SLET-GRAENSE-EXIT.
           EXIT.

      * THE BANK-WIDE DEFAULTS FIRST, THEN THE CUSTOMER'S OWN ROWS -
      * WHAT THE OUTBOUND PATHS WILL ACTUALLY APPLY.
       VIS-GRAENSER.
           PERFORM LOAD-GRAENSER
           IF ANTAL-GRAENSER = ZEROES
               DISPLAY "INGEN GRAENSER PAA FIL."
               GO TO VIS-GRAENSER-EXIT
           END-IF
           DISPLAY "KUNDE-ID (BLANK = KUN STANDARD): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE-ID
           PERFORM VARYING WS-BG-IX FROM 1 BY 1
                   UNTIL WS-BG-IX > ANTAL-GRAENSER
               IF BG-KUNDE-ID OF GRAENSE-AR(WS-BG-IX) = SPACES
                   MOVE BG-PR-BETALING OF GRAENSE-AR(WS-BG-IX)
                       TO WS-BETALING-TEKST
                   MOVE BG-PR-DAG OF GRAENSE-AR(WS-BG-IX)
                       TO WS-DAG-TEKST
                   DISPLAY "STANDARD   "
                       BG-KANAL OF GRAENSE-AR(WS-BG-IX)
                       " PR. BETALING " WS-BETALING-TEKST
                       " PR. DAG " WS-DAG-TEKST
               END-IF
           END-PERFORM
           IF WS-SOEGE-KUNDE-ID = SPACES
               GO TO VIS-GRAENSER-EXIT
           END-IF
           PERFORM VARYING WS-BG-IX FROM 1 BY 1
                   UNTIL WS-BG-IX > ANTAL-GRAENSER
               IF BG-KUNDE-ID OF GRAENSE-AR(WS-BG-IX)
                       = WS-SOEGE-KUNDE-ID
                   MOVE BG-PR-BETALING OF GRAENSE-AR(WS-BG-IX)
                       TO WS-BETALING-TEKST
                   MOVE BG-PR-DAG OF GRAENSE-AR(WS-BG-IX)
                       TO WS-DAG-TEKST
                   DISPLAY WS-SOEGE-KUNDE-ID " "
                       BG-KANAL OF GRAENSE-AR(WS-BG-IX)
                       " PR. BETALING " WS-BETALING-TEKST
                       " PR. DAG " WS-DAG-TEKST
               END-IF
           END-PERFORM.

       VIS-GRAENSER-EXIT.
           EXIT.

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
           MOVE WS-J-NOEGLE TO AJ-NOEGLE OF JOURNAL-REC
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

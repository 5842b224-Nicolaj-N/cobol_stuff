       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE BUDGET ACCOUNT REGISTER - SEE BUDGETKONTI.CPY. A NEW
      * BUDGET IS APPENDED AND EVERY OTHER CHANGE RELOADS AND
      * REWRITES THE WHOLE FILE, SAME SHAPE AS BOKSVEDLIGEHOLD.
           SELECT BUDGETKONTI ASSIGN TO "Budgetkonti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
      * THE ANNUAL BILL PLAN - ONE ROW PER BILL AND DUE MONTH. SEE
      * BUDGETPOSTER.CPY.
           SELECT BUDGETPOSTER ASSIGN TO "BudgetPoster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
      * THE BUDGET'S AUTOMATIC CREDIT LINE IS AN ORDINARY OVERDRAFT
      * FACILITY, SO OPGAVE11 AND THE FEE RUN SEE IT LIKE ANY OTHER -
      * WRITTEN HERE WHEN THE BUDGET IS SET UP, REMOVED WHEN IT ENDS.
           SELECT OVERTRAEK-AFTALER ASSIGN TO "OvertraekAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTALE-STATUS.
      * OPENED READ-ONLY, KEYED BY KONTO-ID - SAME CROSS-CHECK
      * KEYING AS KONTOVEDLIGEHOLD.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - NIVEAU 2 SETS UP A BUDGET
      * AND CHANGES ITS BILLS, 3 ENDS ONE.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGETKONTI.
       01  BUDGET-REC.
           COPY "BUDGETKONTI.cpy".

       FD  BUDGETPOSTER.
       01  POST-REC.
           COPY "BUDGETPOSTER.cpy".

       FD  OVERTRAEK-AFTALER.
       01  AFTALE-REC.
           COPY "OVERTRAEKSAFTALER.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-BK-STATUS             PIC XX VALUE "00".
       01  WS-BP-STATUS             PIC XX VALUE "00".
       01  WS-AFTALE-STATUS         PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-BK                   PIC X VALUE "N".
       01  EOF-BP                   PIC X VALUE "N".
       01  EOF-AFTALE               PIC X VALUE "N".
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
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
      * THE LARGEST AUTOMATIC CREDIT LINE A BRANCH MAY GRANT ON A
      * BUDGET ACCOUNT - ANYTHING BIGGER IS AN ORDINARY LOAN CASE.
       01  WS-MAKS-KREDIT           PIC 9(7)V99 VALUE 10000.00.
      * BOTH REGISTERS, LOADED WHOLE - SNAPSHOT-AND-REWRITE LIKE THE
      * OTHER REGISTERS.
       01  BK-AR OCCURS 999 TIMES.
           COPY "BUDGETKONTI.cpy".
       01  ANTAL-BK                 PIC 9(4) VALUE ZEROES.
       01  WS-BK-IX                 PIC 9(4).
       01  WS-BK-MATCH-IX           PIC 9(4) VALUE ZEROES.
       01  NY-BUDGET.
           COPY "BUDGETKONTI.cpy".
       01  BP-AR OCCURS 4999 TIMES.
           COPY "BUDGETPOSTER.cpy".
       01  ANTAL-BP                 PIC 9(4) VALUE ZEROES.
       01  WS-BP-IX                 PIC 9(4).
       01  WS-BP-MATCH-IX           PIC 9(4) VALUE ZEROES.
       01  NY-POST.
           COPY "BUDGETPOSTER.cpy".
       01  AFTALE-AR OCCURS 999 TIMES.
           COPY "OVERTRAEKSAFTALER.cpy".
       01  ANTAL-AFTALER            PIC 9(4) VALUE ZEROES.
       01  WS-AFTALE-IX             PIC 9(4).
       01  WS-SOEGE-KONTO-ID        PIC X(10) VALUE SPACES.
       01  WS-SOEGE-POST-NR         PIC 9(2) VALUE ZEROES.
       01  WS-HOEJESTE-POST-NR      PIC 9(2) VALUE ZEROES.
       01  WS-BUDGET-KUNDE-ID       PIC X(10) VALUE SPACES.
       01  WS-AFTALE-FUNDET         PIC X VALUE "N".
      * THE PLAN'S ANNUAL TOTAL AND THE MONTHLY TWELFTH OF IT, IN
      * WHOLE KRONER ROUNDED UP - SEE BEREGN-MAANEDSBELOB.
       01  WS-AARS-SUM              PIC S9(9)V99 VALUE ZEROES.
       01  WS-HELE-KRONER           PIC 9(7) VALUE ZEROES.
       01  WS-ANTAL-POSTER          PIC 9(3) VALUE ZEROES.
      * DATE WORK AREA FOR THE FIRST TRANSFER, FIRST DUE DATE AND
      * REVISION DATE.
       01  WS-ARB-DATO              PIC X(10) VALUE SPACES.
       01  WS-ARB-AAR               PIC 9(4) VALUE ZEROES.
       01  WS-ARB-MAANED            PIC 9(2) VALUE ZEROES.
       01  WS-ARB-DAG               PIC 9(2) VALUE ZEROES.
       01  WS-VIS-BELOB             PIC -(7)9.99.

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
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           CLOSE KONTOOPLYSNINGER
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
           STRING "BUDGETVEDL " DELIMITED BY SIZE
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
           DISPLAY "BUDGETKONTI"
           DISPLAY "1. OPRET BUDGETKONTO"
           DISPLAY "2. TILFOEJ REGNING"
           DISPLAY "3. FJERN REGNING"
           DISPLAY "4. REGISTRER FAKTURABELOEB"
           DISPLAY "5. VIS BUDGET"
           DISPLAY "6. GODKEND NYT MAANEDSBELOEB"
           DISPLAY "7. OPHOER BUDGETKONTO"
           DISPLAY "8. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-BUDGET THRU OPRET-BUDGET-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM TILFOEJ-REGNING THRU TILFOEJ-REGNING-EXIT
                   END-IF
               WHEN "3"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM FJERN-REGNING THRU FJERN-REGNING-EXIT
                   END-IF
               WHEN "4"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM REGISTRER-FAKTURA
                           THRU REGISTRER-FAKTURA-EXIT
                   END-IF
               WHEN "5"
                   PERFORM VIS-BUDGET THRU VIS-BUDGET-EXIT
               WHEN "6"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM GODKEND-FORSLAG THRU GODKEND-FORSLAG-EXIT
                   END-IF
               WHEN "7"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPHOER-BUDGET THRU OPHOER-BUDGET-EXIT
                   END-IF
               WHEN "8"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       SLAA-KONTO-OP.
           MOVE "N" TO WS-KONTO-FUNDET
           READ KONTOOPLYSNINGER KEY IS KONTO-ID OF KONTOOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-FUNDET
           END-READ.

       LOAD-BUDGETTER.
           MOVE ZEROES TO ANTAL-BK
           MOVE "N" TO EOF-BK
           OPEN INPUT BUDGETKONTI
           IF WS-BK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BK = "Y"
                   READ BUDGETKONTI
                       AT END
                           MOVE "Y" TO EOF-BK
                       NOT AT END
                           ADD 1 TO ANTAL-BK
                           MOVE BUDGET-REC TO BK-AR(ANTAL-BK)
                   END-READ
               END-PERFORM
               CLOSE BUDGETKONTI
           END-IF.

       GEM-BUDGETTER.
           OPEN OUTPUT BUDGETKONTI
           PERFORM VARYING WS-BK-IX FROM 1 BY 1
                   UNTIL WS-BK-IX > ANTAL-BK
               MOVE BK-AR(WS-BK-IX) TO BUDGET-REC
               WRITE BUDGET-REC
           END-PERFORM
           CLOSE BUDGETKONTI.

       LOAD-POSTER.
           MOVE ZEROES TO ANTAL-BP
           MOVE "N" TO EOF-BP
           OPEN INPUT BUDGETPOSTER
           IF WS-BP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BP = "Y"
                   READ BUDGETPOSTER
                       AT END
                           MOVE "Y" TO EOF-BP
                       NOT AT END
                           ADD 1 TO ANTAL-BP
                           MOVE POST-REC TO BP-AR(ANTAL-BP)
                   END-READ
               END-PERFORM
               CLOSE BUDGETPOSTER
           END-IF.

       GEM-POSTER.
           OPEN OUTPUT BUDGETPOSTER
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > ANTAL-BP
               MOVE BP-AR(WS-BP-IX) TO POST-REC
               WRITE POST-REC
           END-PERFORM
           CLOSE BUDGETPOSTER.

      * ASKS FOR THE BUDGET ACCOUNT AND FINDS IT IN THE FRESHLY
      * LOADED REGISTERS - ITS SLOT IN WS-BK-MATCH-IX, ZERO WHEN IT
      * ISN'T ON FILE.
       LAES-BUDGET-NOEGLE.
           PERFORM LOAD-BUDGETTER
           PERFORM LOAD-POSTER
           DISPLAY "BUDGETKONTO (KONTO-ID): " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO-ID
           MOVE ZEROES TO WS-BK-MATCH-IX
           PERFORM VARYING WS-BK-IX FROM 1 BY 1
                   UNTIL WS-BK-IX > ANTAL-BK
               IF BK-KONTO-ID OF BK-AR(WS-BK-IX) = WS-SOEGE-KONTO-ID
                   MOVE WS-BK-IX TO WS-BK-MATCH-IX
               END-IF
           END-PERFORM.

      * THE MONTHLY TRANSFER IS ONE TWELFTH OF THE AKTIV BILLS ON THE
      * PLAN, ROUNDED UP TO WHOLE KRONER SO THE YEAR NEVER COMES UP
      * SHORT. A CHANGED PLAN ALSO DROPS ANY PROPOSAL FROM THE LAST
      * REVIEW - IT WAS WORKED OUT ON THE OLD PLAN.
       BEREGN-MAANEDSBELOB.
           MOVE ZEROES TO WS-AARS-SUM
           MOVE ZEROES TO WS-ANTAL-POSTER
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > ANTAL-BP
               IF BP-KONTO-ID OF BP-AR(WS-BP-IX) = WS-SOEGE-KONTO-ID
                   AND BP-STATUS OF BP-AR(WS-BP-IX) = "AKTIV"
                   ADD BP-BELOB OF BP-AR(WS-BP-IX) TO WS-AARS-SUM
                   ADD 1 TO WS-ANTAL-POSTER
               END-IF
           END-PERFORM
           DIVIDE WS-AARS-SUM BY 12 GIVING WS-HELE-KRONER
           IF WS-HELE-KRONER * 12 < WS-AARS-SUM
               ADD 1 TO WS-HELE-KRONER
           END-IF
           MOVE WS-HELE-KRONER
               TO BK-MAANEDSBELOB OF BK-AR(WS-BK-MATCH-IX)
           MOVE ZEROES TO BK-FORSLAG-BELOB OF BK-AR(WS-BK-MATCH-IX).

      * WS-ARB-DATO IS SET TO WS-ARB-AAR / WS-ARB-MAANED /
      * WS-ARB-DAG IN THE USUAL "YYYY-MM-DD" SHAPE.
       BYG-ARB-DATO.
           MOVE WS-ARB-AAR TO WS-ARB-DATO(1:4)
           MOVE "-" TO WS-ARB-DATO(5:1)
           MOVE WS-ARB-MAANED TO WS-ARB-DATO(6:2)
           MOVE "-" TO WS-ARB-DATO(8:1)
           MOVE WS-ARB-DAG TO WS-ARB-DATO(9:2).

      * A BUDGET ACCOUNT IS AN ORDINARY AKTIV DKK ACCOUNT, FED FROM
      * ANOTHER AKTIV DKK ACCOUNT OF THE SAME CUSTOMER'S. THE BUDGET
      * YEAR STARTS TODAY; THE FIRST TRANSFER IS ON THE CHOSEN DAY
      * OF THE MONTH, THIS MONTH IF IT IS STILL AHEAD. THE CREDIT
      * LINE GOES ON THE OVERDRAFT REGISTER UNTIL THE FIRST REVIEW.
       OPRET-BUDGET.
           PERFORM LAES-BUDGET-NOEGLE
           IF WS-BK-MATCH-IX NOT = ZEROES
               IF BK-STATUS OF BK-AR(WS-BK-MATCH-IX) = "AKTIV"
                   DISPLAY "KONTOEN ER ALLEREDE BUDGETKONTO."
                   GO TO OPRET-BUDGET-EXIT
               END-IF
           END-IF
           MOVE WS-SOEGE-KONTO-ID TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "N"
               DISPLAY "KONTO-ID FINDES IKKE I KONTOREGISTER."
               GO TO OPRET-BUDGET-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               DISPLAY "KONTOEN ER IKKE AKTIV - STATUS "
                   KONTO-STATUS OF KONTOOPL-IN
               GO TO OPRET-BUDGET-EXIT
           END-IF
           IF VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
               DISPLAY "BUDGETKONTOEN SKAL VAERE EN DKK-KONTO."
               GO TO OPRET-BUDGET-EXIT
           END-IF
           MOVE KUNDE-ID OF KONTOOPL-IN TO WS-BUDGET-KUNDE-ID
           MOVE SPACES TO NY-BUDGET
           MOVE ZEROES TO BK-MAANEDSBELOB OF NY-BUDGET
           MOVE ZEROES TO BK-FORSLAG-BELOB OF NY-BUDGET
           MOVE WS-SOEGE-KONTO-ID TO BK-KONTO-ID OF NY-BUDGET
           DISPLAY "LOENKONTO (KONTO-ID): " WITH NO ADVANCING
           ACCEPT BK-LOEN-KONTO-ID OF NY-BUDGET
           IF BK-LOEN-KONTO-ID OF NY-BUDGET = WS-SOEGE-KONTO-ID
               DISPLAY "LOENKONTO OG BUDGETKONTO SKAL VAERE "
                   "FORSKELLIGE."
               GO TO OPRET-BUDGET-EXIT
           END-IF
           MOVE BK-LOEN-KONTO-ID OF NY-BUDGET TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "N"
               DISPLAY "LOENKONTO FINDES IKKE I KONTOREGISTER."
               GO TO OPRET-BUDGET-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               OR VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
               DISPLAY "LOENKONTOEN SKAL VAERE EN AKTIV DKK-KONTO."
               GO TO OPRET-BUDGET-EXIT
           END-IF
           IF KUNDE-ID OF KONTOOPL-IN NOT = WS-BUDGET-KUNDE-ID
               DISPLAY "LOENKONTOEN TILHOERER EN ANDEN KUNDE."
               GO TO OPRET-BUDGET-EXIT
           END-IF
           DISPLAY "OVERFOERSELSDAG I MAANEDEN (1-28): "
               WITH NO ADVANCING
           ACCEPT BK-OVERFOERSEL-DAG OF NY-BUDGET
           IF BK-OVERFOERSEL-DAG OF NY-BUDGET < 1
               OR BK-OVERFOERSEL-DAG OF NY-BUDGET > 28
               DISPLAY "OVERFOERSELSDAG SKAL VAERE 1-28."
               GO TO OPRET-BUDGET-EXIT
           END-IF
           DISPLAY "KREDITRAMME (0 FOR INGEN): " WITH NO ADVANCING
           ACCEPT BK-KREDITGRAENSE OF NY-BUDGET
           IF BK-KREDITGRAENSE OF NY-BUDGET > WS-MAKS-KREDIT
               MOVE WS-MAKS-KREDIT TO WS-VIS-BELOB
               DISPLAY "KREDITRAMMEN KAN HOEJST VAERE KR. "
                   WS-VIS-BELOB
               GO TO OPRET-BUDGET-EXIT
           END-IF
           IF BK-KREDITGRAENSE OF NY-BUDGET > ZEROES
               PERFORM FIND-AFTALE
               IF WS-AFTALE-FUNDET = "Y"
                   DISPLAY "KONTOEN HAR ALLEREDE EN OVERTRAEKSAFTALE."
                   GO TO OPRET-BUDGET-EXIT
               END-IF
           END-IF
           MOVE WS-SESSION-START-DATE(1:4) TO WS-ARB-AAR
           MOVE WS-SESSION-START-DATE(5:2) TO WS-ARB-MAANED
           MOVE BK-OVERFOERSEL-DAG OF NY-BUDGET TO WS-ARB-DAG
           IF WS-SESSION-START-DATE(7:2) >= WS-ARB-DAG
               ADD 1 TO WS-ARB-MAANED
               IF WS-ARB-MAANED > 12
                   MOVE 1 TO WS-ARB-MAANED
                   ADD 1 TO WS-ARB-AAR
               END-IF
           END-IF
           PERFORM BYG-ARB-DATO
           MOVE WS-ARB-DATO TO BK-NAESTE-OVERFOERSEL OF NY-BUDGET
           MOVE WS-I-DAG TO BK-AAR-START OF NY-BUDGET
           MOVE WS-I-DAG TO BK-REVISION-DATO OF NY-BUDGET
           MOVE WS-SESSION-START-DATE(1:4) TO WS-ARB-AAR
           ADD 1 TO WS-ARB-AAR
           MOVE WS-ARB-AAR TO BK-REVISION-DATO OF NY-BUDGET(1:4)
           IF BK-REVISION-DATO OF NY-BUDGET(6:5) = "02-29"
               MOVE "28" TO BK-REVISION-DATO OF NY-BUDGET(9:2)
           END-IF
           MOVE "AKTIV" TO BK-STATUS OF NY-BUDGET
           MOVE WS-OPERATOR TO BK-OPRETTET-AF OF NY-BUDGET
           IF WS-BK-MATCH-IX = ZEROES
               OPEN EXTEND BUDGETKONTI
               IF WS-BK-STATUS = "35"
                   OPEN OUTPUT BUDGETKONTI
               END-IF
               MOVE NY-BUDGET TO BUDGET-REC
               WRITE BUDGET-REC
               CLOSE BUDGETKONTI
           ELSE
               MOVE NY-BUDGET TO BK-AR(WS-BK-MATCH-IX)
               PERFORM GEM-BUDGETTER
           END-IF
           IF BK-KREDITGRAENSE OF NY-BUDGET > ZEROES
               MOVE SPACES TO AFTALE-REC
               MOVE WS-SOEGE-KONTO-ID TO OA-KONTO-ID OF AFTALE-REC
               MOVE BK-KREDITGRAENSE OF NY-BUDGET
                   TO OA-GRAENSE OF AFTALE-REC
               MOVE BK-REVISION-DATO OF NY-BUDGET
                   TO OA-UDLOEB-DATO OF AFTALE-REC
               OPEN EXTEND OVERTRAEK-AFTALER
               IF WS-AFTALE-STATUS = "35"
                   OPEN OUTPUT OVERTRAEK-AFTALER
               END-IF
               WRITE AFTALE-REC
               CLOSE OVERTRAEK-AFTALER
           END-IF
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "BUDGETKONTO OPRETTET - FOERSTE OVERFOERSEL "
               BK-NAESTE-OVERFOERSEL OF NY-BUDGET
           DISPLAY "TILFOEJ NU AARETS REGNINGER (VALG 2).".

       OPRET-BUDGET-EXIT.
           EXIT.

      * IS THERE ALREADY A FACILITY ON WS-SOEGE-KONTO-ID?
       FIND-AFTALE.
           MOVE "N" TO WS-AFTALE-FUNDET
           MOVE "N" TO EOF-AFTALE
           OPEN INPUT OVERTRAEK-AFTALER
           IF WS-AFTALE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AFTALE = "Y"
                   READ OVERTRAEK-AFTALER
                       AT END
                           MOVE "Y" TO EOF-AFTALE
                       NOT AT END
                           IF OA-KONTO-ID OF AFTALE-REC
                                   = WS-SOEGE-KONTO-ID
                               MOVE "Y" TO WS-AFTALE-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
           END-IF.

      * ONE BILL ON THE PLAN - THE RECEIVER AS ON A STANDING ORDER,
      * THE AMOUNT AND THE MONTH AND DAY IT FALLS DUE. IT IS FIRST
      * PAID ON ITS NEXT DUE DATE FROM TODAY.
       TILFOEJ-REGNING.
           PERFORM LAES-BUDGET-NOEGLE
           IF WS-BK-MATCH-IX = ZEROES
               DISPLAY "BUDGETKONTOEN FINDES IKKE."
               GO TO TILFOEJ-REGNING-EXIT
           END-IF
           IF BK-STATUS OF BK-AR(WS-BK-MATCH-IX) NOT = "AKTIV"
               DISPLAY "BUDGETKONTOEN ER OPHOERT."
               GO TO TILFOEJ-REGNING-EXIT
           END-IF
           MOVE SPACES TO NY-POST
           MOVE ZEROES TO BP-BELOB OF NY-POST
           MOVE ZEROES TO BP-NAESTE-BELOB OF NY-POST
           MOVE ZEROES TO BP-BETALT-I-AAR OF NY-POST
           MOVE ZEROES TO BP-BETALT-SIDSTE-AAR OF NY-POST
           DISPLAY "MODTAGERNAVN: " WITH NO ADVANCING
           ACCEPT BP-MODTAGER-NAVN OF NY-POST
           DISPLAY "MODTAGERKONTO: " WITH NO ADVANCING
           ACCEPT BP-MODTAGER-KONTO OF NY-POST
           DISPLAY "MODTAGER REG-NR: " WITH NO ADVANCING
           ACCEPT BP-MODTAGER-REG-NR OF NY-POST
           DISPLAY "BELOEB: " WITH NO ADVANCING
           ACCEPT BP-BELOB OF NY-POST
           DISPLAY "FORFALDSMAANED (1-12): " WITH NO ADVANCING
           ACCEPT BP-FORFALD-MAANED OF NY-POST
           DISPLAY "FORFALDSDAG (1-28): " WITH NO ADVANCING
           ACCEPT BP-FORFALD-DAG OF NY-POST
           PERFORM VALIDER-REGNING
           IF WS-FEJL = "Y"
               DISPLAY "REGNING IKKE TILFOEJET - " WS-FEJLTEKST
               GO TO TILFOEJ-REGNING-EXIT
           END-IF
           MOVE ZEROES TO WS-HOEJESTE-POST-NR
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > ANTAL-BP
               IF BP-KONTO-ID OF BP-AR(WS-BP-IX) = WS-SOEGE-KONTO-ID
                   AND BP-POST-NR OF BP-AR(WS-BP-IX)
                       > WS-HOEJESTE-POST-NR
                   MOVE BP-POST-NR OF BP-AR(WS-BP-IX)
                       TO WS-HOEJESTE-POST-NR
               END-IF
           END-PERFORM
           IF WS-HOEJESTE-POST-NR = 99
               DISPLAY "BUDGETTET HAR IKKE PLADS TIL FLERE REGNINGER."
               GO TO TILFOEJ-REGNING-EXIT
           END-IF
           MOVE WS-SOEGE-KONTO-ID TO BP-KONTO-ID OF NY-POST
           COMPUTE BP-POST-NR OF NY-POST = WS-HOEJESTE-POST-NR + 1
           MOVE WS-SESSION-START-DATE(1:4) TO WS-ARB-AAR
           MOVE BP-FORFALD-MAANED OF NY-POST TO WS-ARB-MAANED
           MOVE BP-FORFALD-DAG OF NY-POST TO WS-ARB-DAG
           PERFORM BYG-ARB-DATO
           IF WS-ARB-DATO < WS-I-DAG
               ADD 1 TO WS-ARB-AAR
               PERFORM BYG-ARB-DATO
           END-IF
           MOVE WS-ARB-DATO TO BP-NAESTE-DATO OF NY-POST
           MOVE "AKTIV" TO BP-STATUS OF NY-POST
           ADD 1 TO ANTAL-BP
           MOVE NY-POST TO BP-AR(ANTAL-BP)
           PERFORM BEREGN-MAANEDSBELOB
           PERFORM GEM-POSTER
           PERFORM GEM-BUDGETTER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "REGNING " BP-POST-NR OF NY-POST
               " TILFOEJET - FOERSTE BETALING "
               BP-NAESTE-DATO OF NY-POST
           MOVE BK-MAANEDSBELOB OF BK-AR(WS-BK-MATCH-IX)
               TO WS-VIS-BELOB
           DISPLAY "NYT MAANEDLIGT BELOEB: " WS-VIS-BELOB.

       TILFOEJ-REGNING-EXIT.
           EXIT.

      * SAME VALIDATION STYLE AS STAAENDEORDREVEDLIGEHOLD'S
      * VALIDER-ORDRE. THE DUE DAY STOPS AT 28 SO EVERY MONTH HAS
      * IT. STOPS AT THE FIRST PROBLEM FOUND.
       VALIDER-REGNING.
           MOVE "N" TO WS-FEJL
           IF BP-MODTAGER-NAVN OF NY-POST = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "MODTAGERNAVN ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND BP-MODTAGER-KONTO OF NY-POST = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "MODTAGERKONTO ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
                   AND BP-MODTAGER-REG-NR OF NY-POST = ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "MODTAGER REG-NR ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND BP-BELOB OF NY-POST NOT > ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "BELOEB SKAL VAERE STOERRE END NUL"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
                   AND (BP-FORFALD-MAANED OF NY-POST < 1
                       OR BP-FORFALD-MAANED OF NY-POST > 12)
               MOVE "Y" TO WS-FEJL
               MOVE "FORFALDSMAANED SKAL VAERE 1-12" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
                   AND (BP-FORFALD-DAG OF NY-POST < 1
                       OR BP-FORFALD-DAG OF NY-POST > 28)
               MOVE "Y" TO WS-FEJL
               MOVE "FORFALDSDAG SKAL VAERE 1-28" TO WS-FEJLTEKST
           END-IF.

      * A BILL THE CUSTOMER NO LONGER HAS - MARKED ANNULLERET, NOT
      * DELETED, SO THE YEAR'S PAYMENTS STAY TRACEABLE.
       FJERN-REGNING.
           PERFORM LAES-BUDGET-NOEGLE
           IF WS-BK-MATCH-IX = ZEROES
               DISPLAY "BUDGETKONTOEN FINDES IKKE."
               GO TO FJERN-REGNING-EXIT
           END-IF
           PERFORM FIND-POST
           IF WS-BP-MATCH-IX = ZEROES
               DISPLAY "REGNINGEN FINDES IKKE PAA BUDGETTET."
               GO TO FJERN-REGNING-EXIT
           END-IF
           IF BP-STATUS OF BP-AR(WS-BP-MATCH-IX) NOT = "AKTIV"
               DISPLAY "REGNINGEN ER ALLEREDE ANNULLERET."
               GO TO FJERN-REGNING-EXIT
           END-IF
           DISPLAY "BEKRAEFT FJERNELSE AF REGNING TIL "
               BP-MODTAGER-NAVN OF BP-AR(WS-BP-MATCH-IX)
           DISPLAY "(J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J"
               DISPLAY "FJERNELSE FORTRUDT."
               GO TO FJERN-REGNING-EXIT
           END-IF
           MOVE "ANNULLERET" TO BP-STATUS OF BP-AR(WS-BP-MATCH-IX)
           PERFORM BEREGN-MAANEDSBELOB
           PERFORM GEM-POSTER
           PERFORM GEM-BUDGETTER
           ADD 1 TO WS-ANTAL-AENDRINGER
           MOVE BK-MAANEDSBELOB OF BK-AR(WS-BK-MATCH-IX)
               TO WS-VIS-BELOB
           DISPLAY "REGNING FJERNET - NYT MAANEDLIGT BELOEB: "
               WS-VIS-BELOB.

       FJERN-REGNING-EXIT.
           EXIT.

      * ASKS FOR THE BILL NUMBER ON THE BUDGET IN WS-SOEGE-KONTO-ID -
      * ITS SLOT IN WS-BP-MATCH-IX, ZERO WHEN IT ISN'T ON FILE.
       FIND-POST.
           DISPLAY "REGNING NR.: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-POST-NR
           MOVE ZEROES TO WS-BP-MATCH-IX
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > ANTAL-BP
               IF BP-KONTO-ID OF BP-AR(WS-BP-IX) = WS-SOEGE-KONTO-ID
                   AND BP-POST-NR OF BP-AR(WS-BP-IX) = WS-SOEGE-POST-NR
                   MOVE WS-BP-IX TO WS-BP-MATCH-IX
               END-IF
           END-PERFORM.

      * THE REAL INVOICE HAS COME IN AT ANOTHER AMOUNT THAN PLANNED -
      * IT IS PAID AT THAT AMOUNT ON THE DUE DATE, AND THE ANNUAL
      * REVIEW SEES THE DIFFERENCE. THE PLAN ITSELF IS UNCHANGED.
       REGISTRER-FAKTURA.
           PERFORM LAES-BUDGET-NOEGLE
           IF WS-BK-MATCH-IX = ZEROES
               DISPLAY "BUDGETKONTOEN FINDES IKKE."
               GO TO REGISTRER-FAKTURA-EXIT
           END-IF
           PERFORM FIND-POST
           IF WS-BP-MATCH-IX = ZEROES
               DISPLAY "REGNINGEN FINDES IKKE PAA BUDGETTET."
               GO TO REGISTRER-FAKTURA-EXIT
           END-IF
           IF BP-STATUS OF BP-AR(WS-BP-MATCH-IX) NOT = "AKTIV"
               DISPLAY "REGNINGEN ER ANNULLERET."
               GO TO REGISTRER-FAKTURA-EXIT
           END-IF
           MOVE BP-BELOB OF BP-AR(WS-BP-MATCH-IX) TO WS-VIS-BELOB
           DISPLAY "PLANLAGT BELOEB: " WS-VIS-BELOB "  FORFALD "
               BP-NAESTE-DATO OF BP-AR(WS-BP-MATCH-IX)
           DISPLAY "FAKTURERET BELOEB: " WITH NO ADVANCING
           ACCEPT BP-NAESTE-BELOB OF BP-AR(WS-BP-MATCH-IX)
           IF BP-NAESTE-BELOB OF BP-AR(WS-BP-MATCH-IX) NOT > ZEROES
               DISPLAY "BELOEB SKAL VAERE STOERRE END NUL."
               GO TO REGISTRER-FAKTURA-EXIT
           END-IF
           PERFORM GEM-POSTER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "FAKTURABELOEB REGISTRERET.".

       REGISTRER-FAKTURA-EXIT.
           EXIT.

      * THE BUDGET, ITS CREDIT LINE AND ITS WHOLE PLAN WITH THIS
      * YEAR'S PAYMENTS AGAINST EACH BILL.
       VIS-BUDGET.
           PERFORM LAES-BUDGET-NOEGLE
           IF WS-BK-MATCH-IX = ZEROES
               DISPLAY "BUDGETKONTOEN FINDES IKKE."
               GO TO VIS-BUDGET-EXIT
           END-IF
           DISPLAY "BUDGETKONTO " BK-KONTO-ID OF BK-AR(WS-BK-MATCH-IX)
               "  LOENKONTO " BK-LOEN-KONTO-ID OF BK-AR(WS-BK-MATCH-IX)
               "  STATUS " BK-STATUS OF BK-AR(WS-BK-MATCH-IX)
           MOVE BK-MAANEDSBELOB OF BK-AR(WS-BK-MATCH-IX)
               TO WS-VIS-BELOB
           DISPLAY "MAANEDLIGT BELOEB " WS-VIS-BELOB
               "  NAESTE OVERFOERSEL "
               BK-NAESTE-OVERFOERSEL OF BK-AR(WS-BK-MATCH-IX)
           MOVE BK-KREDITGRAENSE OF BK-AR(WS-BK-MATCH-IX)
               TO WS-VIS-BELOB
           DISPLAY "KREDITRAMME " WS-VIS-BELOB "  BUDGETAAR "
               BK-AAR-START OF BK-AR(WS-BK-MATCH-IX) " - "
               BK-REVISION-DATO OF BK-AR(WS-BK-MATCH-IX)
           IF BK-FORSLAG-BELOB OF BK-AR(WS-BK-MATCH-IX) > ZEROES
               MOVE BK-FORSLAG-BELOB OF BK-AR(WS-BK-MATCH-IX)
                   TO WS-VIS-BELOB
               DISPLAY "FORESLAAET NYT MAANEDLIGT BELOEB "
                   WS-VIS-BELOB " - AFVENTER GODKENDELSE"
           END-IF
           DISPLAY "REGNINGER:"
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > ANTAL-BP
               IF BP-KONTO-ID OF BP-AR(WS-BP-IX) = WS-SOEGE-KONTO-ID
                   MOVE BP-BELOB OF BP-AR(WS-BP-IX) TO WS-VIS-BELOB
                   DISPLAY "  " BP-POST-NR OF BP-AR(WS-BP-IX) " "
                       BP-MODTAGER-NAVN OF BP-AR(WS-BP-IX) " "
                       WS-VIS-BELOB " "
                       BP-NAESTE-DATO OF BP-AR(WS-BP-IX) " "
                       BP-STATUS OF BP-AR(WS-BP-IX)
                   MOVE BP-BETALT-I-AAR OF BP-AR(WS-BP-IX)
                       TO WS-VIS-BELOB
                   DISPLAY "     BETALT I AAR " WS-VIS-BELOB
               END-IF
           END-PERFORM.

       VIS-BUDGET-EXIT.
           EXIT.

      * THE CUSTOMER HAS ACCEPTED THE NEW MONTHLY AMOUNT FROM THE
      * ANNUAL REVIEW LETTER. THE PLAN IS MOVED TO LAST YEAR'S ACTUAL
      * BILLS, SO NEXT YEAR'S REVIEW COMPARES AGAINST WHAT WAS PAID.
       GODKEND-FORSLAG.
           PERFORM LAES-BUDGET-NOEGLE
           IF WS-BK-MATCH-IX = ZEROES
               DISPLAY "BUDGETKONTOEN FINDES IKKE."
               GO TO GODKEND-FORSLAG-EXIT
           END-IF
           IF BK-FORSLAG-BELOB OF BK-AR(WS-BK-MATCH-IX) = ZEROES
               DISPLAY "DER ER INGEN FORSLAG AT GODKENDE."
               GO TO GODKEND-FORSLAG-EXIT
           END-IF
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > ANTAL-BP
               IF BP-KONTO-ID OF BP-AR(WS-BP-IX) = WS-SOEGE-KONTO-ID
                   AND BP-STATUS OF BP-AR(WS-BP-IX) = "AKTIV"
                   AND BP-BETALT-SIDSTE-AAR OF BP-AR(WS-BP-IX)
                       > ZEROES
                   MOVE BP-BETALT-SIDSTE-AAR OF BP-AR(WS-BP-IX)
                       TO BP-BELOB OF BP-AR(WS-BP-IX)
               END-IF
           END-PERFORM
           MOVE BK-FORSLAG-BELOB OF BK-AR(WS-BK-MATCH-IX)
               TO BK-MAANEDSBELOB OF BK-AR(WS-BK-MATCH-IX)
           MOVE ZEROES TO BK-FORSLAG-BELOB OF BK-AR(WS-BK-MATCH-IX)
           PERFORM GEM-POSTER
           PERFORM GEM-BUDGETTER
           ADD 1 TO WS-ANTAL-AENDRINGER
           MOVE BK-MAANEDSBELOB OF BK-AR(WS-BK-MATCH-IX)
               TO WS-VIS-BELOB
           DISPLAY "NYT MAANEDLIGT BELOEB " WS-VIS-BELOB
               " GAELDER FRA "
               BK-NAESTE-OVERFOERSEL OF BK-AR(WS-BK-MATCH-IX).

       GODKEND-FORSLAG-EXIT.
           EXIT.

      * THE BUDGET ENDS: NO MORE TRANSFERS OR BILL PAYMENTS, ITS
      * BILLS ARE ANNULLERET AND THE CREDIT LINE IS TAKEN OFF THE
      * OVERDRAFT REGISTER. AN ACCOUNT
      * STILL DRAWN ON THE CREDIT LINE MUST BE SQUARED FIRST.
       OPHOER-BUDGET.
           PERFORM LAES-BUDGET-NOEGLE
           IF WS-BK-MATCH-IX = ZEROES
               DISPLAY "BUDGETKONTOEN FINDES IKKE."
               GO TO OPHOER-BUDGET-EXIT
           END-IF
           IF BK-STATUS OF BK-AR(WS-BK-MATCH-IX) NOT = "AKTIV"
               DISPLAY "BUDGETKONTOEN ER ALLEREDE OPHOERT."
               GO TO OPHOER-BUDGET-EXIT
           END-IF
           MOVE WS-SOEGE-KONTO-ID TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "Y"
               AND BALANCE OF KONTOOPL-IN < ZEROES
               MOVE BALANCE OF KONTOOPL-IN TO WS-VIS-BELOB
               DISPLAY "KONTOEN STAAR I " WS-VIS-BELOB
                   " - UNDERSKUDDET SKAL DAEKKES FOER OPHOER."
               GO TO OPHOER-BUDGET-EXIT
           END-IF
           DISPLAY "BEKRAEFT OPHOER AF BUDGETKONTO "
               WS-SOEGE-KONTO-ID " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J"
               DISPLAY "OPHOER FORTRUDT."
               GO TO OPHOER-BUDGET-EXIT
           END-IF
           MOVE "OPHOERT" TO BK-STATUS OF BK-AR(WS-BK-MATCH-IX)
           MOVE ZEROES TO BK-FORSLAG-BELOB OF BK-AR(WS-BK-MATCH-IX)
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > ANTAL-BP
               IF BP-KONTO-ID OF BP-AR(WS-BP-IX) = WS-SOEGE-KONTO-ID
                   AND BP-STATUS OF BP-AR(WS-BP-IX) = "AKTIV"
                   MOVE "ANNULLERET" TO BP-STATUS OF BP-AR(WS-BP-IX)
               END-IF
           END-PERFORM
           PERFORM GEM-POSTER
           PERFORM GEM-BUDGETTER
           IF BK-KREDITGRAENSE OF BK-AR(WS-BK-MATCH-IX) > ZEROES
               PERFORM FJERN-AFTALE
           END-IF
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "BUDGETKONTO OPHOERT.".

       OPHOER-BUDGET-EXIT.
           EXIT.

      * REWRITES THE OVERDRAFT REGISTER WITHOUT WS-SOEGE-KONTO-ID'S
      * FACILITY, SAME SHAPE AS OVERTRAEKAFTALEVEDLIGEHOLD'S
      * SLET-AFTALE.
       FJERN-AFTALE.
           MOVE ZEROES TO ANTAL-AFTALER
           MOVE "N" TO EOF-AFTALE
           OPEN INPUT OVERTRAEK-AFTALER
           IF WS-AFTALE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AFTALE = "Y"
                   READ OVERTRAEK-AFTALER
                       AT END
                           MOVE "Y" TO EOF-AFTALE
                       NOT AT END
                           IF OA-KONTO-ID OF AFTALE-REC
                                   NOT = WS-SOEGE-KONTO-ID
                               ADD 1 TO ANTAL-AFTALER
                               MOVE AFTALE-REC
                                   TO AFTALE-AR(ANTAL-AFTALER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
               OPEN OUTPUT OVERTRAEK-AFTALER
               PERFORM VARYING WS-AFTALE-IX FROM 1 BY 1
                       UNTIL WS-AFTALE-IX > ANTAL-AFTALER
                   MOVE AFTALE-AR(WS-AFTALE-IX) TO AFTALE-REC
                   WRITE AFTALE-REC
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
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

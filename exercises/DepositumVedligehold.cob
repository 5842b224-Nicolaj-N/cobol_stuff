       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE RELEASE INSTRUCTIONS ON RENT DEPOSIT ACCOUNTS - SMALL
      * ENOUGH THAT EVERY CHANGE RELOADS AND REWRITES THE WHOLE FILE,
      * SAME SHAPE AS THE TRUSTEE DISPOSITIONS IN INSOLVENSVEDLIGEHOLD.
           SELECT DEPOSITUM-FRIGIVELSER
               ASSIGN TO "DepositumFrigivelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRIGIV-STATUS.
      * THE ACCOUNT MASTER, KEYED BY KONTO-ID LIKE KONTOVEDLIGEHOLD -
      * READ ONLY, FOR THE DEPOSIT ACCOUNT'S PARTIES AND FOR THE TWO
      * ACCOUNTS THE MONEY IS RELEASED TO.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * LAST NIGHT'S CLOSING BALANCE - A RELEASE MAY NOT ASK FOR MORE
      * THAN THE DEPOSIT HOLDS.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - NIVEAU 2 TO KEY, SIGN OR
      * WITHDRAW A RELEASE.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSITUM-FRIGIVELSER.
       01  FRIGIV-REC.
           COPY "DEPOSITUMFRIGIVELSER.cpy".

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

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-FRIGIV-STATUS         PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
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
       01  WS-SALDO-FUNDET          PIC X VALUE "N".
      * THE DEPOSIT ACCOUNT BEING WORKED - ITS PARTIES, HELD APART
      * FROM THE FILE RECORD, WHICH THE PAYOUT-ACCOUNT READS REUSE.
       01  WS-DEP-KONTO-ID          PIC X(10) VALUE SPACES.
       01  WS-DEP-LEJER             PIC X(10) VALUE SPACES.
       01  WS-DEP-UDLEJER           PIC X(10) VALUE SPACES.
       01  WS-DEP-LEJEMAAL          PIC X(20) VALUE SPACES.
       01  WS-DEP-SALDO             PIC S9(18)V99 VALUE ZEROES.
      * THE PAYOUT ACCOUNT BEING CHECKED AND WHO MUST HOLD IT.
       01  WS-SOEGE-KONTO           PIC X(10) VALUE SPACES.
       01  WS-KRAEVET-EJER          PIC X(10) VALUE SPACES.
       01  WS-BELOB-I-ALT           PIC 9(9)V99 VALUE ZEROES.
      * THE RELEASE BEING KEYED - HELD APART FROM THE FILE RECORD,
      * WHICH THE RELOAD OVERWRITES.
       01  NY-FRIGIV.
           COPY "DEPOSITUMFRIGIVELSER.cpy".
      * THE WHOLE RELEASE FILE, LOADED FOR LOOKUP, NUMBERING AND
      * UPDATE - SNAPSHOT-AND-REWRITE LIKE THE OTHER REGISTERS.
       01  FRIGIV-AR OCCURS 999 TIMES.
           COPY "DEPOSITUMFRIGIVELSER.cpy".
       01  ANTAL-FRIGIV             PIC 9(4) VALUE ZEROES.
       01  WS-FRIGIV-IX             PIC 9(4).
       01  WS-FRIGIV-MATCH-IX       PIC 9(4) VALUE ZEROES.
       01  WS-AABEN-IX              PIC 9(4) VALUE ZEROES.
       01  EOF-FRIGIV               PIC X VALUE "N".
       01  WS-HOEJESTE-NR           PIC 9(9) VALUE ZEROES.
       01  WS-NAESTE-NR             PIC 9(9) VALUE ZEROES.
       01  WS-SOEGE-ID              PIC X(10) VALUE SPACES.
       01  WS-VIS-BELOB             PIC -(9)9.99.
       01  WS-VIS-BELOB2            PIC -(9)9.99.
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
           STRING "DEPOSVEDL" DELIMITED BY SIZE
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
           DISPLAY "DEPOSITUMKONTI - FRIGIVELSE"
           DISPLAY "1. REGISTRER FRIGIVELSE"
           DISPLAY "2. REGISTRER PARTS UNDERSKRIFT"
           DISPLAY "3. ANNULLER FRIGIVELSE"
           DISPLAY "4. VIS DEPOSITUMKONTO OG FRIGIVELSER"
           DISPLAY "5. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-FRIGIVELSE
                           THRU OPRET-FRIGIVELSE-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM REGISTRER-UNDERSKRIFT
                           THRU REGISTRER-UNDERSKRIFT-EXIT
                   END-IF
               WHEN "3"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM ANNULLER-FRIGIVELSE
                           THRU ANNULLER-FRIGIVELSE-EXIT
                   END-IF
               WHEN "4"
                   PERFORM VIS-DEPOSITUM THRU VIS-DEPOSITUM-EXIT
               WHEN "5"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       LOAD-FRIGIVELSER.
           MOVE ZEROES TO ANTAL-FRIGIV
           MOVE "N" TO EOF-FRIGIV
           OPEN INPUT DEPOSITUM-FRIGIVELSER
           IF WS-FRIGIV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FRIGIV = "Y"
                   READ DEPOSITUM-FRIGIVELSER
                       AT END
                           MOVE "Y" TO EOF-FRIGIV
                       NOT AT END
                           ADD 1 TO ANTAL-FRIGIV
                           MOVE FRIGIV-REC TO FRIGIV-AR(ANTAL-FRIGIV)
                   END-READ
               END-PERFORM
               CLOSE DEPOSITUM-FRIGIVELSER
           END-IF.

       GEM-FRIGIVELSER.
           OPEN OUTPUT DEPOSITUM-FRIGIVELSER
           PERFORM VARYING WS-FRIGIV-IX FROM 1 BY 1
                   UNTIL WS-FRIGIV-IX > ANTAL-FRIGIV
               MOVE FRIGIV-AR(WS-FRIGIV-IX) TO FRIGIV-REC
               WRITE FRIGIV-REC
           END-PERFORM
           CLOSE DEPOSITUM-FRIGIVELSER.

      * THE RELEASE KEYED IN WS-SOEGE-ID, AS ITS SLOT IN
      * WS-FRIGIV-MATCH-IX - ZERO WHEN IT ISN'T ON FILE.
       FIND-FRIGIVELSE.
           MOVE ZEROES TO WS-FRIGIV-MATCH-IX
           PERFORM VARYING WS-FRIGIV-IX FROM 1 BY 1
                   UNTIL WS-FRIGIV-IX > ANTAL-FRIGIV
               IF DF-REFERENCE OF FRIGIV-AR(WS-FRIGIV-IX) = WS-SOEGE-ID
                   MOVE WS-FRIGIV-IX TO WS-FRIGIV-MATCH-IX
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

      * THE DEPOSIT ACCOUNT KEYED IN WS-SOEGE-KONTO - IT MUST BE ON
      * THE MASTER AND CARRY A LANDLORD. ITS PARTIES AND LAST NIGHT'S
      * BALANCE ARE KEPT IN THE WS-DEP FIELDS.
       FIND-DEPOSITUMKONTO.
           MOVE "N" TO WS-FEJL
           PERFORM LAES-KONTO
           IF WS-KONTO-FUNDET = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "KONTO-ID FINDES IKKE I KONTOREGISTER"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND DEPOSITUM-UDLEJER OF KONTOOPL-IN = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "KONTOEN ER IKKE EN DEPOSITUMKONTO" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE KONTO-ID OF KONTOOPL-IN TO WS-DEP-KONTO-ID
               MOVE KUNDE-ID OF KONTOOPL-IN TO WS-DEP-LEJER
               MOVE DEPOSITUM-UDLEJER OF KONTOOPL-IN TO WS-DEP-UDLEJER
               MOVE DEPOSITUM-LEJEMAAL OF KONTOOPL-IN
                   TO WS-DEP-LEJEMAAL
               PERFORM FIND-LUKKESALDO
           END-IF.

       FIND-LUKKESALDO.
           MOVE ZEROES TO WS-DEP-SALDO
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
                           IF LS-KONTO-ID = WS-DEP-KONTO-ID
                               MOVE LS-BALANCE TO WS-DEP-SALDO
                               MOVE "Y" TO WS-SALDO-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

      * A PAYOUT ACCOUNT MUST BE AN OPEN DKK ACCOUNT WITH US HELD BY
      * THE PARTY IT PAYS (WS-KRAEVET-EJER) - THE LANDLORD'S SHARE
      * CANNOT LAND ON THE TENANT'S ACCOUNT OR THE OTHER WAY ROUND.
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
               AND KUNDE-ID OF KONTOOPL-IN NOT = WS-KRAEVET-EJER
               MOVE "Y" TO WS-FEJL
               MOVE "UDBETALINGSKONTO TILHOERER IKKE PARTEN"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
               MOVE "Y" TO WS-FEJL
               MOVE "UDBETALINGSKONTO SKAL VAERE I DKK" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND DEPOSITUM-UDLEJER OF KONTOOPL-IN NOT = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "UDBETALINGSKONTO ER SELV EN DEPOSITUMKONTO"
                   TO WS-FEJLTEKST
           END-IF.

      * A NEW RELEASE. ONE OPEN RELEASE PER DEPOSIT AT A TIME, SO TWO
      * INSTRUCTIONS CAN NEVER BETWEEN THEM ASK FOR MORE THAN THE
      * ACCOUNT HOLDS. A COURT OR RENT-BOARD DECISION IS CLEARED AT
      * ONCE; AN AGREED RELEASE WAITS UNTIL BOTH PARTIES HAVE SIGNED.
       OPRET-FRIGIVELSE.
           MOVE SPACES TO NY-FRIGIV
           MOVE ZEROES TO DF-BELOB-UDLEJER OF NY-FRIGIV
           MOVE ZEROES TO DF-BELOB-LEJER OF NY-FRIGIV
           DISPLAY "DEPOSITUMKONTO KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO
           PERFORM FIND-DEPOSITUMKONTO
           IF WS-FEJL = "Y"
               DISPLAY "FRIGIVELSE IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO OPRET-FRIGIVELSE-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               DISPLAY "DEPOSITUMKONTOEN ER IKKE AKTIV - STATUS "
                   KONTO-STATUS OF KONTOOPL-IN
               GO TO OPRET-FRIGIVELSE-EXIT
           END-IF
           PERFORM LOAD-FRIGIVELSER
           MOVE ZEROES TO WS-AABEN-IX
           PERFORM VARYING WS-FRIGIV-IX FROM 1 BY 1
                   UNTIL WS-FRIGIV-IX > ANTAL-FRIGIV
               IF DF-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                       = WS-DEP-KONTO-ID
                   AND (DF-STATUS OF FRIGIV-AR(WS-FRIGIV-IX)
                       = "AFVENTER"
                   OR DF-STATUS OF FRIGIV-AR(WS-FRIGIV-IX)
                       = "GODKENDT")
                   MOVE WS-FRIGIV-IX TO WS-AABEN-IX
               END-IF
           END-PERFORM
           IF WS-AABEN-IX NOT = ZEROES
               DISPLAY "DER ER ALLEREDE EN AABEN FRIGIVELSE: "
                   DF-REFERENCE OF FRIGIV-AR(WS-AABEN-IX)
               GO TO OPRET-FRIGIVELSE-EXIT
           END-IF
           MOVE WS-DEP-SALDO TO WS-VIS-SALDO
           DISPLAY "LEJER " WS-DEP-LEJER " UDLEJER " WS-DEP-UDLEJER
               " LEJEMAAL " WS-DEP-LEJEMAAL
           DISPLAY "SALDO PR. SIDSTE KOERSEL: " WS-VIS-SALDO
           MOVE WS-DEP-KONTO-ID TO DF-KONTO-ID OF NY-FRIGIV
           DISPLAY "GRUNDLAG (AFTALE/AFGOERELSE): " WITH NO ADVANCING
           ACCEPT DF-GRUNDLAG OF NY-FRIGIV
           EVALUATE DF-GRUNDLAG OF NY-FRIGIV
               WHEN "AFTALE"
                   DISPLAY "UNDERSKREVET AF LEJER (J/N): "
                       WITH NO ADVANCING
                   ACCEPT DF-LEJER-SIGNERET OF NY-FRIGIV
                   DISPLAY "UNDERSKREVET AF UDLEJER (J/N): "
                       WITH NO ADVANCING
                   ACCEPT DF-UDLEJER-SIGNERET OF NY-FRIGIV
                   IF DF-LEJER-SIGNERET OF NY-FRIGIV NOT = "J"
                       MOVE "N" TO DF-LEJER-SIGNERET OF NY-FRIGIV
                   END-IF
                   IF DF-UDLEJER-SIGNERET OF NY-FRIGIV NOT = "J"
                       MOVE "N" TO DF-UDLEJER-SIGNERET OF NY-FRIGIV
                   END-IF
               WHEN "AFGOERELSE"
                   DISPLAY "BOLIGRET/HUSLEJENAEVN SAGSREFERENCE: "
                       WITH NO ADVANCING
                   ACCEPT DF-AFGOERELSE-REF OF NY-FRIGIV
                   IF DF-AFGOERELSE-REF OF NY-FRIGIV = SPACES
                       DISPLAY "AFGOERELSENS REFERENCE ER PAAKRAEVET."
                       GO TO OPRET-FRIGIVELSE-EXIT
                   END-IF
                   MOVE "N" TO DF-LEJER-SIGNERET OF NY-FRIGIV
                   MOVE "N" TO DF-UDLEJER-SIGNERET OF NY-FRIGIV
               WHEN OTHER
                   DISPLAY "GRUNDLAG: AFTALE ELLER AFGOERELSE."
                   GO TO OPRET-FRIGIVELSE-EXIT
           END-EVALUATE
           DISPLAY "BELOEB TIL UDLEJER (0 = INTET): " WITH NO ADVANCING
           ACCEPT DF-BELOB-UDLEJER OF NY-FRIGIV
           IF DF-BELOB-UDLEJER OF NY-FRIGIV > ZEROES
               DISPLAY "UDLEJERS KONTO-ID: " WITH NO ADVANCING
               ACCEPT DF-UDLEJER-KONTO-ID OF NY-FRIGIV
               MOVE DF-UDLEJER-KONTO-ID OF NY-FRIGIV TO WS-SOEGE-KONTO
               MOVE WS-DEP-UDLEJER TO WS-KRAEVET-EJER
               PERFORM VALIDER-UDBETALINGSKONTO
               IF WS-FEJL = "Y"
                   DISPLAY "FRIGIVELSE IKKE REGISTRERET - "
                       WS-FEJLTEKST
                   GO TO OPRET-FRIGIVELSE-EXIT
               END-IF
           END-IF
           DISPLAY "BELOEB TIL LEJER (0 = INTET): " WITH NO ADVANCING
           ACCEPT DF-BELOB-LEJER OF NY-FRIGIV
           IF DF-BELOB-LEJER OF NY-FRIGIV > ZEROES
               DISPLAY "LEJERS KONTO-ID: " WITH NO ADVANCING
               ACCEPT DF-LEJER-KONTO-ID OF NY-FRIGIV
               MOVE DF-LEJER-KONTO-ID OF NY-FRIGIV TO WS-SOEGE-KONTO
               MOVE WS-DEP-LEJER TO WS-KRAEVET-EJER
               PERFORM VALIDER-UDBETALINGSKONTO
               IF WS-FEJL = "Y"
                   DISPLAY "FRIGIVELSE IKKE REGISTRERET - "
                       WS-FEJLTEKST
                   GO TO OPRET-FRIGIVELSE-EXIT
               END-IF
           END-IF
           COMPUTE WS-BELOB-I-ALT = DF-BELOB-UDLEJER OF NY-FRIGIV
               + DF-BELOB-LEJER OF NY-FRIGIV
           IF WS-BELOB-I-ALT = ZEROES
               DISPLAY "DER SKAL FRIGIVES ET BELOEB TIL MINDST EN PART."
               GO TO OPRET-FRIGIVELSE-EXIT
           END-IF
           IF WS-BELOB-I-ALT > WS-DEP-SALDO
               DISPLAY "BELOEBET OVERSTIGER DEPOSITUMKONTOENS SALDO."
               GO TO OPRET-FRIGIVELSE-EXIT
           END-IF
           MOVE WS-I-DAG TO DF-DATO OF NY-FRIGIV
           MOVE WS-OPERATOR TO DF-OPRETTET-AF OF NY-FRIGIV
           IF DF-GRUNDLAG OF NY-FRIGIV = "AFGOERELSE"
               OR (DF-LEJER-SIGNERET OF NY-FRIGIV = "J"
                   AND DF-UDLEJER-SIGNERET OF NY-FRIGIV = "J")
               MOVE "GODKENDT" TO DF-STATUS OF NY-FRIGIV
           ELSE
               MOVE "AFVENTER" TO DF-STATUS OF NY-FRIGIV
           END-IF
           PERFORM TILDEL-REFERENCE
           ADD 1 TO ANTAL-FRIGIV
           MOVE NY-FRIGIV TO FRIGIV-AR(ANTAL-FRIGIV)
           PERFORM GEM-FRIGIVELSER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "FRIGIVELSE " DF-REFERENCE OF NY-FRIGIV
               " REGISTRERET - STATUS " DF-STATUS OF NY-FRIGIV.

       OPRET-FRIGIVELSE-EXIT.
           EXIT.

      * THE NEXT FREE D-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SO A
      * PAID OR WITHDRAWN NUMBER IS NEVER HANDED OUT AGAIN. SAME
      * RULE AS THE TRUSTEE'S K-NUMBERS.
       TILDEL-REFERENCE.
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-FRIGIV-IX FROM 1 BY 1
                   UNTIL WS-FRIGIV-IX > ANTAL-FRIGIV
               IF DF-REFERENCE OF FRIGIV-AR(WS-FRIGIV-IX)(2:9)
                       IS NUMERIC
                   MOVE DF-REFERENCE OF FRIGIV-AR(WS-FRIGIV-IX)(2:9)
                       TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "D" TO DF-REFERENCE OF NY-FRIGIV(1:1)
           MOVE WS-NAESTE-NR TO DF-REFERENCE OF NY-FRIGIV(2:9).

      * THE SECOND SIGNATURE ON AN AGREED RELEASE ARRIVES. WHEN BOTH
      * PARTIES HAVE SIGNED THE RELEASE IS CLEARED FOR TONIGHT'S RUN.
       REGISTRER-UNDERSKRIFT.
           PERFORM LOAD-FRIGIVELSER
           DISPLAY "FRIGIVELSES-REFERENCE (D-NUMMER): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM FIND-FRIGIVELSE
           IF WS-FRIGIV-MATCH-IX = ZEROES
               DISPLAY "FRIGIVELSEN FINDES IKKE."
               GO TO REGISTRER-UNDERSKRIFT-EXIT
           END-IF
           IF DF-STATUS OF FRIGIV-AR(WS-FRIGIV-MATCH-IX)
                   NOT = "AFVENTER"
               DISPLAY "FRIGIVELSEN AFVENTER IKKE UNDERSKRIFT - STATUS "
                   DF-STATUS OF FRIGIV-AR(WS-FRIGIV-MATCH-IX)
               GO TO REGISTRER-UNDERSKRIFT-EXIT
           END-IF
           DISPLAY "UNDERSKRIFT FRA (L = LEJER, U = UDLEJER): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           EVALUATE WS-SVAR
               WHEN "L"
               WHEN "l"
                   MOVE "J" TO DF-LEJER-SIGNERET
                       OF FRIGIV-AR(WS-FRIGIV-MATCH-IX)
               WHEN "U"
               WHEN "u"
                   MOVE "J" TO DF-UDLEJER-SIGNERET
                       OF FRIGIV-AR(WS-FRIGIV-MATCH-IX)
               WHEN OTHER
                   DISPLAY "UGYLDIG PART - L ELLER U."
                   GO TO REGISTRER-UNDERSKRIFT-EXIT
           END-EVALUATE
           IF DF-LEJER-SIGNERET OF FRIGIV-AR(WS-FRIGIV-MATCH-IX) = "J"
               AND DF-UDLEJER-SIGNERET
                   OF FRIGIV-AR(WS-FRIGIV-MATCH-IX) = "J"
               MOVE "GODKENDT"
                   TO DF-STATUS OF FRIGIV-AR(WS-FRIGIV-MATCH-IX)
           END-IF
           PERFORM GEM-FRIGIVELSER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "UNDERSKRIFT REGISTRERET - STATUS "
               DF-STATUS OF FRIGIV-AR(WS-FRIGIV-MATCH-IX).

       REGISTRER-UNDERSKRIFT-EXIT.
           EXIT.

      * A RELEASE NOT YET PAID OUT IS WITHDRAWN - THE PARTIES FELL
      * OUT, OR THE DECISION WAS APPEALED.
       ANNULLER-FRIGIVELSE.
           PERFORM LOAD-FRIGIVELSER
           DISPLAY "FRIGIVELSES-REFERENCE (D-NUMMER): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM FIND-FRIGIVELSE
           IF WS-FRIGIV-MATCH-IX = ZEROES
               DISPLAY "FRIGIVELSEN FINDES IKKE."
               GO TO ANNULLER-FRIGIVELSE-EXIT
           END-IF
           IF DF-STATUS OF FRIGIV-AR(WS-FRIGIV-MATCH-IX)
                   NOT = "AFVENTER"
               AND DF-STATUS OF FRIGIV-AR(WS-FRIGIV-MATCH-IX)
                   NOT = "GODKENDT"
               DISPLAY "FRIGIVELSEN KAN IKKE ANNULLERES - STATUS "
                   DF-STATUS OF FRIGIV-AR(WS-FRIGIV-MATCH-IX)
               GO TO ANNULLER-FRIGIVELSE-EXIT
           END-IF
           DISPLAY "BEKRAEFT ANNULLERING AF " WS-SOEGE-ID
               " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "ANNULLERING FORTRUDT."
               GO TO ANNULLER-FRIGIVELSE-EXIT
           END-IF
           MOVE "ANNULLERET"
               TO DF-STATUS OF FRIGIV-AR(WS-FRIGIV-MATCH-IX)
           PERFORM GEM-FRIGIVELSER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "FRIGIVELSE ANNULLERET.".

       ANNULLER-FRIGIVELSE-EXIT.
           EXIT.

      * THE DEPOSIT'S PARTIES, LAST NIGHT'S BALANCE, AND EVERY
      * RELEASE EVER KEYED ON IT.
       VIS-DEPOSITUM.
           DISPLAY "DEPOSITUMKONTO KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO
           PERFORM FIND-DEPOSITUMKONTO
           IF WS-FEJL = "Y"
               DISPLAY WS-FEJLTEKST
               GO TO VIS-DEPOSITUM-EXIT
           END-IF
           DISPLAY "LEJER (KONTOHAVER): " WS-DEP-LEJER
           DISPLAY "UDLEJER:            " WS-DEP-UDLEJER
           DISPLAY "LEJEMAAL:           " WS-DEP-LEJEMAAL
           DISPLAY "STATUS:             " KONTO-STATUS OF KONTOOPL-IN
           IF WS-SALDO-FUNDET = "Y"
               MOVE WS-DEP-SALDO TO WS-VIS-SALDO
               DISPLAY "SALDO:              " WS-VIS-SALDO
           ELSE
               DISPLAY "SALDO:              INGEN LUKKESALDO ENDNU"
           END-IF
           PERFORM LOAD-FRIGIVELSER
           PERFORM VARYING WS-FRIGIV-IX FROM 1 BY 1
                   UNTIL WS-FRIGIV-IX > ANTAL-FRIGIV
               IF DF-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                       = WS-DEP-KONTO-ID
                   MOVE DF-BELOB-UDLEJER OF FRIGIV-AR(WS-FRIGIV-IX)
                       TO WS-VIS-BELOB
                   MOVE DF-BELOB-LEJER OF FRIGIV-AR(WS-FRIGIV-IX)
                       TO WS-VIS-BELOB2
                   DISPLAY DF-REFERENCE OF FRIGIV-AR(WS-FRIGIV-IX)
                       " " DF-GRUNDLAG OF FRIGIV-AR(WS-FRIGIV-IX)
                       " " DF-DATO OF FRIGIV-AR(WS-FRIGIV-IX)
                       " " DF-STATUS OF FRIGIV-AR(WS-FRIGIV-IX)
                       " " DF-UDBETALT-DATO OF FRIGIV-AR(WS-FRIGIV-IX)
                   DISPLAY "    UDLEJER " WS-VIS-BELOB
                       " "
                       DF-UDLEJER-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                       "  LEJER " WS-VIS-BELOB2
                       " " DF-LEJER-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                   IF DF-GRUNDLAG OF FRIGIV-AR(WS-FRIGIV-IX)
                           = "AFGOERELSE"
                       DISPLAY "    AFGOERELSE "
                           DF-AFGOERELSE-REF OF FRIGIV-AR(WS-FRIGIV-IX)
                   ELSE
                       DISPLAY "    UNDERSKREVET LEJER "
                           DF-LEJER-SIGNERET OF FRIGIV-AR(WS-FRIGIV-IX)
                           " UDLEJER "
                           DF-UDLEJER-SIGNERET
                               OF FRIGIV-AR(WS-FRIGIV-IX)
                   END-IF
               END-IF
           END-PERFORM.

       VIS-DEPOSITUM-EXIT.
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

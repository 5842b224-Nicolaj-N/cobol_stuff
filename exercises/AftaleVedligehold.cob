       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE AGREEMENT REGISTER - SEE AFTALER.CPY. ROWS ARE ONLY EVER
      * ADDED, SO THE DIALOG APPENDS AND NEVER REWRITES IT.
           SELECT AFTALER ASSIGN TO "Aftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
      * THE TERMS VERSION CATALOGUE - SEE VILKAARSVERSIONER.CPY.
      * SMALL, SO A NEW VERSION RELOADS AND REWRITES THE WHOLE FILE,
      * SAME SHAPE AS THE OTHER REGISTER DIALOGS.
           SELECT VILKAARS-VERSIONER
               ASSIGN TO "Vilkaarsversioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VV-STATUS.
      * THE CUSTOMER MASTER, READ ONLY, WITH KUNDEVEDLIGEHOLD'S
      * KEYING - AN AGREEMENT IS ONLY RECORDED FOR A CUSTOMER ON IT.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               ALTERNATE RECORD KEY IS
                   KONTO-ID OF KONTOINFO OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - RECORDING AN ACCEPTANCE IS
      * LEVEL 2; PUBLISHING A NEW TERMS VERSION IS LEVEL 3.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFTALER.
       01  AFTALE-REC.
           COPY "AFTALER.cpy".

       FD  VILKAARS-VERSIONER.
       01  VERSION-REC.
           COPY "VILKAARSVERSIONER.cpy".

       FD  KUNDEOPLYSNINGER.
       01  KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
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
       01  WS-AF-STATUS             PIC XX VALUE "00".
       01  WS-VV-STATUS             PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-KUNDE-ID              PIC X(10) VALUE SPACES.
       01  WS-DOK-TYPE              PIC X(10) VALUE SPACES.
       01  WS-VERSION               PIC X(10) VALUE SPACES.
       01  WS-ANTAL-VIST            PIC 9(4) VALUE ZEROES.
       01  EOF-AF                   PIC X VALUE "N".
      * THE ROW BEING KEYED.
       01  NY-AFTALE.
           COPY "AFTALER.cpy".
      * THE WHOLE CATALOGUE IN MEMORY, WRITTEN BACK INTACT.
       01  EOF-VV                   PIC X VALUE "N".
       01  VERSION-AR OCCURS 200 TIMES.
           COPY "VILKAARSVERSIONER.cpy".
       01  ANTAL-VERSIONER          PIC 9(3) VALUE ZEROES.
       01  WS-VV-IX                 PIC 9(3).
       01  WS-GAELDENDE-IX          PIC 9(3) VALUE ZEROES.
       01  WS-VERSION-IX            PIC 9(3) VALUE ZEROES.

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

      * THE AGREEMENT DESK'S DIALOG - RECORDS A CUSTOMER'S
      * ACCEPTANCE OF TERMS SIGNED OUTSIDE ACCOUNT OPENING AND CARD
      * ISSUE (BS TERMS, LOAN AGREEMENTS, A RE-SIGNED ACCOUNT
      * AGREEMENT), SHOWS A CUSTOMER'S AGREEMENTS WHEN A COMPLAINT
      * ASKS WHICH TERMS APPLIED, AND PUBLISHES NEW TERMS VERSIONS.
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
      * KORTVEDLIGEHOLD'S; AN UNKNOWN ID NEVER GETS A MENU.
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
      * HOW MANY AGREEMENTS AND VERSIONS THE SESSION RECORDED.
       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "AFTALEVEDL" DELIMITED BY SIZE
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
           DISPLAY "KUNDEAFTALER OG VILKAARSVERSIONER"
           DISPLAY "1. REGISTRER KUNDENS ACCEPT"
           DISPLAY "2. VIS KUNDENS AFTALER"
           DISPLAY "3. REGISTRER NY VILKAARSVERSION"
           DISPLAY "4. AFSLUT"
           DISPLAY "5. VIS VILKAARSVERSIONER"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM REGISTRER-ACCEPT
                           THRU REGISTRER-ACCEPT-EXIT
                   END-IF
               WHEN "2"
                   PERFORM VIS-AFTALER
               WHEN "3"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM NY-VERSION THRU NY-VERSION-EXIT
                   END-IF
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN "5"
                   PERFORM VIS-VERSIONER
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

      * LOADS VILKAARSVERSIONER.TXT - A MISSING FILE IS AN EMPTY
      * CATALOGUE. RELOADED FOR EVERY ACTION.
       LOAD-VERSIONER.
           MOVE ZEROES TO ANTAL-VERSIONER
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
                           ADD 1 TO ANTAL-VERSIONER
                           MOVE VERSION-REC
                               TO VERSION-AR(ANTAL-VERSIONER)
                   END-READ
               END-PERFORM
               CLOSE VILKAARS-VERSIONER
           END-IF.

       GEM-VERSIONER.
           OPEN OUTPUT VILKAARS-VERSIONER
           PERFORM VARYING WS-VV-IX FROM 1 BY 1
                   UNTIL WS-VV-IX > ANTAL-VERSIONER
               MOVE VERSION-AR(WS-VV-IX) TO VERSION-REC
               WRITE VERSION-REC
           END-PERFORM
           CLOSE VILKAARS-VERSIONER.

      * THE GAELDENDE VERSION OF WS-DOK-TYPE, AND THE SLOT OF
      * VERSION WS-VERSION OF IT, IN THE LOADED CATALOGUE (ZERO =
      * NONE).
       FIND-VERSION.
           MOVE ZEROES TO WS-GAELDENDE-IX
           MOVE ZEROES TO WS-VERSION-IX
           PERFORM VARYING WS-VV-IX FROM 1 BY 1
                   UNTIL WS-VV-IX > ANTAL-VERSIONER
               IF VV-DOK-TYPE OF VERSION-AR(WS-VV-IX) = WS-DOK-TYPE
                   IF VV-STATUS OF VERSION-AR(WS-VV-IX)
                           = "GAELDENDE"
                       MOVE WS-VV-IX TO WS-GAELDENDE-IX
                   END-IF
                   IF VV-VERSION OF VERSION-AR(WS-VV-IX)
                           = WS-VERSION
                       MOVE WS-VV-IX TO WS-VERSION-IX
                   END-IF
               END-IF
           END-PERFORM.

       VALIDER-DOK-TYPE.
           MOVE "N" TO WS-FEJL
           IF WS-DOK-TYPE NOT = "KONTOVILK"
               AND WS-DOK-TYPE NOT = "KORTVILK"
               AND WS-DOK-TYPE NOT = "BSVILK"
               AND WS-DOK-TYPE NOT = "LAANAFTALE"
               MOVE "Y" TO WS-FEJL
               MOVE SPACES TO WS-FEJLTEKST
               STRING "DOKUMENTTYPE SKAL VAERE KONTOVILK, KORTVILK, "
                      DELIMITED BY SIZE
                      "BSVILK ELLER LAANAFTALE" DELIMITED BY SIZE
                   INTO WS-FEJLTEKST
               END-STRING
           END-IF.

      * AN ACCEPTANCE SIGNED AT THE COUNTER, IN NETBANK OR BY POST.
      * THE VERSION DEFAULTS TO THE GAELDENDE ONE; AN OLDER VERSION
      * ON THE CATALOGUE CAN BE KEYED WHEN A PAPER AGREEMENT FROM
      * BEFORE THE REGISTER IS BEING RECORDED.
       REGISTRER-ACCEPT.
           MOVE SPACES TO NY-AFTALE
           DISPLAY "KUNDE-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT AF-KUNDE-ID OF NY-AFTALE
           MOVE AF-KUNDE-ID OF NY-AFTALE TO KUNDE-ID OF KUNDEOPL-IN
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   DISPLAY "KUNDE-ID FINDES IKKE I KUNDEREGISTER"
                   GO TO REGISTRER-ACCEPT-EXIT
               NOT INVALID KEY
                   DISPLAY "  " FORNAVN OF KUNDEOPL-IN " "
                       EFTERNAVN OF KUNDEOPL-IN
           END-READ
           DISPLAY "DOKUMENTTYPE (KONTOVILK/KORTVILK/BSVILK/"
               "LAANAFTALE): " WITH NO ADVANCING
           ACCEPT WS-DOK-TYPE
           PERFORM VALIDER-DOK-TYPE
           IF WS-FEJL = "Y"
               DISPLAY "AFTALE IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO REGISTRER-ACCEPT-EXIT
           END-IF
           DISPLAY "KONTO-ID (BLANK = KUNDENS EGEN AFTALE): "
               WITH NO ADVANCING
           ACCEPT AF-KONTO-ID OF NY-AFTALE
           PERFORM LOAD-VERSIONER
           MOVE SPACES TO WS-VERSION
           PERFORM FIND-VERSION
           IF WS-GAELDENDE-IX = ZEROES
               DISPLAY "INGEN GAELDENDE VERSION AF " WS-DOK-TYPE
                   " - REGISTRER VERSIONEN FOERST"
               GO TO REGISTRER-ACCEPT-EXIT
           END-IF
           DISPLAY "VERSION (BLANK = GAELDENDE "
               VV-VERSION OF VERSION-AR(WS-GAELDENDE-IX) "): "
               WITH NO ADVANCING
           ACCEPT WS-VERSION
           IF WS-VERSION = SPACES
               MOVE VV-VERSION OF VERSION-AR(WS-GAELDENDE-IX)
                   TO WS-VERSION
           END-IF
           PERFORM FIND-VERSION
           IF WS-VERSION-IX = ZEROES
               DISPLAY "AFTALE IKKE REGISTRERET - VERSION " WS-VERSION
                   " AF " WS-DOK-TYPE " FINDES IKKE"
               GO TO REGISTRER-ACCEPT-EXIT
           END-IF
           DISPLAY "ACCEPTDATO (YYYY-MM-DD, BLANK = I DAG): "
               WITH NO ADVANCING
           ACCEPT AF-DATO OF NY-AFTALE
           IF AF-DATO OF NY-AFTALE = SPACES
               MOVE WS-I-DAG TO AF-DATO OF NY-AFTALE
           END-IF
           IF AF-DATO OF NY-AFTALE(1:4) IS NOT NUMERIC
                   OR AF-DATO OF NY-AFTALE(5:1) NOT = "-"
                   OR AF-DATO OF NY-AFTALE(6:2) IS NOT NUMERIC
                   OR AF-DATO OF NY-AFTALE(8:1) NOT = "-"
                   OR AF-DATO OF NY-AFTALE(9:2) IS NOT NUMERIC
                   OR AF-DATO OF NY-AFTALE > WS-I-DAG
               DISPLAY "AFTALE IKKE REGISTRERET - ACCEPTDATO SKAL "
                   "VAERE YYYY-MM-DD OG IKKE SENERE END I DAG"
               GO TO REGISTRER-ACCEPT-EXIT
           END-IF
           DISPLAY "KANAL (FILIAL/NETBANK/POST): " WITH NO ADVANCING
           ACCEPT AF-KANAL OF NY-AFTALE
           IF AF-KANAL OF NY-AFTALE NOT = "FILIAL"
               AND AF-KANAL OF NY-AFTALE NOT = "NETBANK"
               AND AF-KANAL OF NY-AFTALE NOT = "POST"
               DISPLAY "AFTALE IKKE REGISTRERET - KANAL SKAL VAERE "
                   "FILIAL, NETBANK ELLER POST"
               GO TO REGISTRER-ACCEPT-EXIT
           END-IF
           DISPLAY "BEKRAEFT " WS-DOK-TYPE " VERSION " WS-VERSION
               " ACCEPTERET " AF-DATO OF NY-AFTALE " (J/N): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "AENDRING FORTRUDT."
               GO TO REGISTRER-ACCEPT-EXIT
           END-IF
           MOVE WS-DOK-TYPE TO AF-DOK-TYPE OF NY-AFTALE
           MOVE WS-VERSION TO AF-VERSION OF NY-AFTALE
           MOVE "ACCEPTERET" TO AF-STATUS OF NY-AFTALE
           MOVE WS-OPERATOR TO AF-REGISTRERET-AF OF NY-AFTALE
           OPEN EXTEND AFTALER
           IF WS-AF-STATUS = "35"
               OPEN OUTPUT AFTALER
           END-IF
           MOVE NY-AFTALE TO AFTALE-REC
           WRITE AFTALE-REC
           CLOSE AFTALER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "AFTALE REGISTRERET.".

       REGISTRER-ACCEPT-EXIT.
           EXIT.

      * EVERY ROW FOR THE CUSTOMER, OLDEST FIRST - ACCEPTANCES AND
      * NOTICES ALIKE.
       VIS-AFTALER.
           DISPLAY "KUNDE-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT WS-KUNDE-ID
           MOVE ZEROES TO WS-ANTAL-VIST
           MOVE "N" TO EOF-AF
           OPEN INPUT AFTALER
           IF WS-AF-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AF = "Y"
                   READ AFTALER
                       AT END
                           MOVE "Y" TO EOF-AF
                       NOT AT END
                           IF AF-KUNDE-ID OF AFTALE-REC = WS-KUNDE-ID
                               ADD 1 TO WS-ANTAL-VIST
                               DISPLAY AF-DATO OF AFTALE-REC " "
                                   AF-DOK-TYPE OF AFTALE-REC " "
                                   AF-VERSION OF AFTALE-REC " "
                                   AF-STATUS OF AFTALE-REC " "
                                   AF-KANAL OF AFTALE-REC
                                   " KONTO " AF-KONTO-ID OF AFTALE-REC
                                   " AF " AF-REGISTRERET-AF
                                       OF AFTALE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFTALER
           END-IF
           IF WS-ANTAL-VIST = ZEROES
               DISPLAY "INGEN AFTALER REGISTRERET FOR " WS-KUNDE-ID
           END-IF.

      * A NEW VERSION OF A TERMS DOCUMENT TAKES EFFECT TODAY: IT
      * BECOMES GAELDENDE AND THE VERSION IT REPLACES ERSTATTET.
      * FROM HERE ON EVERY NEW ACCOUNT OR CARD IS ACCEPTED UNDER IT.
      * RATE AND FEE CHANGES THAT NEED NOTICE COME THROUGH
      * VARSLINGSKOERSEL AND REFERENCEGATEWAY INSTEAD.
       NY-VERSION.
           DISPLAY "DOKUMENTTYPE (KONTOVILK/KORTVILK/BSVILK/"
               "LAANAFTALE): " WITH NO ADVANCING
           ACCEPT WS-DOK-TYPE
           PERFORM VALIDER-DOK-TYPE
           IF WS-FEJL = "Y"
               DISPLAY "VERSION IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO NY-VERSION-EXIT
           END-IF
           DISPLAY "VERSIONSBETEGNELSE (10 TEGN): " WITH NO ADVANCING
           ACCEPT WS-VERSION
           IF WS-VERSION = SPACES
               DISPLAY "VERSION IKKE REGISTRERET - BETEGNELSE ER "
                   "PAAKRAEVET"
               GO TO NY-VERSION-EXIT
           END-IF
           PERFORM LOAD-VERSIONER
           PERFORM FIND-VERSION
           IF WS-VERSION-IX NOT = ZEROES
               DISPLAY "VERSION IKKE REGISTRERET - " WS-VERSION
                   " AF " WS-DOK-TYPE " FINDES ALLEREDE"
               GO TO NY-VERSION-EXIT
           END-IF
           IF ANTAL-VERSIONER NOT < 200
               DISPLAY "VILKAARSKATALOGET ER FULDT."
               GO TO NY-VERSION-EXIT
           END-IF
           DISPLAY "BEKRAEFT " WS-DOK-TYPE " VERSION " WS-VERSION
               " GAELDENDE FRA I DAG (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "AENDRING FORTRUDT."
               GO TO NY-VERSION-EXIT
           END-IF
           IF WS-GAELDENDE-IX NOT = ZEROES
               MOVE "ERSTATTET"
                   TO VV-STATUS OF VERSION-AR(WS-GAELDENDE-IX)
           END-IF
           ADD 1 TO ANTAL-VERSIONER
           MOVE SPACES TO VERSION-AR(ANTAL-VERSIONER)
           MOVE WS-DOK-TYPE
               TO VV-DOK-TYPE OF VERSION-AR(ANTAL-VERSIONER)
           MOVE WS-VERSION
               TO VV-VERSION OF VERSION-AR(ANTAL-VERSIONER)
           MOVE WS-I-DAG
               TO VV-GYLDIG-FRA OF VERSION-AR(ANTAL-VERSIONER)
           MOVE "GAELDENDE"
               TO VV-STATUS OF VERSION-AR(ANTAL-VERSIONER)
           MOVE WS-OPERATOR
               TO VV-REGISTRERET-AF OF VERSION-AR(ANTAL-VERSIONER)
           MOVE WS-I-DAG
               TO VV-REGISTRERET-DATO OF VERSION-AR(ANTAL-VERSIONER)
           PERFORM GEM-VERSIONER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "VILKAARSVERSION REGISTRERET.".

       NY-VERSION-EXIT.
           EXIT.

       VIS-VERSIONER.
           PERFORM LOAD-VERSIONER
           IF ANTAL-VERSIONER = ZEROES
               DISPLAY "INGEN VILKAARSVERSIONER REGISTRERET."
           END-IF
           PERFORM VARYING WS-VV-IX FROM 1 BY 1
                   UNTIL WS-VV-IX > ANTAL-VERSIONER
               DISPLAY VV-DOK-TYPE OF VERSION-AR(WS-VV-IX) " "
                   VV-VERSION OF VERSION-AR(WS-VV-IX) " "
                   VV-STATUS OF VERSION-AR(WS-VV-IX) " FRA "
                   VV-GYLDIG-FRA OF VERSION-AR(WS-VV-IX) " AF "
                   VV-REGISTRERET-AF OF VERSION-AR(WS-VV-IX)
           END-PERFORM.

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

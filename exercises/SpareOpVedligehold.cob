       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE ROUND-UP SAVINGS REGISTER - SEE SPAREOPAFTALER.CPY. A NEW
      * CUSTOMER IS APPENDED AND EVERY OTHER CHANGE RELOADS AND
      * REWRITES THE WHOLE FILE, SAME SHAPE AS BUDGETVEDLIGEHOLD.
           SELECT SPAREOP-AFTALER ASSIGN TO "SpareOpAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
      * OPENED READ-ONLY, KEYED BY KONTO-ID - SAME CROSS-CHECK
      * KEYING AS KONTOVEDLIGEHOLD.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - NIVEAU 2 SIGNS A CUSTOMER UP,
      * CHANGES OR ENDS THE AGREEMENT.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPAREOP-AFTALER.
       01  SPAREOP-REC.
           COPY "SPAREOPAFTALER.cpy".

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
       01  WS-SO-STATUS             PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-SO                   PIC X VALUE "N".
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
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
      * THE LARGEST MONTHLY CAP A CUSTOMER MAY CHOOSE - ROUND-UPS
      * ARE SMALL CHANGE, AND A BIGGER MONTHLY SUM BELONGS ON A
      * STANDING ORDER.
       01  WS-MAKS-LOFT             PIC 9(5)V99 VALUE 5000.00.
      * THE REGISTER, LOADED WHOLE - SNAPSHOT-AND-REWRITE LIKE THE
      * OTHER REGISTERS.
       01  SO-AR OCCURS 999 TIMES.
           COPY "SPAREOPAFTALER.cpy".
       01  ANTAL-SO                 PIC 9(4) VALUE ZEROES.
       01  WS-SO-IX                 PIC 9(4).
       01  WS-SO-MATCH-IX           PIC 9(4) VALUE ZEROES.
       01  NY-AFTALE.
           COPY "SPAREOPAFTALER.cpy".
       01  WS-SOEGE-KUNDE-ID        PIC X(10) VALUE SPACES.
       01  WS-NY-AFRUNDING          PIC 9(2) VALUE ZEROES.
       01  WS-NY-LOFT               PIC 9(5)V99 VALUE ZEROES.
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
           STRING "SPAREOPVEDL" DELIMITED BY SIZE
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
           DISPLAY "SPARE-OP (AFRUNDING AF KORTKOEB)"
           DISPLAY "1. TILMELD KUNDE"
           DISPLAY "2. AENDR AFRUNDING OG MAANEDSLOFT"
           DISPLAY "3. VIS AFTALE"
           DISPLAY "4. AFMELD KUNDE"
           DISPLAY "5. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM TILMELD-KUNDE THRU TILMELD-KUNDE-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM AENDR-AFTALE THRU AENDR-AFTALE-EXIT
                   END-IF
               WHEN "3"
                   PERFORM VIS-AFTALE THRU VIS-AFTALE-EXIT
               WHEN "4"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM AFMELD-KUNDE THRU AFMELD-KUNDE-EXIT
                   END-IF
               WHEN "5"
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

       LOAD-AFTALER.
           MOVE ZEROES TO ANTAL-SO
           MOVE "N" TO EOF-SO
           OPEN INPUT SPAREOP-AFTALER
           IF WS-SO-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SO = "Y"
                   READ SPAREOP-AFTALER
                       AT END
                           MOVE "Y" TO EOF-SO
                       NOT AT END
                           ADD 1 TO ANTAL-SO
                           MOVE SPAREOP-REC TO SO-AR(ANTAL-SO)
                   END-READ
               END-PERFORM
               CLOSE SPAREOP-AFTALER
           END-IF.

       GEM-AFTALER.
           OPEN OUTPUT SPAREOP-AFTALER
           PERFORM VARYING WS-SO-IX FROM 1 BY 1
                   UNTIL WS-SO-IX > ANTAL-SO
               MOVE SO-AR(WS-SO-IX) TO SPAREOP-REC
               WRITE SPAREOP-REC
           END-PERFORM
           CLOSE SPAREOP-AFTALER.

      * ASKS FOR THE CUSTOMER AND FINDS THEIR AGREEMENT IN THE
      * FRESHLY LOADED REGISTER - ITS SLOT IN WS-SO-MATCH-IX, ZERO
      * WHEN THE CUSTOMER HAS NEVER SIGNED UP.
       LAES-KUNDE-NOEGLE.
           PERFORM LOAD-AFTALER
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE-ID
           MOVE ZEROES TO WS-SO-MATCH-IX
           PERFORM VARYING WS-SO-IX FROM 1 BY 1
                   UNTIL WS-SO-IX > ANTAL-SO
               IF SO-KUNDE-ID OF SO-AR(WS-SO-IX) = WS-SOEGE-KUNDE-ID
                   MOVE WS-SO-IX TO WS-SO-MATCH-IX
               END-IF
           END-PERFORM.

      * THE ROUNDING STEP AND THE MONTHLY CAP, KEYED AND CHECKED THE
      * SAME WAY FOR A NEW AGREEMENT AND FOR A CHANGE. WS-SVAR IS
      * "N" WHEN EITHER IS OUT OF BOUNDS.
       LAES-AFRUNDING-LOFT.
           MOVE "J" TO WS-SVAR
           DISPLAY "AFRUND OP TIL NAERMESTE 5, 10 ELLER 50 KR: "
               WITH NO ADVANCING
           ACCEPT WS-NY-AFRUNDING
           IF WS-NY-AFRUNDING NOT = 5 AND WS-NY-AFRUNDING NOT = 10
               AND WS-NY-AFRUNDING NOT = 50
               DISPLAY "AFRUNDING SKAL VAERE 5, 10 ELLER 50."
               MOVE "N" TO WS-SVAR
           ELSE
               DISPLAY "MAANEDSLOFT I KR: " WITH NO ADVANCING
               ACCEPT WS-NY-LOFT
               IF WS-NY-LOFT = ZEROES OR WS-NY-LOFT > WS-MAKS-LOFT
                   MOVE WS-MAKS-LOFT TO WS-VIS-BELOB
                   DISPLAY "MAANEDSLOFTET SKAL VAERE OVER 0 OG HOEJST "
                       "KR. " WS-VIS-BELOB
                   MOVE "N" TO WS-SVAR
               END-IF
           END-IF.

      * A CUSTOMER SIGNS UP WITH ONE AKTIV DKK SPENDING ACCOUNT THE
      * CARD PURCHASES ARE BOOKED ON AND ONE AKTIV DKK SAVINGS
      * ACCOUNT THE ROUND-UPS GO TO, BOTH THEIR OWN. ROUNDING STARTS
      * WITH TONIGHT'S PURCHASES. A CUSTOMER WHO SIGNED OFF EARLIER
      * SIGNS UP AGAIN ON THEIR OLD ROW.
       TILMELD-KUNDE.
           PERFORM LAES-KUNDE-NOEGLE
           IF WS-SO-MATCH-IX NOT = ZEROES
               IF SO-STATUS OF SO-AR(WS-SO-MATCH-IX) NOT = "OPHOERT"
                   DISPLAY "KUNDEN ER ALLEREDE TILMELDT SPARE-OP."
                   GO TO TILMELD-KUNDE-EXIT
               END-IF
           END-IF
           MOVE SPACES TO NY-AFTALE
           MOVE ZEROES TO SO-AFRUNDING OF NY-AFTALE
           MOVE ZEROES TO SO-MAANEDS-LOFT OF NY-AFTALE
           MOVE ZEROES TO SO-MAANED-SUM OF NY-AFTALE
           MOVE ZEROES TO SO-FORRIGE-SUM OF NY-AFTALE
           MOVE WS-SOEGE-KUNDE-ID TO SO-KUNDE-ID OF NY-AFTALE
           DISPLAY "FORBRUGSKONTO (KONTO-ID): " WITH NO ADVANCING
           ACCEPT SO-FORBRUG-KONTO-ID OF NY-AFTALE
           MOVE SO-FORBRUG-KONTO-ID OF NY-AFTALE
               TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "N"
               DISPLAY "FORBRUGSKONTO FINDES IKKE I KONTOREGISTER."
               GO TO TILMELD-KUNDE-EXIT
           END-IF
           IF KUNDE-ID OF KONTOOPL-IN NOT = WS-SOEGE-KUNDE-ID
               DISPLAY "FORBRUGSKONTOEN TILHOERER EN ANDEN KUNDE."
               GO TO TILMELD-KUNDE-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               OR VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
               DISPLAY "FORBRUGSKONTOEN SKAL VAERE EN AKTIV DKK-KONTO."
               GO TO TILMELD-KUNDE-EXIT
           END-IF
           DISPLAY "OPSPARINGSKONTO (KONTO-ID): " WITH NO ADVANCING
           ACCEPT SO-OPSPARING-KONTO-ID OF NY-AFTALE
           IF SO-OPSPARING-KONTO-ID OF NY-AFTALE
                   = SO-FORBRUG-KONTO-ID OF NY-AFTALE
               DISPLAY "FORBRUGSKONTO OG OPSPARINGSKONTO SKAL VAERE "
                   "FORSKELLIGE."
               GO TO TILMELD-KUNDE-EXIT
           END-IF
           MOVE SO-OPSPARING-KONTO-ID OF NY-AFTALE
               TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "N"
               DISPLAY "OPSPARINGSKONTO FINDES IKKE I KONTOREGISTER."
               GO TO TILMELD-KUNDE-EXIT
           END-IF
           IF KUNDE-ID OF KONTOOPL-IN NOT = WS-SOEGE-KUNDE-ID
               DISPLAY "OPSPARINGSKONTOEN TILHOERER EN ANDEN KUNDE."
               GO TO TILMELD-KUNDE-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               OR VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
               DISPLAY "OPSPARINGSKONTOEN SKAL VAERE EN AKTIV "
                   "DKK-KONTO."
               GO TO TILMELD-KUNDE-EXIT
           END-IF
           PERFORM LAES-AFRUNDING-LOFT
           IF WS-SVAR = "N"
               GO TO TILMELD-KUNDE-EXIT
           END-IF
           MOVE WS-NY-AFRUNDING TO SO-AFRUNDING OF NY-AFTALE
           MOVE WS-NY-LOFT TO SO-MAANEDS-LOFT OF NY-AFTALE
           MOVE WS-I-DAG(1:7) TO SO-MAANED OF NY-AFTALE
           MOVE "AKTIV" TO SO-STATUS OF NY-AFTALE
           MOVE WS-OPERATOR TO SO-OPRETTET-AF OF NY-AFTALE
           MOVE WS-I-DAG TO SO-OPRETTET-DATO OF NY-AFTALE
           IF WS-SO-MATCH-IX = ZEROES
               OPEN EXTEND SPAREOP-AFTALER
               IF WS-SO-STATUS = "35"
                   OPEN OUTPUT SPAREOP-AFTALER
               END-IF
               MOVE NY-AFTALE TO SPAREOP-REC
               WRITE SPAREOP-REC
               CLOSE SPAREOP-AFTALER
           ELSE
               MOVE NY-AFTALE TO SO-AR(WS-SO-MATCH-IX)
               PERFORM GEM-AFTALER
           END-IF
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "KUNDEN ER TILMELDT SPARE-OP FRA I NAT.".

       TILMELD-KUNDE-EXIT.
           EXIT.

      * A NEW ROUNDING STEP OR CAP TAKES EFFECT TONIGHT. A CAP
      * LOWERED BELOW WHAT HAS ALREADY MOVED THIS MONTH SIMPLY STOPS
      * THE MONTH'S ROUND-UPS - NOTHING IS MOVED BACK.
       AENDR-AFTALE.
           PERFORM LAES-KUNDE-NOEGLE
           IF WS-SO-MATCH-IX = ZEROES
               DISPLAY "KUNDEN ER IKKE TILMELDT SPARE-OP."
               GO TO AENDR-AFTALE-EXIT
           END-IF
           IF SO-STATUS OF SO-AR(WS-SO-MATCH-IX) = "OPHOERT"
               DISPLAY "AFTALEN ER OPHOERT - TILMELD KUNDEN IGEN."
               GO TO AENDR-AFTALE-EXIT
           END-IF
           PERFORM LAES-AFRUNDING-LOFT
           IF WS-SVAR = "N"
               GO TO AENDR-AFTALE-EXIT
           END-IF
           MOVE WS-NY-AFRUNDING TO SO-AFRUNDING OF SO-AR(WS-SO-MATCH-IX)
           MOVE WS-NY-LOFT TO SO-MAANEDS-LOFT OF SO-AR(WS-SO-MATCH-IX)
           PERFORM GEM-AFTALER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "AFTALEN ER AENDRET.".

       AENDR-AFTALE-EXIT.
           EXIT.

       VIS-AFTALE.
           PERFORM LAES-KUNDE-NOEGLE
           IF WS-SO-MATCH-IX = ZEROES
               DISPLAY "KUNDEN ER IKKE TILMELDT SPARE-OP."
               GO TO VIS-AFTALE-EXIT
           END-IF
           DISPLAY "FORBRUGSKONTO "
               SO-FORBRUG-KONTO-ID OF SO-AR(WS-SO-MATCH-IX)
               "  OPSPARINGSKONTO "
               SO-OPSPARING-KONTO-ID OF SO-AR(WS-SO-MATCH-IX)
           MOVE SO-MAANEDS-LOFT OF SO-AR(WS-SO-MATCH-IX)
               TO WS-VIS-BELOB
           DISPLAY "AFRUNDING " SO-AFRUNDING OF SO-AR(WS-SO-MATCH-IX)
               " KR  MAANEDSLOFT " WS-VIS-BELOB
               "  STATUS " SO-STATUS OF SO-AR(WS-SO-MATCH-IX)
           IF SO-STATUS OF SO-AR(WS-SO-MATCH-IX) = "PAUSET"
               DISPLAY "PAUSET " SO-PAUSE-DATO OF SO-AR(WS-SO-MATCH-IX)
                   " - FORBRUGSKONTOEN KUNNE IKKE BAERE OVERFOERSLEN"
           END-IF
           MOVE SO-MAANED-SUM OF SO-AR(WS-SO-MATCH-IX) TO WS-VIS-BELOB
           DISPLAY "SPARET I " SO-MAANED OF SO-AR(WS-SO-MATCH-IX)
               ": " WS-VIS-BELOB
           IF SO-FORRIGE-MAANED OF SO-AR(WS-SO-MATCH-IX) NOT = SPACES
               MOVE SO-FORRIGE-SUM OF SO-AR(WS-SO-MATCH-IX)
                   TO WS-VIS-BELOB
               DISPLAY "SPARET I "
                   SO-FORRIGE-MAANED OF SO-AR(WS-SO-MATCH-IX)
                   ": " WS-VIS-BELOB
           END-IF
           DISPLAY "SENEST KOERT "
               SO-SIDSTE-KOERSEL OF SO-AR(WS-SO-MATCH-IX)
               "  OPRETTET " SO-OPRETTET-DATO OF SO-AR(WS-SO-MATCH-IX)
               " AF " SO-OPRETTET-AF OF SO-AR(WS-SO-MATCH-IX).

       VIS-AFTALE-EXIT.
           EXIT.

      * THE CUSTOMER SIGNS OFF - NO MORE ROUND-UPS FROM TONIGHT.
      * WHAT HAS BEEN SAVED STAYS ON THE SAVINGS ACCOUNT.
       AFMELD-KUNDE.
           PERFORM LAES-KUNDE-NOEGLE
           IF WS-SO-MATCH-IX = ZEROES
               DISPLAY "KUNDEN ER IKKE TILMELDT SPARE-OP."
               GO TO AFMELD-KUNDE-EXIT
           END-IF
           IF SO-STATUS OF SO-AR(WS-SO-MATCH-IX) = "OPHOERT"
               DISPLAY "AFTALEN ER ALLEREDE OPHOERT."
               GO TO AFMELD-KUNDE-EXIT
           END-IF
           DISPLAY "BEKRAEFT AFMELDING AF KUNDE "
               WS-SOEGE-KUNDE-ID " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J"
               DISPLAY "AFMELDING FORTRUDT."
               GO TO AFMELD-KUNDE-EXIT
           END-IF
           MOVE "OPHOERT" TO SO-STATUS OF SO-AR(WS-SO-MATCH-IX)
           PERFORM GEM-AFTALER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "KUNDEN ER AFMELDT SPARE-OP.".

       AFMELD-KUNDE-EXIT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE DEPOT REGISTER - SEE DEPOTER.CPY. SMALL ENOUGH THAT A NEW
      * DEPOT IS APPENDED AND A CLOSURE RELOADS AND REWRITES THE
      * WHOLE FILE, SAME SHAPE AS GARANTIVEDLIGEHOLD.
           SELECT DEPOTER ASSIGN TO "Depoter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOT-STATUS.
      * THE HOLDINGS - READ ONLY HERE; ONLY THE NIGHTLY DEPOTKOERSEL
      * CHANGES THEM.
           SELECT DEPOT-BEHOLDNINGER ASSIGN TO "DepotBeholdninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEH-STATUS.
      * THE ORDER BOOK - AN ORDER IS APPENDED AS VENTER AND SETTLED
      * BY DEPOTKOERSEL ON ITS TRADE DATE.
           SELECT VAERDIPAPIR-ORDRER ASSIGN TO "VaerdipapirOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.
      * THE DAY'S PRICE FILE, ALSO THE LIST OF PAPERS WE TRADE - SEE
      * VAERDIPAPIRKURSER.CPY.
           SELECT VAERDIPAPIR-KURSER ASSIGN TO "VaerdipapirKurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VK-STATUS.
      * OPENED READ-ONLY, KEYED BY KONTO-ID - SAME CROSS-CHECK
      * KEYING AS KONTOVEDLIGEHOLD.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - SAME NIVEAU GATE AS THE
      * OTHER REGISTER DIALOGS: 2 TO OPEN A DEPOT OR TAKE AN ORDER,
      * 3 TO CLOSE A DEPOT.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOTER.
       01  DEPOT-REC.
           COPY "DEPOTER.cpy".

       FD  DEPOT-BEHOLDNINGER.
       01  BEHOLDNING-REC.
           COPY "DEPOTBEHOLDNINGER.cpy".

       FD  VAERDIPAPIR-ORDRER.
       01  ORDRE-REC.
           COPY "VAERDIPAPIRORDRER.cpy".

       FD  VAERDIPAPIR-KURSER.
       01  VP-KURS-REC.
           COPY "VAERDIPAPIRKURSER.cpy".

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
       01  WS-DEPOT-STATUS          PIC XX VALUE "00".
       01  WS-BEH-STATUS            PIC XX VALUE "00".
       01  WS-ORDRE-STATUS          PIC XX VALUE "00".
       01  WS-VK-STATUS             PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-DEPOT                PIC X VALUE "N".
       01  EOF-BEH                  PIC X VALUE "N".
       01  EOF-ORDRE                PIC X VALUE "N".
       01  EOF-VK                   PIC X VALUE "N".
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
      * THE ROWS BEING KEYED - HELD APART FROM THE FILE RECORDS,
      * WHICH THE NUMBERING RELOADS OVERWRITE.
       01  NY-DEPOT.
           COPY "DEPOTER.cpy".
       01  NY-ORDRE.
           COPY "VAERDIPAPIRORDRER.cpy".
      * THE REGISTERS, LOADED WHOLE - SNAPSHOT-AND-REWRITE LIKE THE
      * OTHER REGISTERS.
       01  DEPOT-AR OCCURS 999 TIMES.
           COPY "DEPOTER.cpy".
       01  ANTAL-DEPOTER            PIC 9(4) VALUE ZEROES.
       01  WS-DEPOT-IX              PIC 9(4).
       01  WS-DEPOT-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  ORDRE-AR OCCURS 999 TIMES.
           COPY "VAERDIPAPIRORDRER.cpy".
       01  ANTAL-ORDRER             PIC 9(4) VALUE ZEROES.
       01  WS-ORDRE-IX              PIC 9(4).
       01  WS-ORDRE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  BEH-AR OCCURS 999 TIMES.
           COPY "DEPOTBEHOLDNINGER.cpy".
       01  ANTAL-BEH                PIC 9(4) VALUE ZEROES.
       01  WS-BEH-IX                PIC 9(4).
       01  WS-HOEJESTE-NR           PIC 9(9) VALUE ZEROES.
       01  WS-NAESTE-NR             PIC 9(9) VALUE ZEROES.
       01  WS-SOEGE-ID              PIC X(10) VALUE SPACES.
       01  WS-SOEGE-ISIN            PIC X(12) VALUE SPACES.
      * THE PAPER AS THE PRICE FILE HAS IT - SEE SLAA-PAPIR-OP.
       01  WS-PAPIR-FUNDET          PIC X VALUE "N".
       01  WS-PAPIR-TYPE            PIC X(5) VALUE SPACES.
       01  WS-PAPIR-BETEGNELSE      PIC X(30) VALUE SPACES.
       01  WS-PAPIR-DATO            PIC X(10) VALUE SPACES.
       01  WS-PAPIR-KURS            PIC 9(7)V9(4) VALUE ZEROES.
      * BROKERAGE - A PERCENTAGE OF THE TRADE VALUE WITH A FLOOR PER
      * ORDER, THE SAME TARIFF FOR A BUY AND A SALE.
       01  WS-KURTAGE-PCT           PIC 9V9(4) VALUE 0.1000.
       01  WS-KURTAGE-MIN           PIC 9(5)V99 VALUE 29.00.
      * TRADE VALUE - SEE BEREGN-HANDELSVAERDI.
       01  WS-BER-TYPE              PIC X(5) VALUE SPACES.
       01  WS-BER-ANTAL             PIC 9(11)V99 VALUE ZEROES.
       01  WS-BER-KURS              PIC 9(7)V9(4) VALUE ZEROES.
       01  WS-BER-VAERDI            PIC 9(13)V99 VALUE ZEROES.
       01  WS-BEH-ANTAL             PIC 9(11)V99 VALUE ZEROES.
       01  WS-SALG-VENTER           PIC 9(11)V99 VALUE ZEROES.
       01  WS-FRIT-ANTAL            PIC S9(11)V99 VALUE ZEROES.
       01  WS-ANTAL-BEH-DEPOT       PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-VENTER          PIC 9(4) VALUE ZEROES.
       01  WS-DEPOT-TOTAL           PIC 9(15)V99 VALUE ZEROES.
       01  WS-VIS-ANTAL             PIC Z(10)9.99.
       01  WS-VIS-KURS              PIC Z(6)9.9999.
       01  WS-VIS-BELOB             PIC Z(12)9.99.
       01  WS-VIS-TOTAL             PIC Z(14)9.99.

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
           STRING "DEPOTVEDL" DELIMITED BY SIZE
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
           DISPLAY "VAERDIPAPIRDEPOTER"
           DISPLAY "1. OPRET DEPOT"
           DISPLAY "2. INDTAST KOEBS- ELLER SALGSORDRE"
           DISPLAY "3. ANNULLER VENTENDE ORDRE"
           DISPLAY "4. VIS DEPOT"
           DISPLAY "5. LUK DEPOT"
           DISPLAY "6. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-DEPOT THRU OPRET-DEPOT-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM INDTAST-ORDRE THRU INDTAST-ORDRE-EXIT
                   END-IF
               WHEN "3"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM ANNULLER-ORDRE THRU ANNULLER-ORDRE-EXIT
                   END-IF
               WHEN "4"
                   PERFORM VIS-DEPOT THRU VIS-DEPOT-EXIT
               WHEN "5"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM LUK-DEPOT THRU LUK-DEPOT-EXIT
                   END-IF
               WHEN "6"
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

       LOAD-DEPOTER.
           MOVE ZEROES TO ANTAL-DEPOTER
           MOVE "N" TO EOF-DEPOT
           OPEN INPUT DEPOTER
           IF WS-DEPOT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-DEPOT = "Y"
                   READ DEPOTER
                       AT END
                           MOVE "Y" TO EOF-DEPOT
                       NOT AT END
                           ADD 1 TO ANTAL-DEPOTER
                           MOVE DEPOT-REC TO DEPOT-AR(ANTAL-DEPOTER)
                   END-READ
               END-PERFORM
               CLOSE DEPOTER
           END-IF.

       GEM-DEPOTER.
           OPEN OUTPUT DEPOTER
           PERFORM VARYING WS-DEPOT-IX FROM 1 BY 1
                   UNTIL WS-DEPOT-IX > ANTAL-DEPOTER
               MOVE DEPOT-AR(WS-DEPOT-IX) TO DEPOT-REC
               WRITE DEPOT-REC
           END-PERFORM
           CLOSE DEPOTER.

      * THE DEPOT NUMBER KEYED IN WS-SOEGE-ID, AS ITS SLOT IN
      * WS-DEPOT-MATCH-IX - ZERO WHEN IT ISN'T ON FILE.
       FIND-DEPOT.
           MOVE ZEROES TO WS-DEPOT-MATCH-IX
           PERFORM VARYING WS-DEPOT-IX FROM 1 BY 1
                   UNTIL WS-DEPOT-IX > ANTAL-DEPOTER
               IF DP-DEPOT-ID OF DEPOT-AR(WS-DEPOT-IX) = WS-SOEGE-ID
                   MOVE WS-DEPOT-IX TO WS-DEPOT-MATCH-IX
               END-IF
           END-PERFORM.

       LOAD-ORDRER.
           MOVE ZEROES TO ANTAL-ORDRER
           MOVE "N" TO EOF-ORDRE
           OPEN INPUT VAERDIPAPIR-ORDRER
           IF WS-ORDRE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-ORDRE = "Y"
                   READ VAERDIPAPIR-ORDRER
                       AT END
                           MOVE "Y" TO EOF-ORDRE
                       NOT AT END
                           ADD 1 TO ANTAL-ORDRER
                           MOVE ORDRE-REC TO ORDRE-AR(ANTAL-ORDRER)
                   END-READ
               END-PERFORM
               CLOSE VAERDIPAPIR-ORDRER
           END-IF.

       GEM-ORDRER.
           OPEN OUTPUT VAERDIPAPIR-ORDRER
           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > ANTAL-ORDRER
               MOVE ORDRE-AR(WS-ORDRE-IX) TO ORDRE-REC
               WRITE ORDRE-REC
           END-PERFORM
           CLOSE VAERDIPAPIR-ORDRER.

       LOAD-BEHOLDNINGER.
           MOVE ZEROES TO ANTAL-BEH
           MOVE "N" TO EOF-BEH
           OPEN INPUT DEPOT-BEHOLDNINGER
           IF WS-BEH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BEH = "Y"
                   READ DEPOT-BEHOLDNINGER
                       AT END
                           MOVE "Y" TO EOF-BEH
                       NOT AT END
                           ADD 1 TO ANTAL-BEH
                           MOVE BEHOLDNING-REC TO BEH-AR(ANTAL-BEH)
                   END-READ
               END-PERFORM
               CLOSE DEPOT-BEHOLDNINGER
           END-IF.

      * THE PAPER KEYED IN WS-SOEGE-ISIN AS THE PRICE FILE HAS IT -
      * TYPE, NAME AND THE MOST RECENT PRICE DATED ON OR BEFORE
      * TODAY. WS-PAPIR-FUNDET "N" WHEN WE DO NOT TRADE IT.
       SLAA-PAPIR-OP.
           MOVE "N" TO WS-PAPIR-FUNDET
           MOVE SPACES TO WS-PAPIR-DATO
           MOVE ZEROES TO WS-PAPIR-KURS
           MOVE "N" TO EOF-VK
           OPEN INPUT VAERDIPAPIR-KURSER
           IF WS-VK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VK = "Y"
                   READ VAERDIPAPIR-KURSER
                       AT END
                           MOVE "Y" TO EOF-VK
                       NOT AT END
                           IF VK-ISIN OF VP-KURS-REC = WS-SOEGE-ISIN
                               AND VK-DATO OF VP-KURS-REC
                                   NOT > WS-I-DAG
                               AND VK-DATO OF VP-KURS-REC
                                   NOT < WS-PAPIR-DATO
                               MOVE "Y" TO WS-PAPIR-FUNDET
                               MOVE VK-PAPIRTYPE OF VP-KURS-REC
                                   TO WS-PAPIR-TYPE
                               MOVE VK-BETEGNELSE OF VP-KURS-REC
                                   TO WS-PAPIR-BETEGNELSE
                               MOVE VK-DATO OF VP-KURS-REC
                                   TO WS-PAPIR-DATO
                               MOVE VK-KURS OF VP-KURS-REC
                                   TO WS-PAPIR-KURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAERDIPAPIR-KURSER
           END-IF.

      * WS-BER-ANTAL AT WS-BER-KURS IN DKK - A SHARE PRICE IS PER
      * SHARE, A BOND PRICE PER 100 NOMINAL.
       BEREGN-HANDELSVAERDI.
           IF WS-BER-TYPE = "OBLIG"
               COMPUTE WS-BER-VAERDI ROUNDED =
                   WS-BER-ANTAL * WS-BER-KURS / 100
           ELSE
               COMPUTE WS-BER-VAERDI ROUNDED =
                   WS-BER-ANTAL * WS-BER-KURS
           END-IF.

      * THE NEXT FREE D-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SO A
      * CLOSED DEPOT'S NUMBER IS NEVER REUSED.
       TILDEL-DEPOT-ID.
           PERFORM LOAD-DEPOTER
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-DEPOT-IX FROM 1 BY 1
                   UNTIL WS-DEPOT-IX > ANTAL-DEPOTER
               IF DP-DEPOT-ID OF DEPOT-AR(WS-DEPOT-IX)(2:9)
                       IS NUMERIC
                   MOVE DP-DEPOT-ID OF DEPOT-AR(WS-DEPOT-IX)(2:9)
                       TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "D" TO DP-DEPOT-ID OF NY-DEPOT(1:1)
           MOVE WS-NAESTE-NR TO DP-DEPOT-ID OF NY-DEPOT(2:9).

      * THE NEXT FREE O-NUMBER, SAME RULE.
       TILDEL-ORDRE-ID.
           PERFORM LOAD-ORDRER
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > ANTAL-ORDRER
               IF VO-ORDRE-ID OF ORDRE-AR(WS-ORDRE-IX)(2:9)
                       IS NUMERIC
                   MOVE VO-ORDRE-ID OF ORDRE-AR(WS-ORDRE-IX)(2:9)
                       TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "O" TO VO-ORDRE-ID OF NY-ORDRE(1:1)
           MOVE WS-NAESTE-NR TO VO-ORDRE-ID OF NY-ORDRE(2:9).

      * A DEPOT SETTLES AGAINST ONE AKTIV DKK ACCOUNT; ITS OWNER IS
      * THE ACCOUNT'S PRIMARY HOLDER.
       OPRET-DEPOT.
           MOVE SPACES TO NY-DEPOT
           DISPLAY "AFVIKLINGSKONTO (KONTO-ID): " WITH NO ADVANCING
           ACCEPT DP-KONTO-ID OF NY-DEPOT
           MOVE DP-KONTO-ID OF NY-DEPOT TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "N"
               DISPLAY "KONTO-ID FINDES IKKE I KONTOREGISTER."
               GO TO OPRET-DEPOT-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               DISPLAY "KONTOEN ER IKKE AKTIV - STATUS "
                   KONTO-STATUS OF KONTOOPL-IN
               GO TO OPRET-DEPOT-EXIT
           END-IF
           IF VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
               DISPLAY "AFVIKLINGSKONTOEN SKAL VAERE EN DKK-KONTO."
               GO TO OPRET-DEPOT-EXIT
           END-IF
           MOVE KUNDE-ID OF KONTOOPL-IN TO DP-KUNDE-ID OF NY-DEPOT
           MOVE "AKTIV" TO DP-STATUS OF NY-DEPOT
           MOVE WS-I-DAG TO DP-OPRETTET-DATO OF NY-DEPOT
           MOVE WS-OPERATOR TO DP-OPRETTET-AF OF NY-DEPOT
           PERFORM TILDEL-DEPOT-ID
           OPEN EXTEND DEPOTER
           IF WS-DEPOT-STATUS = "35"
               OPEN OUTPUT DEPOTER
           END-IF
           MOVE NY-DEPOT TO DEPOT-REC
           WRITE DEPOT-REC
           CLOSE DEPOTER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "DEPOT OPRETTET: " DP-DEPOT-ID OF NY-DEPOT
               " FOR KUNDE " DP-KUNDE-ID OF NY-DEPOT.

       OPRET-DEPOT-EXIT.
           EXIT.

      * A BUY OR SELL ORDER, TRADED TODAY AND SETTLED TONIGHT. THE
      * PAPER MUST BE ON THE PRICE FILE; A BLANK PRICE TAKES ITS
      * LATEST QUOTE. A SALE CANNOT EXCEED THE HOLDING LESS WHAT IS
      * ALREADY WAITING TO BE SOLD. COVER FOR A BUY IS CHECKED AT
      * SETTLEMENT, AGAINST THE ACCOUNT AS IT STANDS THEN.
       INDTAST-ORDRE.
           MOVE SPACES TO NY-ORDRE
           MOVE ZEROES TO VO-ANTAL OF NY-ORDRE
           MOVE ZEROES TO VO-KURS OF NY-ORDRE
           MOVE ZEROES TO VO-KURTAGE OF NY-ORDRE
           PERFORM LOAD-DEPOTER
           DISPLAY "DEPOT-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM FIND-DEPOT
           IF WS-DEPOT-MATCH-IX = ZEROES
               DISPLAY "DEPOTET FINDES IKKE."
               GO TO INDTAST-ORDRE-EXIT
           END-IF
           IF DP-STATUS OF DEPOT-AR(WS-DEPOT-MATCH-IX) NOT = "AKTIV"
               DISPLAY "DEPOTET ER LUKKET."
               GO TO INDTAST-ORDRE-EXIT
           END-IF
           MOVE DP-KONTO-ID OF DEPOT-AR(WS-DEPOT-MATCH-IX)
               TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "N"
               DISPLAY "AFVIKLINGSKONTOEN FINDES IKKE."
               GO TO INDTAST-ORDRE-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN = "INSOLV"
               DISPLAY "KUNDEN ER UNDER INSOLVENSSAG - ORDRER TAGES "
                   "KUN IMOD AF KURATOR."
               GO TO INDTAST-ORDRE-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               DISPLAY "AFVIKLINGSKONTOEN ER IKKE AKTIV - STATUS "
                   KONTO-STATUS OF KONTOOPL-IN
               GO TO INDTAST-ORDRE-EXIT
           END-IF
           MOVE WS-SOEGE-ID TO VO-DEPOT-ID OF NY-ORDRE
           DISPLAY "KOEB ELLER SALG (KOEB/SALG): " WITH NO ADVANCING
           ACCEPT VO-RETNING OF NY-ORDRE
           IF VO-RETNING OF NY-ORDRE NOT = "KOEB"
               AND VO-RETNING OF NY-ORDRE NOT = "SALG"
               DISPLAY "RETNING SKAL VAERE KOEB ELLER SALG."
               GO TO INDTAST-ORDRE-EXIT
           END-IF
           DISPLAY "ISIN: " WITH NO ADVANCING
           ACCEPT VO-ISIN OF NY-ORDRE
           MOVE VO-ISIN OF NY-ORDRE TO WS-SOEGE-ISIN
           PERFORM SLAA-PAPIR-OP
           IF WS-PAPIR-FUNDET = "N"
               DISPLAY "PAPIRET HANDLES IKKE - INGEN KURS PAA "
                   "KURSFILEN."
               GO TO INDTAST-ORDRE-EXIT
           END-IF
           MOVE WS-PAPIR-KURS TO WS-VIS-KURS
           DISPLAY WS-PAPIR-BETEGNELSE " (" WS-PAPIR-TYPE ") KURS "
               WS-VIS-KURS " PR. " WS-PAPIR-DATO
           IF WS-PAPIR-TYPE = "OBLIG"
               DISPLAY "NOMINELT BELOEB: " WITH NO ADVANCING
           ELSE
               DISPLAY "ANTAL STK.: " WITH NO ADVANCING
           END-IF
           ACCEPT VO-ANTAL OF NY-ORDRE
           IF VO-ANTAL OF NY-ORDRE NOT > ZEROES
               DISPLAY "ANTAL SKAL VAERE STOERRE END NUL."
               GO TO INDTAST-ORDRE-EXIT
           END-IF
           DISPLAY "KURS (0 = SENESTE NOTERING): " WITH NO ADVANCING
           ACCEPT VO-KURS OF NY-ORDRE
           IF VO-KURS OF NY-ORDRE = ZEROES
               MOVE WS-PAPIR-KURS TO VO-KURS OF NY-ORDRE
           END-IF
           IF VO-RETNING OF NY-ORDRE = "SALG"
               PERFORM TAEL-FRIT-ANTAL
               IF WS-FRIT-ANTAL < VO-ANTAL OF NY-ORDRE
                   MOVE WS-BEH-ANTAL TO WS-VIS-ANTAL
                   DISPLAY "DEPOTET HAR " WS-VIS-ANTAL
                       " - SALG UD OVER BEHOLDNINGEN AFVIST."
                   IF WS-SALG-VENTER > ZEROES
                       MOVE WS-SALG-VENTER TO WS-VIS-ANTAL
                       DISPLAY "HERAF ALLEREDE UNDER SALG: "
                           WS-VIS-ANTAL
                   END-IF
                   GO TO INDTAST-ORDRE-EXIT
               END-IF
           END-IF
           MOVE WS-PAPIR-TYPE TO WS-BER-TYPE
           MOVE VO-ANTAL OF NY-ORDRE TO WS-BER-ANTAL
           MOVE VO-KURS OF NY-ORDRE TO WS-BER-KURS
           PERFORM BEREGN-HANDELSVAERDI
           COMPUTE VO-KURTAGE OF NY-ORDRE ROUNDED =
               WS-BER-VAERDI * WS-KURTAGE-PCT / 100
           IF VO-KURTAGE OF NY-ORDRE < WS-KURTAGE-MIN
               MOVE WS-KURTAGE-MIN TO VO-KURTAGE OF NY-ORDRE
           END-IF
           MOVE WS-BER-VAERDI TO WS-VIS-BELOB
           DISPLAY "KURSVAERDI " WS-VIS-BELOB " DKK"
           MOVE VO-KURTAGE OF NY-ORDRE TO WS-VIS-BELOB
           DISPLAY "KURTAGE    " WS-VIS-BELOB " DKK"
           DISPLAY "BEKRAEFT " VO-RETNING OF NY-ORDRE
               " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "ORDRE FORTRUDT."
               GO TO INDTAST-ORDRE-EXIT
           END-IF
           MOVE WS-I-DAG TO VO-HANDELSDATO OF NY-ORDRE
           MOVE "VENTER" TO VO-STATUS OF NY-ORDRE
           MOVE WS-OPERATOR TO VO-OPRETTET-AF OF NY-ORDRE
           PERFORM TILDEL-ORDRE-ID
           OPEN EXTEND VAERDIPAPIR-ORDRER
           IF WS-ORDRE-STATUS = "35"
               OPEN OUTPUT VAERDIPAPIR-ORDRER
           END-IF
           MOVE NY-ORDRE TO ORDRE-REC
           WRITE ORDRE-REC
           CLOSE VAERDIPAPIR-ORDRER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "ORDRE " VO-ORDRE-ID OF NY-ORDRE
               " MODTAGET - AFVIKLES I NAT.".

       INDTAST-ORDRE-EXIT.
           EXIT.

      * WHAT THE DEPOT IN NY-ORDRE HOLDS OF THE ISIN, LESS WHAT IS
      * ALREADY ON VENTER SALES ORDERS - WHAT IS LEFT TO SELL.
       TAEL-FRIT-ANTAL.
           MOVE ZEROES TO WS-BEH-ANTAL
           MOVE ZEROES TO WS-SALG-VENTER
           PERFORM LOAD-BEHOLDNINGER
           PERFORM VARYING WS-BEH-IX FROM 1 BY 1
                   UNTIL WS-BEH-IX > ANTAL-BEH
               IF DB-DEPOT-ID OF BEH-AR(WS-BEH-IX)
                       = VO-DEPOT-ID OF NY-ORDRE
                   AND DB-ISIN OF BEH-AR(WS-BEH-IX)
                       = VO-ISIN OF NY-ORDRE
                   ADD DB-ANTAL OF BEH-AR(WS-BEH-IX) TO WS-BEH-ANTAL
               END-IF
           END-PERFORM
           PERFORM LOAD-ORDRER
           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > ANTAL-ORDRER
               IF VO-DEPOT-ID OF ORDRE-AR(WS-ORDRE-IX)
                       = VO-DEPOT-ID OF NY-ORDRE
                   AND VO-ISIN OF ORDRE-AR(WS-ORDRE-IX)
                       = VO-ISIN OF NY-ORDRE
                   AND VO-RETNING OF ORDRE-AR(WS-ORDRE-IX) = "SALG"
                   AND VO-STATUS OF ORDRE-AR(WS-ORDRE-IX) = "VENTER"
                   ADD VO-ANTAL OF ORDRE-AR(WS-ORDRE-IX)
                       TO WS-SALG-VENTER
               END-IF
           END-PERFORM
           COMPUTE WS-FRIT-ANTAL = WS-BEH-ANTAL - WS-SALG-VENTER.

      * AN ORDER NOT YET SETTLED CAN BE WITHDRAWN.
       ANNULLER-ORDRE.
           PERFORM LOAD-ORDRER
           DISPLAY "ORDRE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           MOVE ZEROES TO WS-ORDRE-MATCH-IX
           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > ANTAL-ORDRER
               IF VO-ORDRE-ID OF ORDRE-AR(WS-ORDRE-IX) = WS-SOEGE-ID
                   MOVE WS-ORDRE-IX TO WS-ORDRE-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-ORDRE-MATCH-IX = ZEROES
               DISPLAY "ORDREN FINDES IKKE."
               GO TO ANNULLER-ORDRE-EXIT
           END-IF
           IF VO-STATUS OF ORDRE-AR(WS-ORDRE-MATCH-IX) NOT = "VENTER"
               DISPLAY "ORDREN ER IKKE VENTENDE - STATUS "
                   VO-STATUS OF ORDRE-AR(WS-ORDRE-MATCH-IX)
               GO TO ANNULLER-ORDRE-EXIT
           END-IF
           MOVE VO-ANTAL OF ORDRE-AR(WS-ORDRE-MATCH-IX)
               TO WS-VIS-ANTAL
           DISPLAY "BEKRAEFT ANNULLERING AF "
               VO-RETNING OF ORDRE-AR(WS-ORDRE-MATCH-IX) " "
               WS-VIS-ANTAL " "
               VO-ISIN OF ORDRE-AR(WS-ORDRE-MATCH-IX)
               " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "ANNULLERING FORTRUDT."
               GO TO ANNULLER-ORDRE-EXIT
           END-IF
           MOVE "ANNULLERET" TO VO-STATUS OF ORDRE-AR(WS-ORDRE-MATCH-IX)
           PERFORM GEM-ORDRER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "ORDRE ANNULLERET.".

       ANNULLER-ORDRE-EXIT.
           EXIT.

      * THE DEPOT'S HOLDINGS AT LAST NIGHT'S PRICES, AND ITS ORDERS
      * STILL WAITING TO SETTLE.
       VIS-DEPOT.
           PERFORM LOAD-DEPOTER
           DISPLAY "DEPOT-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM FIND-DEPOT
           IF WS-DEPOT-MATCH-IX = ZEROES
               DISPLAY "DEPOTET FINDES IKKE."
               GO TO VIS-DEPOT-EXIT
           END-IF
           DISPLAY "DEPOT " WS-SOEGE-ID
               " KUNDE " DP-KUNDE-ID OF DEPOT-AR(WS-DEPOT-MATCH-IX)
               " AFVIKLINGSKONTO "
               DP-KONTO-ID OF DEPOT-AR(WS-DEPOT-MATCH-IX)
               " " DP-STATUS OF DEPOT-AR(WS-DEPOT-MATCH-IX)
           PERFORM LOAD-BEHOLDNINGER
           MOVE ZEROES TO WS-ANTAL-BEH-DEPOT
           MOVE ZEROES TO WS-DEPOT-TOTAL
           PERFORM VARYING WS-BEH-IX FROM 1 BY 1
                   UNTIL WS-BEH-IX > ANTAL-BEH
               IF DB-DEPOT-ID OF BEH-AR(WS-BEH-IX) = WS-SOEGE-ID
                   ADD 1 TO WS-ANTAL-BEH-DEPOT
                   ADD DB-KURSVAERDI OF BEH-AR(WS-BEH-IX)
                       TO WS-DEPOT-TOTAL
                   MOVE DB-ANTAL OF BEH-AR(WS-BEH-IX) TO WS-VIS-ANTAL
                   MOVE DB-KURS OF BEH-AR(WS-BEH-IX) TO WS-VIS-KURS
                   MOVE DB-KURSVAERDI OF BEH-AR(WS-BEH-IX)
                       TO WS-VIS-BELOB
                   DISPLAY "  " DB-ISIN OF BEH-AR(WS-BEH-IX)
                       " " DB-BETEGNELSE OF BEH-AR(WS-BEH-IX)
                   DISPLAY "      " DB-PAPIRTYPE OF BEH-AR(WS-BEH-IX)
                       " " WS-VIS-ANTAL " KURS " WS-VIS-KURS
                       " VAERDI " WS-VIS-BELOB
               END-IF
           END-PERFORM
           IF WS-ANTAL-BEH-DEPOT = ZEROES
               DISPLAY "  INGEN BEHOLDNINGER."
           ELSE
               MOVE WS-DEPOT-TOTAL TO WS-VIS-TOTAL
               DISPLAY "  DEPOTVAERDI I ALT (DKK) " WS-VIS-TOTAL
           END-IF
           PERFORM LOAD-ORDRER
           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > ANTAL-ORDRER
               IF VO-DEPOT-ID OF ORDRE-AR(WS-ORDRE-IX) = WS-SOEGE-ID
                   AND VO-STATUS OF ORDRE-AR(WS-ORDRE-IX) = "VENTER"
                   MOVE VO-ANTAL OF ORDRE-AR(WS-ORDRE-IX)
                       TO WS-VIS-ANTAL
                   MOVE VO-KURS OF ORDRE-AR(WS-ORDRE-IX)
                       TO WS-VIS-KURS
                   DISPLAY "  VENTER " VO-ORDRE-ID OF
                       ORDRE-AR(WS-ORDRE-IX)
                       " " VO-RETNING OF ORDRE-AR(WS-ORDRE-IX)
                       " " VO-ISIN OF ORDRE-AR(WS-ORDRE-IX)
                       " " WS-VIS-ANTAL " KURS " WS-VIS-KURS
               END-IF
           END-PERFORM.

       VIS-DEPOT-EXIT.
           EXIT.

      * A DEPOT CLOSES ONLY EMPTY - NOTHING HELD AND NOTHING WAITING
      * TO SETTLE.
       LUK-DEPOT.
           PERFORM LOAD-DEPOTER
           DISPLAY "DEPOT-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM FIND-DEPOT
           IF WS-DEPOT-MATCH-IX = ZEROES
               DISPLAY "DEPOTET FINDES IKKE."
               GO TO LUK-DEPOT-EXIT
           END-IF
           IF DP-STATUS OF DEPOT-AR(WS-DEPOT-MATCH-IX) NOT = "AKTIV"
               DISPLAY "DEPOTET ER ALLEREDE LUKKET."
               GO TO LUK-DEPOT-EXIT
           END-IF
           PERFORM LOAD-BEHOLDNINGER
           MOVE ZEROES TO WS-ANTAL-BEH-DEPOT
           PERFORM VARYING WS-BEH-IX FROM 1 BY 1
                   UNTIL WS-BEH-IX > ANTAL-BEH
               IF DB-DEPOT-ID OF BEH-AR(WS-BEH-IX) = WS-SOEGE-ID
                   AND DB-ANTAL OF BEH-AR(WS-BEH-IX) > ZEROES
                   ADD 1 TO WS-ANTAL-BEH-DEPOT
               END-IF
           END-PERFORM
           IF WS-ANTAL-BEH-DEPOT > ZEROES
               DISPLAY "DEPOTET HAR STADIG BEHOLDNINGER - SAELG ELLER "
                   "FLYT DEM FOERST."
               GO TO LUK-DEPOT-EXIT
           END-IF
           PERFORM LOAD-ORDRER
           MOVE ZEROES TO WS-ANTAL-VENTER
           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > ANTAL-ORDRER
               IF VO-DEPOT-ID OF ORDRE-AR(WS-ORDRE-IX) = WS-SOEGE-ID
                   AND VO-STATUS OF ORDRE-AR(WS-ORDRE-IX) = "VENTER"
                   ADD 1 TO WS-ANTAL-VENTER
               END-IF
           END-PERFORM
           IF WS-ANTAL-VENTER > ZEROES
               DISPLAY "DEPOTET HAR VENTENDE ORDRER - DE SKAL "
                   "AFVIKLES ELLER ANNULLERES FOERST."
               GO TO LUK-DEPOT-EXIT
           END-IF
           DISPLAY "BEKRAEFT LUKNING AF DEPOT " WS-SOEGE-ID
               " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "LUKNING FORTRUDT."
               GO TO LUK-DEPOT-EXIT
           END-IF
           MOVE "LUKKET" TO DP-STATUS OF DEPOT-AR(WS-DEPOT-MATCH-IX)
           MOVE WS-I-DAG
               TO DP-LUKKET-DATO OF DEPOT-AR(WS-DEPOT-MATCH-IX)
           PERFORM GEM-DEPOTER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "DEPOT LUKKET.".

       LUK-DEPOT-EXIT.
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

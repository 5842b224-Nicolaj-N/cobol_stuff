       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE BOX REGISTER - SEE BANKBOKSE.CPY. SMALL ENOUGH THAT A NEW
      * BOX IS APPENDED AND EVERY OTHER CHANGE RELOADS AND REWRITES
      * THE WHOLE FILE, SAME SHAPE AS DEPOTVEDLIGEHOLD.
           SELECT BANKBOKSE ASSIGN TO "Bankbokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOKS-STATUS.
      * THE ACCESS LOG - ONE ROW PER VISIT, GIVEN OR REFUSED. SEE
      * BOKSBESOEG.CPY.
           SELECT BOKS-BESOEG ASSIGN TO "BoksBesoeg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BESOEG-STATUS.
      * THE POWER-OF-ATTORNEY REGISTER - A KEYHOLDER WHO IS NOT A
      * RENTER NEEDS AN AKTIV FULD POWER OVER THE BOX'S FEE ACCOUNT,
      * THE SAME TEST BETALINGSINDTASTNING APPLIES TO A DEBIT.
           SELECT FULDMAGTER ASSIGN TO "Fuldmagter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FM-STATUS.
      * OPENED READ-ONLY, KEYED BY KONTO-ID - SAME CROSS-CHECK
      * KEYING AS KONTOVEDLIGEHOLD.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * RENTERS AND KEYHOLDERS MUST BE CUSTOMERS WE KNOW - SAME
      * KEYING AS KONTOVEDLIGEHOLD'S CUSTOMER CROSS-CHECK.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - NIVEAU 1 LETS A CUSTOMER
      * INTO THE VAULT, 2 RENTS A BOX OR CHANGES ITS KEYHOLDERS, 3
      * SETS UP OR TERMINATES A BOX.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKBOKSE.
       01  BOKS-REC.
           COPY "BANKBOKSE.cpy".

       FD  BOKS-BESOEG.
       01  BESOEG-REC.
           COPY "BOKSBESOEG.cpy".

       FD  FULDMAGTER.
       01  FULDMAGT-REC.
           COPY "FULDMAGTER.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

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
       01  WS-BOKS-STATUS           PIC XX VALUE "00".
       01  WS-BESOEG-STATUS         PIC XX VALUE "00".
       01  WS-FM-STATUS             PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-BOKS                 PIC X VALUE "N".
       01  EOF-BESOEG               PIC X VALUE "N".
       01  EOF-FM                   PIC X VALUE "N".
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
       01  WS-KUNDE-FUNDET          PIC X VALUE "N".
      * THE REGISTER, LOADED WHOLE - SNAPSHOT-AND-REWRITE LIKE THE
      * OTHER REGISTERS.
       01  BOKS-AR OCCURS 999 TIMES.
           COPY "BANKBOKSE.cpy".
       01  ANTAL-BOKSE              PIC 9(4) VALUE ZEROES.
       01  WS-BOKS-IX               PIC 9(4).
       01  WS-BOKS-MATCH-IX         PIC 9(4) VALUE ZEROES.
       01  NY-BOKS.
           COPY "BANKBOKSE.cpy".
       01  WS-SOEGE-REG-NR          PIC 9(4) VALUE ZEROES.
       01  WS-SOEGE-BOKS-NR         PIC X(6) VALUE SPACES.
       01  WS-SOEGE-KUNDE-ID        PIC X(10) VALUE SPACES.
       01  WS-GEM-STOERRELSE        PIC X(6) VALUE SPACES.
       01  WS-LEJER-IX              PIC 9 VALUE ZEROES.
       01  WS-NH-IX                 PIC 9 VALUE ZEROES.
       01  WS-NH-SLOT               PIC 9 VALUE ZEROES.
       01  WS-ANTAL-MEDLEJERE       PIC 9 VALUE ZEROES.
      * WHO MAY OPEN THE BOX - SEE TJEK-ADGANGSRET.
       01  WS-ER-LEJER              PIC X VALUE "N".
       01  WS-ER-NOEGLEHOLDER       PIC X VALUE "N".
       01  WS-FM-FUNDET             PIC X VALUE "N".
       01  WS-AFVIS-AARSAG          PIC X(40) VALUE SPACES.
       01  WS-TID-RAW               PIC 9(8) VALUE ZEROES.
       01  WS-ANTAL-BESOEG          PIC 9(5) VALUE ZEROES.
       01  WS-VIS-BELOB             PIC Z(6)9.99.

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
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           CLOSE KONTOOPLYSNINGER
           CLOSE KUNDEOPLYSNINGER
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
           STRING "BOKSVEDL " DELIMITED BY SIZE
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
               "  BESOEG " DELIMITED BY SIZE
               WS-ANTAL-BESOEG DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "BANKBOKSE"
           DISPLAY "1. OPRET BOKS"
           DISPLAY "2. UDLEJ BOKS"
           DISPLAY "3. TILFOEJ NOEGLEHOLDER"
           DISPLAY "4. FJERN NOEGLEHOLDER"
           DISPLAY "5. REGISTRER BESOEG"
           DISPLAY "6. VIS BOKS"
           DISPLAY "7. OPSIG BOKS"
           DISPLAY "8. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-BOKS THRU OPRET-BOKS-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM UDLEJ-BOKS THRU UDLEJ-BOKS-EXIT
                   END-IF
               WHEN "3"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM TILFOEJ-NOEGLEHOLDER
                           THRU TILFOEJ-NOEGLEHOLDER-EXIT
                   END-IF
               WHEN "4"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM FJERN-NOEGLEHOLDER
                           THRU FJERN-NOEGLEHOLDER-EXIT
                   END-IF
               WHEN "5"
                   PERFORM REGISTRER-BESOEG THRU REGISTRER-BESOEG-EXIT
               WHEN "6"
                   PERFORM VIS-BOKS THRU VIS-BOKS-EXIT
               WHEN "7"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPSIG-BOKS THRU OPSIG-BOKS-EXIT
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

       SLAA-KUNDE-OP.
           MOVE "N" TO WS-KUNDE-FUNDET
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KUNDE-FUNDET
           END-READ.

       LOAD-BOKSE.
           MOVE ZEROES TO ANTAL-BOKSE
           MOVE "N" TO EOF-BOKS
           OPEN INPUT BANKBOKSE
           IF WS-BOKS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BOKS = "Y"
                   READ BANKBOKSE
                       AT END
                           MOVE "Y" TO EOF-BOKS
                       NOT AT END
                           ADD 1 TO ANTAL-BOKSE
                           MOVE BOKS-REC TO BOKS-AR(ANTAL-BOKSE)
                   END-READ
               END-PERFORM
               CLOSE BANKBOKSE
           END-IF.

       GEM-BOKSE.
           OPEN OUTPUT BANKBOKSE
           PERFORM VARYING WS-BOKS-IX FROM 1 BY 1
                   UNTIL WS-BOKS-IX > ANTAL-BOKSE
               MOVE BOKS-AR(WS-BOKS-IX) TO BOKS-REC
               WRITE BOKS-REC
           END-PERFORM
           CLOSE BANKBOKSE.

      * ASKS FOR THE BRANCH AND BOX NUMBER AND FINDS THE BOX IN THE
      * FRESHLY LOADED REGISTER - ITS SLOT IN WS-BOKS-MATCH-IX, ZERO
      * WHEN IT ISN'T ON FILE.
       LAES-BOKS-NOEGLE.
           PERFORM LOAD-BOKSE
           DISPLAY "REG-NR (4 CIFRE): " WITH NO ADVANCING
           ACCEPT WS-SOEGE-REG-NR
           DISPLAY "BOKSNUMMER: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-BOKS-NR
           MOVE ZEROES TO WS-BOKS-MATCH-IX
           PERFORM VARYING WS-BOKS-IX FROM 1 BY 1
                   UNTIL WS-BOKS-IX > ANTAL-BOKSE
               IF BX-REG-NR OF BOKS-AR(WS-BOKS-IX) = WS-SOEGE-REG-NR
                   AND BX-BOKS-NR OF BOKS-AR(WS-BOKS-IX)
                       = WS-SOEGE-BOKS-NR
                   MOVE WS-BOKS-IX TO WS-BOKS-MATCH-IX
               END-IF
           END-PERFORM.

      * IS WS-SOEGE-KUNDE-ID ONE OF THE BOX'S RENTERS?
       TJEK-LEJER.
           MOVE "N" TO WS-ER-LEJER
           PERFORM VARYING WS-LEJER-IX FROM 1 BY 1
                   UNTIL WS-LEJER-IX > 3
               IF BX-LEJER-KUNDE-ID OF BOKS-AR
                       (WS-BOKS-MATCH-IX, WS-LEJER-IX)
                       = WS-SOEGE-KUNDE-ID
                   MOVE "Y" TO WS-ER-LEJER
               END-IF
           END-PERFORM.

      * IS WS-SOEGE-KUNDE-ID ONE OF THE BOX'S KEYHOLDERS? THE SLOT
      * IS LEFT IN WS-NH-SLOT.
       TJEK-NOEGLEHOLDER.
           MOVE "N" TO WS-ER-NOEGLEHOLDER
           MOVE ZEROES TO WS-NH-SLOT
           PERFORM VARYING WS-NH-IX FROM 1 BY 1 UNTIL WS-NH-IX > 4
               IF BX-NH-KUNDE-ID OF BOKS-AR
                       (WS-BOKS-MATCH-IX, WS-NH-IX)
                       = WS-SOEGE-KUNDE-ID
                   MOVE "Y" TO WS-ER-NOEGLEHOLDER
                   MOVE WS-NH-IX TO WS-NH-SLOT
               END-IF
           END-PERFORM.

      * AN AKTIV, UNEXPIRED FULD POWER OF ATTORNEY FOR
      * WS-SOEGE-KUNDE-ID OVER THE BOX'S FEE ACCOUNT - THE SAME TEST
      * BETALINGSINDTASTNING MAKES BEFORE A THIRD PARTY'S DEBIT.
       TJEK-FULDMAGT.
           MOVE "N" TO WS-FM-FUNDET
           MOVE "N" TO EOF-FM
           OPEN INPUT FULDMAGTER
           IF WS-FM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FM = "Y"
                   READ FULDMAGTER
                       AT END
                           MOVE "Y" TO EOF-FM
                       NOT AT END
                           IF FM-KONTO-ID OF FULDMAGT-REC
                                   = BX-KONTO-ID OF BOKS-AR
                                       (WS-BOKS-MATCH-IX)
                               AND FM-KUNDE-ID OF FULDMAGT-REC
                                   = WS-SOEGE-KUNDE-ID
                               AND FM-STATUS OF FULDMAGT-REC = "AKTIV"
                               AND FM-UDLOEB-DATO OF FULDMAGT-REC
                                   NOT < WS-I-DAG
                               AND FM-OMFANG OF FULDMAGT-REC(1:4)
                                   = "FULD"
                               MOVE "Y" TO WS-FM-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FULDMAGTER
           END-IF.

      * A NEW, EMPTY BOX AT A BRANCH - NUMBERED AS ON THE DOOR, IN
      * ONE OF THE TARIFFED SIZE CLASSES.
       OPRET-BOKS.
           PERFORM LAES-BOKS-NOEGLE
           IF WS-BOKS-MATCH-IX NOT = ZEROES
               DISPLAY "BOKSEN FINDES ALLEREDE."
               GO TO OPRET-BOKS-EXIT
           END-IF
           IF WS-SOEGE-BOKS-NR = SPACES
               DISPLAY "BOKSNUMMER ER PAAKRAEVET."
               GO TO OPRET-BOKS-EXIT
           END-IF
           MOVE SPACES TO NY-BOKS
           MOVE ZEROES TO BX-RESTANCE-BELOB OF NY-BOKS
           MOVE WS-SOEGE-REG-NR TO BX-REG-NR OF NY-BOKS
           MOVE WS-SOEGE-BOKS-NR TO BX-BOKS-NR OF NY-BOKS
           DISPLAY "STOERRELSE (LILLE/MELLEM/STOR): "
               WITH NO ADVANCING
           ACCEPT BX-STOERRELSE OF NY-BOKS
           IF BX-STOERRELSE OF NY-BOKS NOT = "LILLE"
               AND BX-STOERRELSE OF NY-BOKS NOT = "MELLEM"
               AND BX-STOERRELSE OF NY-BOKS NOT = "STOR"
               DISPLAY "STOERRELSE SKAL VAERE LILLE, MELLEM ELLER "
                   "STOR."
               GO TO OPRET-BOKS-EXIT
           END-IF
           MOVE "LEDIG" TO BX-STATUS OF NY-BOKS
           MOVE WS-OPERATOR TO BX-OPRETTET-AF OF NY-BOKS
           OPEN EXTEND BANKBOKSE
           IF WS-BOKS-STATUS = "35"
               OPEN OUTPUT BANKBOKSE
           END-IF
           MOVE NY-BOKS TO BOKS-REC
           WRITE BOKS-REC
           CLOSE BANKBOKSE
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "BOKS OPRETTET: " BX-REG-NR OF NY-BOKS " "
               BX-BOKS-NR OF NY-BOKS.

       OPRET-BOKS-EXIT.
           EXIT.

      * A FREE BOX IS RENTED AGAINST AN AKTIV DKK ACCOUNT, WHOSE
      * PRIMARY HOLDER BECOMES THE FIRST RENTER; UP TO TWO CO-
      * RENTERS MAY BE ADDED. THE FIRST YEAR'S RENT IS BILLED BY
      * TONIGHT'S BOKSKOERSEL.
       UDLEJ-BOKS.
           PERFORM LAES-BOKS-NOEGLE
           IF WS-BOKS-MATCH-IX = ZEROES
               DISPLAY "BOKSEN FINDES IKKE."
               GO TO UDLEJ-BOKS-EXIT
           END-IF
           IF BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX) NOT = "LEDIG"
               DISPLAY "BOKSEN ER ALLEREDE UDLEJET - STATUS "
                   BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX)
               GO TO UDLEJ-BOKS-EXIT
           END-IF
           DISPLAY "LEJEKONTO (KONTO-ID): " WITH NO ADVANCING
           ACCEPT KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "N"
               DISPLAY "KONTO-ID FINDES IKKE I KONTOREGISTER."
               GO TO UDLEJ-BOKS-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               DISPLAY "KONTOEN ER IKKE AKTIV - STATUS "
                   KONTO-STATUS OF KONTOOPL-IN
               GO TO UDLEJ-BOKS-EXIT
           END-IF
           IF VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
               DISPLAY "LEJEKONTOEN SKAL VAERE EN DKK-KONTO."
               GO TO UDLEJ-BOKS-EXIT
           END-IF
           MOVE KONTO-ID OF KONTOOPL-IN
               TO BX-KONTO-ID OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE KUNDE-ID OF KONTOOPL-IN
               TO BX-LEJER-KUNDE-ID OF BOKS-AR(WS-BOKS-MATCH-IX, 1)
           MOVE "N" TO WS-FEJL
           DISPLAY "ANTAL MEDLEJERE (0-2): " WITH NO ADVANCING
           ACCEPT WS-ANTAL-MEDLEJERE
           IF WS-ANTAL-MEDLEJERE > 2
               MOVE "Y" TO WS-FEJL
               MOVE "ANTAL MEDLEJERE SKAL VAERE 0-2" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               PERFORM VARYING WS-LEJER-IX FROM 2 BY 1
                       UNTIL WS-LEJER-IX > WS-ANTAL-MEDLEJERE + 1
                   PERFORM INDTAST-MEDLEJER
               END-PERFORM
           END-IF
           IF WS-FEJL = "Y"
               DISPLAY "BOKS IKKE UDLEJET - " WS-FEJLTEKST
               GO TO UDLEJ-BOKS-EXIT
           END-IF
           MOVE "AKTIV" TO BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE WS-I-DAG TO BX-LEJE-START OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE WS-I-DAG
               TO BX-NAESTE-LEJE OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE SPACES
               TO BX-RESTANCE-DATO OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE ZEROES
               TO BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE WS-OPERATOR
               TO BX-OPRETTET-AF OF BOKS-AR(WS-BOKS-MATCH-IX)
           PERFORM GEM-BOKSE
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "BOKS UDLEJET - FOERSTE AARSLEJE OPKRAEVES I NAT.".

       UDLEJ-BOKS-EXIT.
           EXIT.

       INDTAST-MEDLEJER.
           DISPLAY "MEDLEJER KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE-ID
           MOVE WS-SOEGE-KUNDE-ID TO KUNDE-ID OF KUNDEOPL-IN
           PERFORM SLAA-KUNDE-OP
           IF WS-KUNDE-FUNDET = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "MEDLEJER FINDES IKKE I KUNDEREGISTER"
                   TO WS-FEJLTEKST
           ELSE
               IF KONTO-STATUS OF KUNDEOPL-IN = "BOET"
                   MOVE "Y" TO WS-FEJL
                   MOVE "MEDLEJER STAAR SOM BOET" TO WS-FEJLTEKST
               ELSE
                   MOVE WS-SOEGE-KUNDE-ID
                       TO BX-LEJER-KUNDE-ID OF BOKS-AR
                           (WS-BOKS-MATCH-IX, WS-LEJER-IX)
               END-IF
           END-IF.

      * A KEYHOLDER WHO IS NOT A RENTER - ALLOWED ONLY WITH A VALID
      * FULD POWER OF ATTORNEY OVER THE FEE ACCOUNT.
       TILFOEJ-NOEGLEHOLDER.
           PERFORM LAES-BOKS-NOEGLE
           IF WS-BOKS-MATCH-IX = ZEROES
               DISPLAY "BOKSEN FINDES IKKE."
               GO TO TILFOEJ-NOEGLEHOLDER-EXIT
           END-IF
           IF BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX) = "LEDIG"
               OR BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX)
                   = "FORSEGLET"
               DISPLAY "NOEGLEHOLDERE KAN IKKE AENDRES - STATUS "
                   BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX)
               GO TO TILFOEJ-NOEGLEHOLDER-EXIT
           END-IF
           DISPLAY "NOEGLEHOLDERENS KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE-ID
           MOVE WS-SOEGE-KUNDE-ID TO KUNDE-ID OF KUNDEOPL-IN
           PERFORM SLAA-KUNDE-OP
           IF WS-KUNDE-FUNDET = "N"
               DISPLAY "KUNDE-ID FINDES IKKE I KUNDEREGISTER."
               GO TO TILFOEJ-NOEGLEHOLDER-EXIT
           END-IF
           PERFORM TJEK-LEJER
           IF WS-ER-LEJER = "Y"
               DISPLAY "KUNDEN ER LEJER OG HAR ALLEREDE ADGANG."
               GO TO TILFOEJ-NOEGLEHOLDER-EXIT
           END-IF
           PERFORM TJEK-NOEGLEHOLDER
           IF WS-ER-NOEGLEHOLDER = "Y"
               DISPLAY "KUNDEN ER ALLEREDE NOEGLEHOLDER."
               GO TO TILFOEJ-NOEGLEHOLDER-EXIT
           END-IF
           PERFORM TJEK-FULDMAGT
           IF WS-FM-FUNDET = "N"
               DISPLAY "INGEN GYLDIG FULD FULDMAGT OVER LEJEKONTO "
                   BX-KONTO-ID OF BOKS-AR(WS-BOKS-MATCH-IX)
               GO TO TILFOEJ-NOEGLEHOLDER-EXIT
           END-IF
           MOVE ZEROES TO WS-NH-SLOT
           PERFORM VARYING WS-NH-IX FROM 1 BY 1 UNTIL WS-NH-IX > 4
               IF BX-NH-KUNDE-ID OF BOKS-AR(WS-BOKS-MATCH-IX, WS-NH-IX)
                       = SPACES
                   AND WS-NH-SLOT = ZEROES
                   MOVE WS-NH-IX TO WS-NH-SLOT
               END-IF
           END-PERFORM
           IF WS-NH-SLOT = ZEROES
               DISPLAY "BOKSEN HAR ALLEREDE FIRE NOEGLEHOLDERE."
               GO TO TILFOEJ-NOEGLEHOLDER-EXIT
           END-IF
           MOVE WS-SOEGE-KUNDE-ID
               TO BX-NH-KUNDE-ID OF BOKS-AR
                   (WS-BOKS-MATCH-IX, WS-NH-SLOT)
           PERFORM GEM-BOKSE
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "NOEGLEHOLDER TILFOEJET.".

       TILFOEJ-NOEGLEHOLDER-EXIT.
           EXIT.

       FJERN-NOEGLEHOLDER.
           PERFORM LAES-BOKS-NOEGLE
           IF WS-BOKS-MATCH-IX = ZEROES
               DISPLAY "BOKSEN FINDES IKKE."
               GO TO FJERN-NOEGLEHOLDER-EXIT
           END-IF
           DISPLAY "NOEGLEHOLDERENS KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE-ID
           PERFORM TJEK-NOEGLEHOLDER
           IF WS-ER-NOEGLEHOLDER = "N"
               DISPLAY "KUNDEN ER IKKE NOEGLEHOLDER TIL BOKSEN."
               GO TO FJERN-NOEGLEHOLDER-EXIT
           END-IF
           MOVE SPACES
               TO BX-NH-KUNDE-ID OF BOKS-AR
                   (WS-BOKS-MATCH-IX, WS-NH-SLOT)
           PERFORM GEM-BOKSE
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "NOEGLEHOLDER FJERNET.".

       FJERN-NOEGLEHOLDER-EXIT.
           EXIT.

      * A VISIT AT THE VAULT DOOR. THE BOX MUST BE RENTED AND NEITHER
      * LOCKED OUT NOR SEALED; THE VISITOR MUST BE A LIVING RENTER,
      * OR A LISTED KEYHOLDER WHOSE POWER OF ATTORNEY STILL STANDS;
      * AND THE OPERATOR MUST HAVE SEEN THEIR ID. EVERY ATTEMPT IS
      * LOGGED, GIVEN OR REFUSED.
       REGISTRER-BESOEG.
           PERFORM LAES-BOKS-NOEGLE
           IF WS-BOKS-MATCH-IX = ZEROES
               DISPLAY "BOKSEN FINDES IKKE."
               GO TO REGISTRER-BESOEG-EXIT
           END-IF
           DISPLAY "BESOEGENDES KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE-ID
           MOVE SPACES TO WS-AFVIS-AARSAG
           EVALUATE BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX)
               WHEN "LEDIG"
                   MOVE "BOKSEN ER IKKE UDLEJET" TO WS-AFVIS-AARSAG
               WHEN "SPAERRET"
                   MOVE "ADGANG SPAERRET - LEJE I RESTANCE"
                       TO WS-AFVIS-AARSAG
               WHEN "FORSEGLET"
                   MOVE "BOKSEN ER FORSEGLET - DOEDSBO"
                       TO WS-AFVIS-AARSAG
           END-EVALUATE
           IF WS-AFVIS-AARSAG = SPACES
               PERFORM TJEK-ADGANGSRET THRU TJEK-ADGANGSRET-EXIT
           END-IF
           IF WS-AFVIS-AARSAG = SPACES
               DISPLAY "LEGITIMATION KONTROLLERET (J/N): "
                   WITH NO ADVANCING
               ACCEPT WS-SVAR
               IF WS-SVAR NOT = "J"
                   MOVE "LEGITIMATION IKKE KONTROLLERET"
                       TO WS-AFVIS-AARSAG
               END-IF
           END-IF
           PERFORM SKRIV-BESOEG
           IF WS-AFVIS-AARSAG = SPACES
               DISPLAY "ADGANG GIVET TIL BOKS "
                   BX-REG-NR OF BOKS-AR(WS-BOKS-MATCH-IX) " "
                   BX-BOKS-NR OF BOKS-AR(WS-BOKS-MATCH-IX)
               IF BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX) = "RYKKET"
                   MOVE BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-MATCH-IX)
                       TO WS-VIS-BELOB
                   DISPLAY "BEMAERK: LEJE KR. " WS-VIS-BELOB
                       " ER IKKE BETALT - ADGANGEN SPAERRES HVIS "
                       "DEN IKKE BETALES."
               END-IF
           ELSE
               DISPLAY "ADGANG AFVIST - " WS-AFVIS-AARSAG
           END-IF.

       REGISTRER-BESOEG-EXIT.
           EXIT.

      * WS-AFVIS-AARSAG IS LEFT BLANK WHEN WS-SOEGE-KUNDE-ID MAY
      * OPEN THE BOX.
       TJEK-ADGANGSRET.
           MOVE WS-SOEGE-KUNDE-ID TO KUNDE-ID OF KUNDEOPL-IN
           PERFORM SLAA-KUNDE-OP
           IF WS-KUNDE-FUNDET = "N"
               MOVE "UKENDT KUNDE-ID" TO WS-AFVIS-AARSAG
               GO TO TJEK-ADGANGSRET-EXIT
           END-IF
           IF KONTO-STATUS OF KUNDEOPL-IN = "BOET"
               MOVE "KUNDEN STAAR SOM AFDOED" TO WS-AFVIS-AARSAG
               GO TO TJEK-ADGANGSRET-EXIT
           END-IF
           PERFORM TJEK-LEJER
           IF WS-ER-LEJER = "Y"
               GO TO TJEK-ADGANGSRET-EXIT
           END-IF
           PERFORM TJEK-NOEGLEHOLDER
           IF WS-ER-NOEGLEHOLDER = "N"
               MOVE "HVERKEN LEJER ELLER NOEGLEHOLDER"
                   TO WS-AFVIS-AARSAG
               GO TO TJEK-ADGANGSRET-EXIT
           END-IF
           PERFORM TJEK-FULDMAGT
           IF WS-FM-FUNDET = "N"
               MOVE "FULDMAGT OVER LEJEKONTOEN ER OPHOERT"
                   TO WS-AFVIS-AARSAG
           END-IF.

       TJEK-ADGANGSRET-EXIT.
           EXIT.

       SKRIV-BESOEG.
           ACCEPT WS-TID-RAW FROM TIME
           MOVE SPACES TO BESOEG-REC
           MOVE BX-REG-NR OF BOKS-AR(WS-BOKS-MATCH-IX)
               TO BB-REG-NR OF BESOEG-REC
           MOVE BX-BOKS-NR OF BOKS-AR(WS-BOKS-MATCH-IX)
               TO BB-BOKS-NR OF BESOEG-REC
           MOVE WS-I-DAG TO BB-DATO OF BESOEG-REC
           MOVE WS-TID-RAW(1:2) TO BB-TID OF BESOEG-REC(1:2)
           MOVE ":" TO BB-TID OF BESOEG-REC(3:1)
           MOVE WS-TID-RAW(3:2) TO BB-TID OF BESOEG-REC(4:2)
           MOVE ":" TO BB-TID OF BESOEG-REC(6:1)
           MOVE WS-TID-RAW(5:2) TO BB-TID OF BESOEG-REC(7:2)
           MOVE WS-SOEGE-KUNDE-ID TO BB-KUNDE-ID OF BESOEG-REC
           MOVE WS-OPERATOR TO BB-OPERATOER OF BESOEG-REC
           IF WS-AFVIS-AARSAG = SPACES
               MOVE "ADGANG" TO BB-RESULTAT OF BESOEG-REC
           ELSE
               MOVE "AFVIST" TO BB-RESULTAT OF BESOEG-REC
               MOVE WS-AFVIS-AARSAG TO BB-AARSAG OF BESOEG-REC
           END-IF
           OPEN EXTEND BOKS-BESOEG
           IF WS-BESOEG-STATUS = "35"
               OPEN OUTPUT BOKS-BESOEG
           END-IF
           WRITE BESOEG-REC
           CLOSE BOKS-BESOEG
           ADD 1 TO WS-ANTAL-BESOEG.

      * THE BOX AS REGISTERED, THEN ITS WHOLE ACCESS LOG.
       VIS-BOKS.
           PERFORM LAES-BOKS-NOEGLE
           IF WS-BOKS-MATCH-IX = ZEROES
               DISPLAY "BOKSEN FINDES IKKE."
               GO TO VIS-BOKS-EXIT
           END-IF
           DISPLAY "BOKS " BX-REG-NR OF BOKS-AR(WS-BOKS-MATCH-IX) " "
               BX-BOKS-NR OF BOKS-AR(WS-BOKS-MATCH-IX) "  "
               BX-STOERRELSE OF BOKS-AR(WS-BOKS-MATCH-IX)
               "  STATUS " BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX)
           IF BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX) = "LEDIG"
               GO TO VIS-BOKS-EXIT
           END-IF
           DISPLAY "LEJEKONTO " BX-KONTO-ID OF BOKS-AR(WS-BOKS-MATCH-IX)
               "  LEJET SIDEN "
               BX-LEJE-START OF BOKS-AR(WS-BOKS-MATCH-IX)
               "  NAESTE LEJE "
               BX-NAESTE-LEJE OF BOKS-AR(WS-BOKS-MATCH-IX)
           PERFORM VARYING WS-LEJER-IX FROM 1 BY 1
                   UNTIL WS-LEJER-IX > 3
               IF BX-LEJER-KUNDE-ID OF BOKS-AR
                       (WS-BOKS-MATCH-IX, WS-LEJER-IX) NOT = SPACES
                   DISPLAY "  LEJER        "
                       BX-LEJER-KUNDE-ID OF BOKS-AR
                           (WS-BOKS-MATCH-IX, WS-LEJER-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NH-IX FROM 1 BY 1 UNTIL WS-NH-IX > 4
               IF BX-NH-KUNDE-ID OF BOKS-AR(WS-BOKS-MATCH-IX, WS-NH-IX)
                       NOT = SPACES
                   DISPLAY "  NOEGLEHOLDER "
                       BX-NH-KUNDE-ID OF BOKS-AR
                           (WS-BOKS-MATCH-IX, WS-NH-IX)
               END-IF
           END-PERFORM
           IF BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-MATCH-IX) > ZEROES
               MOVE BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-MATCH-IX)
                   TO WS-VIS-BELOB
               DISPLAY "RESTANCE KR. " WS-VIS-BELOB " SIDEN "
                   BX-RESTANCE-DATO OF BOKS-AR(WS-BOKS-MATCH-IX)
           END-IF
           IF BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX) = "FORSEGLET"
               DISPLAY "FORSEGLET "
                   BX-FORSEGLET-DATO OF BOKS-AR(WS-BOKS-MATCH-IX)
                   " - BO EFTER KUNDE "
                   BX-BO-KUNDE-ID OF BOKS-AR(WS-BOKS-MATCH-IX)
           END-IF
           DISPLAY "BESOEG:"
           MOVE "N" TO EOF-BESOEG
           OPEN INPUT BOKS-BESOEG
           IF WS-BESOEG-STATUS = "35"
               GO TO VIS-BOKS-EXIT
           END-IF
           PERFORM UNTIL EOF-BESOEG = "Y"
               READ BOKS-BESOEG
                   AT END
                       MOVE "Y" TO EOF-BESOEG
                   NOT AT END
                       IF BB-REG-NR OF BESOEG-REC = WS-SOEGE-REG-NR
                           AND BB-BOKS-NR OF BESOEG-REC
                               = WS-SOEGE-BOKS-NR
                           DISPLAY "  " BB-DATO OF BESOEG-REC " "
                               BB-TID OF BESOEG-REC " "
                               BB-KUNDE-ID OF BESOEG-REC " "
                               BB-OPERATOER OF BESOEG-REC " "
                               BB-RESULTAT OF BESOEG-REC " "
                               BB-AARSAG OF BESOEG-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOKS-BESOEG.

       VIS-BOKS-EXIT.
           EXIT.

      * THE BOX IS HANDED BACK EMPTY AND RETURNS TO LEDIG. RENT
      * OWED MUST BE PAID FIRST - EXCEPT ON A SEALED BOX, WHICH THE
      * ESTATE DESK EMPTIES AND TERMINATES FOR THE ESTATE.
       OPSIG-BOKS.
           PERFORM LAES-BOKS-NOEGLE
           IF WS-BOKS-MATCH-IX = ZEROES
               DISPLAY "BOKSEN FINDES IKKE."
               GO TO OPSIG-BOKS-EXIT
           END-IF
           IF BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX) = "LEDIG"
               DISPLAY "BOKSEN ER IKKE UDLEJET."
               GO TO OPSIG-BOKS-EXIT
           END-IF
           IF BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX) NOT = "FORSEGLET"
               AND BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-MATCH-IX)
                   > ZEROES
               MOVE BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-MATCH-IX)
                   TO WS-VIS-BELOB
               DISPLAY "LEJE KR. " WS-VIS-BELOB
                   " SKAL BETALES FOER OPSIGELSE."
               GO TO OPSIG-BOKS-EXIT
           END-IF
           DISPLAY "ER BOKSEN TOEMT OG NOEGLERNE AFLEVERET (J/N): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J"
               DISPLAY "OPSIGELSE AFBRUDT."
               GO TO OPSIG-BOKS-EXIT
           END-IF
           MOVE BX-STOERRELSE OF BOKS-AR(WS-BOKS-MATCH-IX)
               TO WS-GEM-STOERRELSE
           MOVE SPACES TO BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE WS-SOEGE-REG-NR
               TO BX-REG-NR OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE WS-SOEGE-BOKS-NR
               TO BX-BOKS-NR OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE WS-GEM-STOERRELSE
               TO BX-STOERRELSE OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE ZEROES
               TO BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE "LEDIG" TO BX-STATUS OF BOKS-AR(WS-BOKS-MATCH-IX)
           MOVE WS-OPERATOR
               TO BX-OPRETTET-AF OF BOKS-AR(WS-BOKS-MATCH-IX)
           PERFORM GEM-BOKSE
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "BOKS OPSAGT - STATUS LEDIG.".

       OPSIG-BOKS-EXIT.
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

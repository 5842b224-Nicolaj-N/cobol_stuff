       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE FRONT-DESK CUSTOMER PICTURE - ONE READ-ONLY LOOKUP BY
      * KUNDE-ID, CPR OR KONTONUMMER THAT SHOWS WHAT USED TO TAKE
      * ENGAGEMENTSOVERSIGT, JOURNALFORESPORGSEL, TRANSAKTIONSSOEGNING,
      * THE CARD REGISTER AND THE OVERDRAFT FILE BETWEEN THEM. EVERY
      * LOOKUP GOES ON THE CHAINED LOOKUP LOG - SEE OPSLAGSLOG.CPY.
           SELECT OPSLAGS-LOG ASSIGN TO "OpslagsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLAG-STATUS.
      * THE CUSTOMER MASTER - KEYED READ BY KUNDE-ID, WALKED WHOLE
      * FOR A CPR, WHICH IS NOT A KEY.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * EVERY ACCOUNT THE CUSTOMER HOLDS OR CO-HOLDS - THE KEYS THE
      * ACCOUNT-LEVEL SECTIONS BELOW ARE PICKED BY. ALSO WHERE A
      * KONTONUMMER IS TURNED INTO ITS HOLDER.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTO-STATUS.
      * BOOKED BALANCE: LAST NIGHT'S CLOSING BALANCE PLUS TODAY'S
      * ROWS ON THE FEED, THE SAME WAY MINIUDSKRIFT ANSWERS THE
      * COUNTER - KONTOOPL'S BALANCE FIELD IS NEVER REWRITTEN.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      * AVAILABLE BALANCE: BOOKED LESS THE AABEN CARD HOLDS.
           SELECT RESERVATIONER ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERV-STATUS.
      * THE REGISTERS THE PICTURE COVERS, EACH READ ONCE PER
      * LOOKUP. A MISSING FILE IS AN EMPTY SECTION, NOT AN ERROR.
           SELECT KORT-REGISTER ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.
           SELECT STAAENDE-ORDRER ASSIGN TO "StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.
           SELECT BS-MANDATER ASSIGN TO "BsMandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDAT-STATUS.
           SELECT LAAN ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAAN-STATUS.
           SELECT OVERTRAEK-AFTALER ASSIGN TO "OvertraekAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERTRAEK-STATUS.
           SELECT KLAGE-SAGER ASSIGN TO "KlageSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KLAGE-STATUS.
           SELECT RYKKER-SAGER ASSIGN TO "RykkerSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RYKKER-STATUS.
           SELECT KYC-VURDERINGER ASSIGN TO "KycVurderinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-STATUS.
      * THE CUSTOMER MEMO REGISTER - SEE MEMOER.CPY.
           SELECT MEMOER ASSIGN TO "Memoer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.
      * THE STATEMENT ARCHIVES, FOUND THROUGH THE RUNNING CATALOG
      * OPGAVE11 APPENDS TO - WITH TODAY'S FEED ABOVE, WHERE THE LAST
      * TEN TRANSACTIONS ARE PICKED FROM.
           SELECT ARKIV-KATALOG ASSIGN TO "ArkivKatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-STATUS.
           SELECT ARKIV-FIL ASSIGN TO WS-ARKIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARKIV-STATUS.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPSLAGS-LOG.
       01  OPSLAG-REC.
           COPY "OPSLAGSLOG.cpy".

       FD  KUNDEOPLYSNINGER.
       01  KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  LUKKESALDO-FILE.
       01  LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.

       FD  TRANSAKTIONER.
       01  TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".

       FD  RESERVATIONER.
       01  RESERV-REC.
           COPY "RESERVATIONER.cpy".

       FD  KORT-REGISTER.
       01  KORT-REC.
           COPY "KORT.cpy".

       FD  STAAENDE-ORDRER.
       01  ORDRE-REC.
           COPY "STAAENDEORDRER.cpy".

       FD  BS-MANDATER.
       01  MANDAT-REC.
           COPY "BSMANDATER.cpy".

       FD  LAAN.
       01  LAAN-REC.
           COPY "LAAN.cpy".

       FD  OVERTRAEK-AFTALER.
       01  OVERTRAEK-REC.
           COPY "OVERTRAEKSAFTALER.cpy".

       FD  KLAGE-SAGER.
       01  KLAGE-REC.
           COPY "KLAGESAGER.cpy".

       FD  RYKKER-SAGER.
       01  RYKKER-REC.
           COPY "RYKKERSAGER.cpy".

       FD  MEMOER.
       01  MEMO-REC.
           COPY "MEMOER.cpy".

       FD  KYC-VURDERINGER.
       01  KYC-REC.
           02  KY-KUNDE-ID          PIC X(10).
           02  KY-SCORE             PIC 9(3).
           02  KY-RISIKO            PIC X(6).
           02  KY-VURDERET-DATO     PIC X(10).
           02  KY-NAESTE-REVIEW     PIC X(10).

       FD  ARKIV-KATALOG.
       01  KATALOG-NAVN-REC.
           02  AK-FILNAVN           PIC X(40).

       FD  ARKIV-FIL.
       01  ARKIV-REC.
           COPY "TRANSAKTIONER.cpy".

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-OPSLAG-STATUS         PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-TRANS-STATUS          PIC XX VALUE "00".
       01  WS-RESERV-STATUS         PIC XX VALUE "00".
       01  WS-KORT-STATUS           PIC XX VALUE "00".
       01  WS-ORDRE-STATUS          PIC XX VALUE "00".
       01  WS-MANDAT-STATUS         PIC XX VALUE "00".
       01  WS-LAAN-STATUS           PIC XX VALUE "00".
       01  WS-OVERTRAEK-STATUS      PIC XX VALUE "00".
       01  WS-KLAGE-STATUS          PIC XX VALUE "00".
       01  WS-RYKKER-STATUS         PIC XX VALUE "00".
       01  WS-KYC-STATUS            PIC XX VALUE "00".
       01  WS-MEMO-STATUS           PIC XX VALUE "00".
       01  WS-KATALOG-STATUS        PIC XX VALUE "00".
       01  WS-ARKIV-STATUS          PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-FIL                  PIC X VALUE "N".
       01  EOF-KATALOG              PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-ANTAL-AENDRINGER      PIC 9(5) VALUE ZEROES.
       01  WS-SESSION-START-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-START-TIME    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-TIME      PIC 9(8) VALUE ZEROES.
       01  WS-I-DAG                 PIC X(10) VALUE SPACES.
       01  WS-TID-RAW               PIC 9(8) VALUE ZEROES.
       01  WS-OPSLAG-TID            PIC X(19) VALUE SPACES.
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-ARKIV-NAME            PIC X(40) VALUE SPACES.
      * THE SEARCH - 1 KUNDE-ID, 2 CPR, 3 KONTONUMMER. A KONTONUMMER
      * OPENS THE ACCOUNT'S PRIMARY HOLDER; THE CO-HOLDERS SHOW ON
      * THE ACCOUNT LINE.
       01  WS-SOEGE-ART             PIC X VALUE SPACE.
       01  WS-SOEGE-TYPE            PIC X(10) VALUE SPACES.
       01  WS-SOEGE-VAERDI          PIC X(20) VALUE SPACES.
       01  WS-LOG-VAERDI            PIC X(20) VALUE SPACES.
       01  WS-KONTO-KUNDE           PIC X(10) VALUE SPACES.
      * THE CUSTOMERS THE SEARCH OPENED - NORMALLY ONE, BUT A CPR
      * WITH A DUPLICATE ONBOARDING GIVES TWO, AND BOTH ARE SHOWN.
       01  KUNDE-AR OCCURS 9 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  WS-IND-KUNDE OCCURS 9 TIMES PIC X(10) VALUE SPACES.
       01  WS-ANTAL-IND-KUNDER      PIC 9 VALUE ZEROES.
       01  WS-IK-IX                 PIC 9.
       01  WS-KUNDE-POS             PIC 9 VALUE ZERO.
      * THE KYC ASSESSMENT IN FORCE PER CUSTOMER OPENED.
       01  WS-KYC-LINJE OCCURS 9 TIMES PIC X(80) VALUE SPACES.
      * THEIR ACCOUNTS, WITH THE BALANCES WORKED OUT FOR EACH.
       01  KONTO-AR OCCURS 99 TIMES.
           02  KA-KONTO-ID          PIC X(10).
           02  KA-KONTONUMMER       PIC X(20).
           02  KA-ROLLE             PIC X(7).
           02  KA-STATUS            PIC X(6).
           02  KA-VALUTA            PIC X(3).
           02  KA-INDEHAVERE        PIC X(32).
           02  KA-BOGFOERT          PIC S9(18)V99.
           02  KA-RESERVERET        PIC S9(18)V99.
       01  WS-ANTAL-IND-KONTI       PIC 9(2) VALUE ZEROES.
       01  WS-IKO-IX                PIC 9(2).
       01  WS-KONTO-POS             PIC 9(2) VALUE ZEROES.
       01  WS-TJEK-KUNDE            PIC X(10) VALUE SPACES.
       01  WS-TJEK-KONTO            PIC X(10) VALUE SPACES.
       01  WS-ER-EGEN               PIC X VALUE "N".
       01  WS-MI-IX                 PIC 9.
       01  WS-ROLLE                 PIC X(7) VALUE SPACES.
       01  WS-DISPONIBEL            PIC S9(18)V99 VALUE ZEROES.
      * THE LAST TEN TRANSACTIONS ACROSS ALL THE CUSTOMER'S ACCOUNTS,
      * NEWEST FIRST. A ROW IS TAKEN IN WHEN IT IS NEWER THAN THE
      * OLDEST ONE HELD; A ROW BOTH ARCHIVED AND STILL ON TODAY'S
      * FEED IS TAKEN ONCE.
       01  SENESTE-AR OCCURS 10 TIMES.
           02  SE-TIDSPUNKT         PIC X(19).
           02  SE-KONTO-ID          PIC X(10).
           02  SE-TYPE              PIC X(20).
           02  SE-BELOB             PIC S9(9)V99.
           02  SE-VALUTA            PIC X(3).
           02  SE-TEKST             PIC X(40).
       01  WS-ANTAL-SENESTE         PIC 9(2) VALUE ZEROES.
       01  WS-SE-IX                 PIC 9(2).
       01  WS-SE-POS                PIC 9(2).
       01  WS-DUBLET                PIC X VALUE "N".
       01  WS-KANDIDAT.
           02  WK-TIDSPUNKT         PIC X(19).
           02  WK-KONTO-ID          PIC X(10).
           02  WK-TYPE              PIC X(20).
           02  WK-BELOB             PIC S9(9)V99.
           02  WK-VALUTA            PIC X(3).
           02  WK-TEKST             PIC X(40).
       01  WS-AFSNIT-TITEL          PIC X(60) VALUE SPACES.
       01  WS-AFSNIT-ANTAL          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-EDIT            PIC Z(4)9.
       01  WS-BELOB-EDIT            PIC -(9)9.99.
       01  WS-SALDO-EDIT            PIC -(16)9.99.
       01  WS-KORT-MASKE            PIC X(16) VALUE SPACES.
       01  WS-LINJE                 PIC X(132) VALUE SPACES.

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
       01  WS-OS-LOEBENR            PIC 9(9) VALUE ZEROES.
       01  WS-OS-KSUM               PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           STOP RUN.

      * ANY SIGNED-ON OPERATOR MAY LOOK A CUSTOMER UP - THE PROGRAM
      * CHANGES NOTHING. WHAT KEEPS IT HONEST IS THE LOOKUP LOG.
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

       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "KUNDE360  " DELIMITED BY SIZE
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
           DISPLAY "KUNDEOVERBLIK"
           DISPLAY "1. SLAA OP PAA KUNDE-ID"
           DISPLAY "2. SLAA OP PAA CPR-NUMMER"
           DISPLAY "3. SLAA OP PAA KONTONUMMER"
           DISPLAY "4. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
               WHEN "2"
               WHEN "3"
                   MOVE WS-VALG TO WS-SOEGE-ART
                   PERFORM SLAA-OP THRU SLAA-OP-EXIT
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

      * ONE LOOKUP: FIND THE CUSTOMER(S), LOG THE LOOKUP, THEN ONE
      * SECTION PER REGISTER. THE LOG ROW IS WRITTEN BEFORE ANYTHING
      * IS SHOWN, AND A SEARCH THAT FINDS NOBODY IS LOGGED TOO.
       SLAA-OP.
           MOVE ZEROES TO WS-ANTAL-IND-KUNDER
           MOVE ZEROES TO WS-ANTAL-IND-KONTI
           MOVE ZEROES TO WS-ANTAL-SENESTE
           MOVE SPACES TO WS-SOEGE-VAERDI
           EVALUATE WS-SOEGE-ART
               WHEN "1"
                   MOVE "KUNDE-ID" TO WS-SOEGE-TYPE
                   DISPLAY "KUNDE-ID: " WITH NO ADVANCING
                   ACCEPT WS-SOEGE-VAERDI
                   PERFORM FIND-PAA-KUNDE-ID
               WHEN "2"
                   MOVE "CPR" TO WS-SOEGE-TYPE
                   DISPLAY "CPR-NUMMER (10 CIFRE): " WITH NO ADVANCING
                   ACCEPT WS-SOEGE-VAERDI
                   PERFORM FIND-PAA-CPR
               WHEN "3"
                   MOVE "KONTONUMMER" TO WS-SOEGE-TYPE
                   DISPLAY "KONTONUMMER: " WITH NO ADVANCING
                   ACCEPT WS-SOEGE-VAERDI
                   PERFORM FIND-PAA-KONTONUMMER
           END-EVALUATE
           IF WS-SOEGE-VAERDI = SPACES
               DISPLAY "INTET SOEGEBEGREB - INTET SLAAET OP."
               GO TO SLAA-OP-EXIT
           END-IF
           PERFORM SKRIV-OPSLAGS-LOG
           IF WS-ANTAL-IND-KUNDER = ZEROES
               DISPLAY "INGEN KUNDE FUNDET PAA " WS-SOEGE-TYPE
                   " " WS-SOEGE-VAERDI
               GO TO SLAA-OP-EXIT
           END-IF
           PERFORM AFSNIT-KUNDE
           PERFORM FIND-KONTI
           PERFORM AFSNIT-MEMOER
           PERFORM BEREGN-SALDI
           PERFORM AFSNIT-KONTI
           PERFORM AFSNIT-RESERVATIONER
           PERFORM AFSNIT-KORT
           PERFORM AFSNIT-ORDRER
           PERFORM AFSNIT-BSMANDATER
           PERFORM AFSNIT-LAAN
           PERFORM AFSNIT-OVERTRAEK
           PERFORM AFSNIT-KLAGER
           PERFORM AFSNIT-RYKKER
           PERFORM AFSNIT-KYC
           PERFORM AFSNIT-TRANSAKTIONER
           DISPLAY " "
           DISPLAY "*** SLUT PAA KUNDEOVERBLIK ***".

       SLAA-OP-EXIT.
           EXIT.

       FIND-PAA-KUNDE-ID.
           OPEN INPUT KUNDEOPLYSNINGER
           IF WS-KUNDE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE WS-SOEGE-VAERDI TO KUNDE-ID OF KUNDEOPL-IN
               PERFORM LAES-KUNDE
               CLOSE KUNDEOPLYSNINGER
           END-IF.

      * THE CPR IS NOT A KEY - THE WHOLE MASTER IS WALKED.
       FIND-PAA-CPR.
           MOVE "N" TO EOF-FIL
           OPEN INPUT KUNDEOPLYSNINGER
           IF WS-KUNDE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ KUNDEOPLYSNINGER NEXT RECORD
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           IF CPR OF KUNDEOPL-IN = WS-SOEGE-VAERDI
                               PERFORM NOTER-KUNDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDEOPLYSNINGER
           END-IF.

      * THE ACCOUNT'S PRIMARY HOLDER, THEN A KEYED READ FOR THEM.
       FIND-PAA-KONTONUMMER.
           MOVE SPACES TO WS-KONTO-KUNDE
           MOVE "N" TO EOF-FIL
           OPEN INPUT KONTOOPLYSNINGER
           IF WS-KONTO-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ KONTOOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           IF KONTONUMMER OF KONTOOPL-IN
                                   = WS-SOEGE-VAERDI
                               MOVE KUNDE-ID OF KONTOOPL-IN
                                   TO WS-KONTO-KUNDE
                               MOVE "Y" TO EOF-FIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLYSNINGER
           END-IF
           IF WS-KONTO-KUNDE NOT = SPACES
               OPEN INPUT KUNDEOPLYSNINGER
               IF WS-KUNDE-STATUS NOT = "35"
                   MOVE WS-KONTO-KUNDE TO KUNDE-ID OF KUNDEOPL-IN
                   PERFORM LAES-KUNDE
                   CLOSE KUNDEOPLYSNINGER
               END-IF
           END-IF.

       LAES-KUNDE.
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM NOTER-KUNDE
           END-READ.

       NOTER-KUNDE.
           IF WS-ANTAL-IND-KUNDER < 9
               ADD 1 TO WS-ANTAL-IND-KUNDER
               MOVE KUNDEOPL-IN TO KUNDE-AR(WS-ANTAL-IND-KUNDER)
               MOVE KUNDE-ID OF KUNDEOPL-IN
                   TO WS-IND-KUNDE(WS-ANTAL-IND-KUNDER)
           END-IF.

      * ONE ROW PER CUSTOMER OPENED, OR ONE IKKEFUND ROW. THE CHAIN
      * IS PICKED UP AGAIN BEFORE EVERY APPEND - THE LOG IS SHARED BY
      * EVERY FRONT-DESK SESSION.
       SKRIV-OPSLAGS-LOG.
           ACCEPT WS-TID-RAW FROM TIME
           MOVE WS-I-DAG TO WS-OPSLAG-TID(1:10)
           MOVE " " TO WS-OPSLAG-TID(11:1)
           MOVE WS-TID-RAW(1:2) TO WS-OPSLAG-TID(12:2)
           MOVE ":" TO WS-OPSLAG-TID(14:1)
           MOVE WS-TID-RAW(3:2) TO WS-OPSLAG-TID(15:2)
           MOVE ":" TO WS-OPSLAG-TID(17:1)
           MOVE WS-TID-RAW(5:2) TO WS-OPSLAG-TID(18:2)
           MOVE WS-SOEGE-VAERDI TO WS-LOG-VAERDI
           IF WS-SOEGE-ART = "2"
               MOVE "****" TO WS-LOG-VAERDI(7:4)
           END-IF
           PERFORM HENT-OS-KSUM
           OPEN EXTEND OPSLAGS-LOG
           IF WS-OPSLAG-STATUS = "35"
               OPEN OUTPUT OPSLAGS-LOG
           END-IF
           IF WS-ANTAL-IND-KUNDER = ZEROES
               PERFORM DAN-OPSLAG-REC
               MOVE "IKKEFUND" TO OS-RESULTAT OF OPSLAG-REC
               PERFORM KSUM-OS-REC
               WRITE OPSLAG-REC
           ELSE
               PERFORM VARYING WS-IK-IX FROM 1 BY 1
                       UNTIL WS-IK-IX > WS-ANTAL-IND-KUNDER
                   PERFORM DAN-OPSLAG-REC
                   MOVE WS-IND-KUNDE(WS-IK-IX)
                       TO OS-KUNDE-ID OF OPSLAG-REC
                   MOVE "FUNDET" TO OS-RESULTAT OF OPSLAG-REC
                   PERFORM KSUM-OS-REC
                   WRITE OPSLAG-REC
               END-PERFORM
           END-IF
           CLOSE OPSLAGS-LOG.

       DAN-OPSLAG-REC.
           MOVE SPACES TO OPSLAG-REC
           MOVE WS-OPSLAG-TID TO OS-TIDSPUNKT OF OPSLAG-REC
           MOVE WS-OPERATOR TO OS-OPERATOER OF OPSLAG-REC
           MOVE "KUNDE360" TO OS-PROGRAM OF OPSLAG-REC
           MOVE WS-SOEGE-TYPE TO OS-SOEGE-TYPE OF OPSLAG-REC
           MOVE WS-LOG-VAERDI TO OS-SOEGE-VAERDI OF OPSLAG-REC.

       SKRIV-AFSNIT-TITEL.
           DISPLAY " "
           DISPLAY WS-AFSNIT-TITEL
           MOVE ALL "-" TO WS-LINJE
           DISPLAY WS-LINJE(1:60)
           MOVE ZEROES TO WS-AFSNIT-ANTAL.

       SKRIV-AFSNIT-ANTAL.
           IF WS-AFSNIT-ANTAL = ZEROES
               DISPLAY "  INGEN"
           ELSE
               MOVE WS-AFSNIT-ANTAL TO WS-ANTAL-EDIT
               DISPLAY "  ANTAL: " WS-ANTAL-EDIT
           END-IF.

       AFSNIT-KUNDE.
           MOVE "KUNDE" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           PERFORM VARYING WS-IK-IX FROM 1 BY 1
                   UNTIL WS-IK-IX > WS-ANTAL-IND-KUNDER
               DISPLAY "  KUNDE-ID " KUNDE-ID OF KUNDE-AR(WS-IK-IX)
                   "  " FORNAVN OF KUNDE-AR(WS-IK-IX)
                   " " EFTERNAVN OF KUNDE-AR(WS-IK-IX)
                   "  STATUS " KONTO-STATUS OF KUNDE-AR(WS-IK-IX)
               DISPLAY "  ADRESSE " VEJNAVN OF KUNDE-AR(WS-IK-IX)
                   " " HUSNR OF KUNDE-AR(WS-IK-IX)
                   " " ETAGE OF KUNDE-AR(WS-IK-IX)
                   " " SIDE OF KUNDE-AR(WS-IK-IX)
               DISPLAY "          " POSTNR OF KUNDE-AR(WS-IK-IX)
                   " " BYNAVN OF KUNDE-AR(WS-IK-IX)
                   " " LANDE-KODE OF KUNDE-AR(WS-IK-IX)
               DISPLAY "  TELEFON " TELEFON OF KUNDE-AR(WS-IK-IX)
                   "  E-MAIL " EMAIL OF KUNDE-AR(WS-IK-IX)
               DISPLAY "  CPR " CPR OF KUNDE-AR(WS-IK-IX)
                   "  KANAL " LEVERINGS-KANAL OF KUNDE-AR(WS-IK-IX)
                   "  POST " POST-STATUS OF KUNDE-AR(WS-IK-IX)
                   "  SPROG " SPROG-KODE OF KUNDE-AR(WS-IK-IX)
           END-PERFORM.

      * HELD (KUNDE-ID) OR CO-HELD (MEDINDEHAVER) - THE ROLE SAYS
      * WHICH, AS IN GDPRINDSIGT.
       FIND-KONTI.
           MOVE "N" TO EOF-FIL
           OPEN INPUT KONTOOPLYSNINGER
           IF WS-KONTO-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ KONTOOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           PERFORM VURDER-KONTO
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLYSNINGER
           END-IF.

       VURDER-KONTO.
           MOVE SPACES TO WS-ROLLE
           MOVE KUNDE-ID OF KONTOOPL-IN TO WS-TJEK-KUNDE
           PERFORM ER-EGEN-KUNDE
           IF WS-ER-EGEN = "Y"
               MOVE KUNDE-ROLLE OF KONTOOPL-IN TO WS-ROLLE
           END-IF
           PERFORM VARYING WS-MI-IX FROM 1 BY 1
                   UNTIL WS-MI-IX > 2
               IF MI-KUNDE-ID OF KONTOOPL-IN(WS-MI-IX) NOT = SPACES
                   MOVE MI-KUNDE-ID OF KONTOOPL-IN(WS-MI-IX)
                       TO WS-TJEK-KUNDE
                   PERFORM ER-EGEN-KUNDE
                   IF WS-ER-EGEN = "Y" AND WS-ROLLE = SPACES
                       MOVE MI-ROLLE OF KONTOOPL-IN(WS-MI-IX)
                           TO WS-ROLLE
                       IF WS-ROLLE = SPACES
                           MOVE "MEDEJER" TO WS-ROLLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ROLLE NOT = SPACES AND WS-ANTAL-IND-KONTI < 99
               ADD 1 TO WS-ANTAL-IND-KONTI
               MOVE KONTO-ID OF KONTOOPL-IN
                   TO KA-KONTO-ID(WS-ANTAL-IND-KONTI)
               MOVE KONTONUMMER OF KONTOOPL-IN
                   TO KA-KONTONUMMER(WS-ANTAL-IND-KONTI)
               MOVE WS-ROLLE TO KA-ROLLE(WS-ANTAL-IND-KONTI)
               MOVE KONTO-STATUS OF KONTOOPL-IN
                   TO KA-STATUS(WS-ANTAL-IND-KONTI)
               MOVE VALUTAKODE OF KONTOOPL-IN
                   TO KA-VALUTA(WS-ANTAL-IND-KONTI)
               MOVE SPACES TO KA-INDEHAVERE(WS-ANTAL-IND-KONTI)
               STRING KUNDE-ID OF KONTOOPL-IN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MI-KUNDE-ID OF KONTOOPL-IN(1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MI-KUNDE-ID OF KONTOOPL-IN(2) DELIMITED BY SIZE
                   INTO KA-INDEHAVERE(WS-ANTAL-IND-KONTI)
               MOVE ZEROES TO KA-BOGFOERT(WS-ANTAL-IND-KONTI)
               MOVE ZEROES TO KA-RESERVERET(WS-ANTAL-IND-KONTI)
           END-IF.

      * WS-KUNDE-POS COMES BACK HOLDING THE CUSTOMER'S ROW IN
      * KUNDE-AR, OR ZERO WHEN IT IS NOT ONE OF THOSE OPENED.
       ER-EGEN-KUNDE.
           MOVE "N" TO WS-ER-EGEN
           MOVE ZERO TO WS-KUNDE-POS
           PERFORM VARYING WS-IK-IX FROM 1 BY 1
                   UNTIL WS-IK-IX > WS-ANTAL-IND-KUNDER
               IF WS-IND-KUNDE(WS-IK-IX) = WS-TJEK-KUNDE
                   MOVE "Y" TO WS-ER-EGEN
                   MOVE WS-IK-IX TO WS-KUNDE-POS
               END-IF
           END-PERFORM.

      * WS-KONTO-POS COMES BACK HOLDING THE ACCOUNT'S ROW IN KONTO-AR,
      * OR ZERO WHEN IT IS NOT ONE OF THE CUSTOMER'S.
       ER-EGEN-KONTO.
           MOVE "N" TO WS-ER-EGEN
           MOVE ZEROES TO WS-KONTO-POS
           PERFORM VARYING WS-IKO-IX FROM 1 BY 1
                   UNTIL WS-IKO-IX > WS-ANTAL-IND-KONTI
                      OR WS-KONTO-POS > ZEROES
               IF KA-KONTO-ID(WS-IKO-IX) = WS-TJEK-KONTO
                   MOVE "Y" TO WS-ER-EGEN
                   MOVE WS-IKO-IX TO WS-KONTO-POS
               END-IF
           END-PERFORM.

      * BOOKED = LUKKESALDO PLUS TODAY'S FEED ROWS; RESERVED = THE
      * AABEN HOLDS. TODAY'S FEED IS ALSO THE NEWEST SOURCE FOR THE
      * LAST-TEN LIST, SO EVERY ONE OF THE CUSTOMER'S ROWS ON IT IS
      * OFFERED THERE.
       BEREGN-SALDI.
           MOVE "N" TO EOF-FIL
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE LS-KONTO-ID TO WS-TJEK-KONTO
                           PERFORM ER-EGEN-KONTO
                           IF WS-ER-EGEN = "Y"
                               MOVE LS-BALANCE
                                   TO KA-BOGFOERT(WS-KONTO-POS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF
           MOVE "N" TO EOF-FIL
           OPEN INPUT TRANSAKTIONER
           IF WS-TRANS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ TRANSAKTIONER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE KONTO-ID OF TRANSAKTION-REC
                               TO WS-TJEK-KONTO
                           PERFORM ER-EGEN-KONTO
                           IF WS-ER-EGEN = "Y"
                               PERFORM NOTER-DAGENS-TRANSAKTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSAKTIONER
           END-IF
           MOVE "N" TO EOF-FIL
           OPEN INPUT RESERVATIONER
           IF WS-RESERV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ RESERVATIONER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE RS-KONTO-ID OF RESERV-REC
                               TO WS-TJEK-KONTO
                           PERFORM ER-EGEN-KONTO
                           IF WS-ER-EGEN = "Y"
                               AND RS-STATUS OF RESERV-REC = "AABEN"
                               ADD RS-BELOB OF RESERV-REC
                                   TO KA-RESERVERET(WS-KONTO-POS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONER
           END-IF.

       NOTER-DAGENS-TRANSAKTION.
           IF TIDSPUNKT OF TRANSAKTION-REC(1:10) = WS-I-DAG
               ADD BELØB OF TRANSAKTION-REC
                   TO KA-BOGFOERT(WS-KONTO-POS)
           END-IF
           MOVE TIDSPUNKT OF TRANSAKTION-REC TO WK-TIDSPUNKT
           MOVE KONTO-ID OF TRANSAKTION-REC TO WK-KONTO-ID
           MOVE TRANSAKTIONSTYPE OF TRANSAKTION-REC TO WK-TYPE
           MOVE BELØB OF TRANSAKTION-REC TO WK-BELOB
           MOVE VALUTA OF TRANSAKTION-REC TO WK-VALUTA
           MOVE POSTERINGSTEKST OF TRANSAKTION-REC TO WK-TEKST
           PERFORM OPTAG-TRANSAKTION THRU OPTAG-TRANSAKTION-EXIT.

       AFSNIT-KONTI.
           MOVE "KONTI (BOGFOERT / RESERVERET / DISPONIBEL)"
               TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           PERFORM VARYING WS-IKO-IX FROM 1 BY 1
                   UNTIL WS-IKO-IX > WS-ANTAL-IND-KONTI
               ADD 1 TO WS-AFSNIT-ANTAL
               DISPLAY "  KONTO-ID " KA-KONTO-ID(WS-IKO-IX)
                   "  NR " KA-KONTONUMMER(WS-IKO-IX)
                   "  " KA-ROLLE(WS-IKO-IX)
                   "  " KA-STATUS(WS-IKO-IX)
                   "  " KA-VALUTA(WS-IKO-IX)
               DISPLAY "    INDEHAVERE " KA-INDEHAVERE(WS-IKO-IX)
               COMPUTE WS-DISPONIBEL = KA-BOGFOERT(WS-IKO-IX)
                   - KA-RESERVERET(WS-IKO-IX)
               MOVE KA-BOGFOERT(WS-IKO-IX) TO WS-SALDO-EDIT
               DISPLAY "    BOGFOERT   " WS-SALDO-EDIT
               MOVE KA-RESERVERET(WS-IKO-IX) TO WS-SALDO-EDIT
               DISPLAY "    RESERVERET " WS-SALDO-EDIT
               MOVE WS-DISPONIBEL TO WS-SALDO-EDIT
               DISPLAY "    DISPONIBEL " WS-SALDO-EDIT
           END-PERFORM
           PERFORM SKRIV-AFSNIT-ANTAL.

       AFSNIT-RESERVATIONER.
           MOVE "AABNE RESERVATIONER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT RESERVATIONER
           IF WS-RESERV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ RESERVATIONER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE RS-KONTO-ID OF RESERV-REC
                               TO WS-TJEK-KONTO
                           PERFORM ER-EGEN-KONTO
                           IF WS-ER-EGEN = "Y"
                               AND RS-STATUS OF RESERV-REC = "AABEN"
                               PERFORM VIS-RESERVATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       VIS-RESERVATION.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE ALL "*" TO WS-KORT-MASKE
           MOVE RS-KORTNUMMER OF RESERV-REC(13:4)
               TO WS-KORT-MASKE(13:4)
           MOVE RS-BELOB OF RESERV-REC TO WS-BELOB-EDIT
           DISPLAY "  " RS-KONTO-ID OF RESERV-REC
               " " WS-BELOB-EDIT
               " " RS-VALUTA OF RESERV-REC
               "  AUT. " RS-AUTORISERET-DATO OF RESERV-REC
               "  UDLOEB " RS-UDLOEB-DATO OF RESERV-REC
               "  KORT " WS-KORT-MASKE.

      * THE CARD NUMBER IS MASKED TO ITS LAST FOUR DIGITS - THE
      * CUSTOMER MAY BE ON THE PHONE.
       AFSNIT-KORT.
           MOVE "BETALINGSKORT" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT KORT-REGISTER
           IF WS-KORT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ KORT-REGISTER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE KT-KUNDE-ID OF KORT-REC
                               TO WS-TJEK-KUNDE
                           PERFORM ER-EGEN-KUNDE
                           IF WS-ER-EGEN = "N"
                               MOVE KT-KONTO-ID OF KORT-REC
                                   TO WS-TJEK-KONTO
                               PERFORM ER-EGEN-KONTO
                           END-IF
                           IF WS-ER-EGEN = "Y"
                               PERFORM VIS-KORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORT-REGISTER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       VIS-KORT.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE ALL "*" TO WS-KORT-MASKE
           MOVE KT-KORTNUMMER OF KORT-REC(13:4) TO WS-KORT-MASKE(13:4)
           DISPLAY "  KORT " WS-KORT-MASKE
               "  KONTO-ID " KT-KONTO-ID OF KORT-REC
               "  " KT-STATUS OF KORT-REC
               "  UDLOEB " KT-UDLOEB-DATO OF KORT-REC.

       AFSNIT-ORDRER.
           MOVE "STAAENDE ORDRER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT STAAENDE-ORDRER
           IF WS-ORDRE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ STAAENDE-ORDRER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE SO-KONTO-ID OF ORDRE-REC
                               TO WS-TJEK-KONTO
                           PERFORM ER-EGEN-KONTO
                           IF WS-ER-EGEN = "Y"
                               PERFORM VIS-ORDRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAAENDE-ORDRER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       VIS-ORDRE.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE SO-BELOB OF ORDRE-REC TO WS-BELOB-EDIT
           DISPLAY "  " SO-KONTO-ID OF ORDRE-REC
               " TIL " SO-MODTAGER-NAVN OF ORDRE-REC
           DISPLAY "    " WS-BELOB-EDIT
               " " SO-VALUTA OF ORDRE-REC
               "  " SO-FREKVENS OF ORDRE-REC
               "  NAESTE " SO-NAESTE-DATO OF ORDRE-REC
               "  " SO-STATUS OF ORDRE-REC.

       AFSNIT-BSMANDATER.
           MOVE "BETALINGSSERVICE-AFTALER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT BS-MANDATER
           IF WS-MANDAT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ BS-MANDATER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE BM-KONTO-ID OF MANDAT-REC
                               TO WS-TJEK-KONTO
                           PERFORM ER-EGEN-KONTO
                           IF WS-ER-EGEN = "Y"
                               ADD 1 TO WS-AFSNIT-ANTAL
                               DISPLAY "  " BM-KONTO-ID OF MANDAT-REC
                                   "  " BM-KREDITOR-NR OF MANDAT-REC
                                   " " BM-KREDITOR-NAVN OF MANDAT-REC
                                   " " BM-STATUS OF MANDAT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BS-MANDATER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       AFSNIT-LAAN.
           MOVE "LAAN" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT LAAN
           IF WS-LAAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ LAAN
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE LN-KONTO-ID OF LAAN-REC
                               TO WS-TJEK-KONTO
                           PERFORM ER-EGEN-KONTO
                           IF WS-ER-EGEN = "Y"
                               PERFORM VIS-LAAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       VIS-LAAN.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE LN-RESTGAELD OF LAAN-REC TO WS-BELOB-EDIT
           DISPLAY "  " LN-KONTO-ID OF LAAN-REC
               "  RESTGAELD " WS-BELOB-EDIT
               " " LN-VALUTA OF LAAN-REC
               "  " LN-STATUS OF LAAN-REC
           DISPLAY "    SATS " LN-SATS OF LAAN-REC
               " " LN-RENTETYPE OF LAAN-REC
               "  REST-TERMINER " LN-REST-TERMINER OF LAAN-REC
               "  NAESTE " LN-NAESTE-DATO OF LAAN-REC.

       AFSNIT-OVERTRAEK.
           MOVE "OVERTRAEKSAFTALER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT OVERTRAEK-AFTALER
           IF WS-OVERTRAEK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ OVERTRAEK-AFTALER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE OA-KONTO-ID OF OVERTRAEK-REC
                               TO WS-TJEK-KONTO
                           PERFORM ER-EGEN-KONTO
                           IF WS-ER-EGEN = "Y"
                               PERFORM VIS-OVERTRAEK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

      * AN AGREEMENT PAST ITS EXPIRY IS SHOWN AS UDLOEBET - IT STAYS
      * ON THE FILE UNTIL OVERTRAEKFORNYELSE HAS DEALT WITH IT.
       VIS-OVERTRAEK.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE OA-GRAENSE OF OVERTRAEK-REC TO WS-BELOB-EDIT
           IF OA-UDLOEB-DATO OF OVERTRAEK-REC NOT = SPACES
               AND OA-UDLOEB-DATO OF OVERTRAEK-REC < WS-I-DAG
               DISPLAY "  " OA-KONTO-ID OF OVERTRAEK-REC
                   "  GRAENSE " WS-BELOB-EDIT
                   "  UDLOEB " OA-UDLOEB-DATO OF OVERTRAEK-REC
                   "  UDLOEBET"
           ELSE
               DISPLAY "  " OA-KONTO-ID OF OVERTRAEK-REC
                   "  GRAENSE " WS-BELOB-EDIT
                   "  UDLOEB " OA-UDLOEB-DATO OF OVERTRAEK-REC
           END-IF.

      * ACTIVE MEMOS ON ANY CUSTOMER OPENED OR ANY OF THEIR ACCOUNTS,
      * STRAIGHT UNDER THE CUSTOMER SECTION SO NOBODY TALKS MONEY
      * BEFORE SEEING THEM.
       AFSNIT-MEMOER.
           MOVE "AKTIVE MEMOER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT MEMOER
           IF WS-MEMO-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ MEMOER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           PERFORM VURDER-MEMO
                   END-READ
               END-PERFORM
               CLOSE MEMOER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       VURDER-MEMO.
           MOVE "N" TO WS-ER-EGEN
           IF MO-STATUS OF MEMO-REC = "AKTIV"
               AND (MO-UDLOEB-DATO OF MEMO-REC = SPACES
                   OR MO-UDLOEB-DATO OF MEMO-REC NOT < WS-I-DAG)
               IF MO-NIVEAU OF MEMO-REC = "KUNDE"
                   MOVE MO-NOEGLE OF MEMO-REC TO WS-TJEK-KUNDE
                   PERFORM ER-EGEN-KUNDE
               END-IF
               IF MO-NIVEAU OF MEMO-REC = "KONTO"
                   MOVE MO-NOEGLE OF MEMO-REC TO WS-TJEK-KONTO
                   PERFORM ER-EGEN-KONTO
               END-IF
           END-IF
           IF WS-ER-EGEN = "Y"
               ADD 1 TO WS-AFSNIT-ANTAL
               DISPLAY "  " MO-ALVOR OF MEMO-REC
                   "  " MO-KATEGORI OF MEMO-REC
                   "  " MO-NIVEAU OF MEMO-REC
                   " " MO-NOEGLE OF MEMO-REC
                   "  UDLOEB " MO-UDLOEB-DATO OF MEMO-REC
                   "  AF " MO-OPRETTET-AF OF MEMO-REC
               DISPLAY "    " MO-TEKST OF MEMO-REC
           END-IF.

       AFSNIT-KLAGER.
           MOVE "AABNE KLAGESAGER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT KLAGE-SAGER
           IF WS-KLAGE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ KLAGE-SAGER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE KL-KUNDE-ID OF KLAGE-REC
                               TO WS-TJEK-KUNDE
                           PERFORM ER-EGEN-KUNDE
                           IF WS-ER-EGEN = "Y"
                               AND KL-STATUS OF KLAGE-REC = "AABEN"
                               PERFORM VIS-KLAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KLAGE-SAGER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       VIS-KLAGE.
           ADD 1 TO WS-AFSNIT-ANTAL
           DISPLAY "  SAG " KL-SAGSNR OF KLAGE-REC
               "  MODTAGET " KL-MODTAGET-DATO OF KLAGE-REC
               "  " KL-KATEGORI OF KLAGE-REC
               "  FRIST " KL-FRIST-DATO OF KLAGE-REC
               "  EJER " KL-EJER-OP OF KLAGE-REC
           DISPLAY "    " KL-NOTE OF KLAGE-REC.

      * THE AABEN DUNNING CASES - RY-TRIN IS HOW FAR THE LETTERS
      * HAVE GONE.
       AFSNIT-RYKKER.
           MOVE "RYKKERSAGER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT RYKKER-SAGER
           IF WS-RYKKER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ RYKKER-SAGER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE RY-KONTO-ID OF RYKKER-REC
                               TO WS-TJEK-KONTO
                           PERFORM ER-EGEN-KONTO
                           IF WS-ER-EGEN = "Y"
                               AND RY-STATUS OF RYKKER-REC = "AABEN"
                               ADD 1 TO WS-AFSNIT-ANTAL
                               DISPLAY "  " RY-KONTO-ID OF RYKKER-REC
                                   "  TRIN " RY-TRIN OF RYKKER-REC
                                   "  FOERSTE "
                                   RY-FOERSTE-DATO OF RYKKER-REC
                                   "  SIDSTE "
                                   RY-SIDSTE-DATO OF RYKKER-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RYKKER-SAGER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

      * KYCVURDERING APPENDS A ROW PER ASSESSMENT - THE LAST ONE PER
      * KUNDE-ID IS THE ONE IN FORCE, SO EACH ONE READ OVERWRITES
      * THE LINE HELD FOR ITS CUSTOMER.
       AFSNIT-KYC.
           MOVE "KUNDEKENDSKAB (KYC)" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           PERFORM VARYING WS-IK-IX FROM 1 BY 1
                   UNTIL WS-IK-IX > 9
               MOVE SPACES TO WS-KYC-LINJE(WS-IK-IX)
           END-PERFORM
           MOVE "N" TO EOF-FIL
           OPEN INPUT KYC-VURDERINGER
           IF WS-KYC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ KYC-VURDERINGER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE KY-KUNDE-ID TO WS-TJEK-KUNDE
                           PERFORM ER-EGEN-KUNDE
                           IF WS-ER-EGEN = "Y"
                               PERFORM NOTER-KYC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KYC-VURDERINGER
           END-IF
           PERFORM VARYING WS-IK-IX FROM 1 BY 1
                   UNTIL WS-IK-IX > WS-ANTAL-IND-KUNDER
               IF WS-KYC-LINJE(WS-IK-IX) NOT = SPACES
                   ADD 1 TO WS-AFSNIT-ANTAL
                   DISPLAY WS-KYC-LINJE(WS-IK-IX)
               END-IF
           END-PERFORM
           PERFORM SKRIV-AFSNIT-ANTAL.

       NOTER-KYC.
           MOVE SPACES TO WS-KYC-LINJE(WS-KUNDE-POS)
           STRING "  " DELIMITED BY SIZE
               KY-KUNDE-ID DELIMITED BY SIZE
               "  RISIKO " DELIMITED BY SIZE
               KY-RISIKO DELIMITED BY SIZE
               "  VURDERET " DELIMITED BY SIZE
               KY-VURDERET-DATO DELIMITED BY SIZE
               "  NAESTE REVIEW " DELIMITED BY SIZE
               KY-NAESTE-REVIEW DELIMITED BY SIZE
               INTO WS-KYC-LINJE(WS-KUNDE-POS).

      * THE ARCHIVES FIRST, THEN TODAY'S FEED WAS ALREADY OFFERED BY
      * BEREGN-SALDI - THE LIST KEEPS ITSELF IN ORDER, SO THE ORDER
      * THE SOURCES ARE READ IN DOES NOT MATTER.
       AFSNIT-TRANSAKTIONER.
           MOVE "SENESTE TI TRANSAKTIONER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-KATALOG
           OPEN INPUT ARKIV-KATALOG
           IF WS-KATALOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KATALOG = "Y"
                   READ ARKIV-KATALOG
                       AT END
                           MOVE "Y" TO EOF-KATALOG
                       NOT AT END
                           IF AK-FILNAVN(1:16) = "SortedTransArkiv"
                               MOVE AK-FILNAVN TO WS-ARKIV-NAME
                               PERFORM LAES-ET-ARKIV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-KATALOG
           END-IF
           PERFORM VARYING WS-SE-IX FROM 1 BY 1
                   UNTIL WS-SE-IX > WS-ANTAL-SENESTE
               ADD 1 TO WS-AFSNIT-ANTAL
               MOVE SE-BELOB(WS-SE-IX) TO WS-BELOB-EDIT
               DISPLAY "  " SE-TIDSPUNKT(WS-SE-IX)
                   " " SE-KONTO-ID(WS-SE-IX)
                   " " SE-TYPE(WS-SE-IX)
                   " " WS-BELOB-EDIT
                   " " SE-VALUTA(WS-SE-IX)
               IF SE-TEKST(WS-SE-IX) NOT = SPACES
                   DISPLAY "    " SE-TEKST(WS-SE-IX)
               END-IF
           END-PERFORM
           PERFORM SKRIV-AFSNIT-ANTAL.

       LAES-ET-ARKIV.
           MOVE "N" TO EOF-FIL
           OPEN INPUT ARKIV-FIL
           IF WS-ARKIV-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ ARKIV-FIL
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE KONTO-ID OF ARKIV-REC TO WS-TJEK-KONTO
                           PERFORM ER-EGEN-KONTO
                           IF WS-ER-EGEN = "Y"
                               MOVE TIDSPUNKT OF ARKIV-REC
                                   TO WK-TIDSPUNKT
                               MOVE KONTO-ID OF ARKIV-REC
                                   TO WK-KONTO-ID
                               MOVE TRANSAKTIONSTYPE OF ARKIV-REC
                                   TO WK-TYPE
                               MOVE BELØB OF ARKIV-REC TO WK-BELOB
                               MOVE VALUTA OF ARKIV-REC TO WK-VALUTA
                               MOVE POSTERINGSTEKST OF ARKIV-REC
                                   TO WK-TEKST
                               PERFORM OPTAG-TRANSAKTION
                                   THRU OPTAG-TRANSAKTION-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-FIL
           END-IF.

      * WS-KANDIDAT INTO THE NEWEST-FIRST LIST: SKIPPED WHEN THE LIST
      * IS FULL AND IT IS NOT NEWER THAN THE TENTH, OR WHEN THE SAME
      * ROW IS ALREADY HELD; OTHERWISE THE ROWS BELOW ITS PLACE MOVE
      * DOWN ONE AND THE TENTH FALLS OFF.
       OPTAG-TRANSAKTION.
           IF WS-ANTAL-SENESTE = 10
               AND WK-TIDSPUNKT NOT > SE-TIDSPUNKT(10)
               GO TO OPTAG-TRANSAKTION-EXIT
           END-IF
           MOVE ZEROES TO WS-SE-POS
           MOVE "N" TO WS-DUBLET
           PERFORM VARYING WS-SE-IX FROM 1 BY 1
                   UNTIL WS-SE-IX > WS-ANTAL-SENESTE
               IF SE-TIDSPUNKT(WS-SE-IX) = WK-TIDSPUNKT
                   AND SE-KONTO-ID(WS-SE-IX) = WK-KONTO-ID
                   AND SE-TYPE(WS-SE-IX) = WK-TYPE
                   AND SE-BELOB(WS-SE-IX) = WK-BELOB
                   MOVE "Y" TO WS-DUBLET
               END-IF
               IF WS-SE-POS = ZEROES
                   AND SE-TIDSPUNKT(WS-SE-IX) < WK-TIDSPUNKT
                   MOVE WS-SE-IX TO WS-SE-POS
               END-IF
           END-PERFORM
           IF WS-DUBLET = "Y"
               GO TO OPTAG-TRANSAKTION-EXIT
           END-IF
           IF WS-SE-POS = ZEROES
               COMPUTE WS-SE-POS = WS-ANTAL-SENESTE + 1
           END-IF
           IF WS-ANTAL-SENESTE < 10
               ADD 1 TO WS-ANTAL-SENESTE
           END-IF
           PERFORM VARYING WS-SE-IX FROM WS-ANTAL-SENESTE BY -1
                   UNTIL WS-SE-IX NOT > WS-SE-POS
               MOVE SENESTE-AR(WS-SE-IX - 1) TO SENESTE-AR(WS-SE-IX)
           END-PERFORM
           MOVE WS-KANDIDAT TO SENESTE-AR(WS-SE-POS).

       OPTAG-TRANSAKTION-EXIT.
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

      * WHERE THE LOOKUP LOG'S CHAIN LEFT OFF - SAME RULES AS
      * HENT-AUDIT-KSUM.
       HENT-OS-KSUM.
           MOVE ZEROES TO WS-OS-LOEBENR
           MOVE ZEROES TO WS-OS-KSUM
           MOVE "N" TO WS-KSUM-EOF
           OPEN INPUT OPSLAGS-LOG
           IF WS-OPSLAG-STATUS = "00"
               PERFORM UNTIL WS-KSUM-EOF = "Y"
                   READ OPSLAGS-LOG
                       AT END
                           MOVE "Y" TO WS-KSUM-EOF
                       NOT AT END
                           IF OS-LOEBENR OF OPSLAG-REC IS NUMERIC
                               MOVE OS-LOEBENR OF OPSLAG-REC
                                   TO WS-OS-LOEBENR
                               MOVE OS-KSUM OF OPSLAG-REC
                                   TO WS-OS-KSUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPSLAGS-LOG
           END-IF.

       KSUM-OS-REC.
           ADD 1 TO WS-OS-LOEBENR
           MOVE WS-OS-LOEBENR TO OS-LOEBENR OF OPSLAG-REC
           MOVE OPSLAG-REC(1:89) TO WS-KSUM-DATA
           MOVE 89 TO WS-KSUM-LAENGDE
           MOVE WS-OS-KSUM TO WS-KSUM
           PERFORM BEREGN-KSUM
           MOVE WS-KSUM TO WS-OS-KSUM
           MOVE WS-KSUM TO OS-KSUM OF OPSLAG-REC.

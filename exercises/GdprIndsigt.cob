       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE ACCESS-REQUEST LOG - SEE GDPRINDSIGT.CPY.
           SELECT GDPR-INDSIGT ASSIGN TO "GdprIndsigt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDSIGT-STATUS.
      * THE EXTRACT ITSELF - ONE FILE PER REQUEST, NAMED BY THE
      * SAGSNUMMER, READY TO PRINT AND SEND.
           SELECT INDSIGT-RAPPORT ASSIGN TO WS-RAPPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CUSTOMER MASTER, WALKED WHOLE - THE REQUEST COMES IN
      * BY CPR, AND THE CPR IS NOT A KEY.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * EVERY ACCOUNT THE CUSTOMER HOLDS OR CO-HOLDS - THE KEYS THE
      * ACCOUNT-LEVEL SECTIONS BELOW ARE PICKED BY.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTO-STATUS.
      * THE REGISTERS THE EXTRACT COVERS, EACH READ ONCE PER
      * REQUEST. A MISSING FILE IS AN EMPTY SECTION, NOT AN ERROR.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT KORT-REGISTER ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.
           SELECT BS-MANDATER ASSIGN TO "BsMandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDAT-STATUS.
           SELECT FULDMAGTER ASSIGN TO "Fuldmagter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULDMAGT-STATUS.
           SELECT STAAENDE-ORDRER ASSIGN TO "StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.
           SELECT SAMTYKKER ASSIGN TO "Samtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMTYKKE-STATUS.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-STATUS.
           SELECT KLAGE-SAGER ASSIGN TO "KlageSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KLAGE-STATUS.
           SELECT KYC-VURDERINGER ASSIGN TO "KycVurderinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-STATUS.
      * THE STATEMENT ARCHIVES, FOUND THROUGH THE RUNNING CATALOG
      * OPGAVE11 APPENDS TO.
           SELECT ARKIV-KATALOG ASSIGN TO "ArkivKatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-STATUS.
           SELECT ARKIV-FIL ASSIGN TO WS-ARKIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARKIV-STATUS.
      * THE COMPLIANCE-SENSITIVE SOURCES: THE DATED AML REPORTS
      * AMLOVERVAAGNING WRITES AND THE LATEST SANCTIONS SCREENING.
           SELECT AML-RAPPORT ASSIGN TO WS-AML-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AML-STATUS.
           SELECT SANKTIONS-HITS ASSIGN TO "SanktionsHits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GDPR-INDSIGT.
       01  INDSIGT-REC.
           COPY "GDPRINDSIGT.cpy".

       FD  INDSIGT-RAPPORT.
       01  RAPPORT-RECORD.
           02  RAPPORT-LINE        PIC X(132) VALUE SPACES.

       FD  KUNDEOPLYSNINGER.
       01  KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  AENDRINGS-JOURNAL.
       01  JOURNAL-REC.
           COPY "AENDRINGSJOURNAL.cpy".

       FD  KORT-REGISTER.
       01  KORT-REC.
           COPY "KORT.cpy".

       FD  BS-MANDATER.
       01  MANDAT-REC.
           COPY "BSMANDATER.cpy".

       FD  FULDMAGTER.
       01  FULDMAGT-REC.
           COPY "FULDMAGTER.cpy".

       FD  STAAENDE-ORDRER.
       01  ORDRE-REC.
           COPY "STAAENDEORDRER.cpy".

       FD  SAMTYKKER.
       01  SAMTYKKE-REC.
           COPY "SAMTYKKER.cpy".

       FD  KORRESPONDANCE-LOG.
       01  KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".

       FD  KLAGE-SAGER.
       01  KLAGE-REC.
           COPY "KLAGESAGER.cpy".

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

       FD  AML-RAPPORT.
       01  AML-RECORD.
           02  AML-LINE             PIC X(150).

       FD  SANKTIONS-HITS.
       01  HIT-RECORD.
           02  HIT-LINE             PIC X(180).

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-INDSIGT-STATUS        PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  WS-KORT-STATUS           PIC XX VALUE "00".
       01  WS-MANDAT-STATUS         PIC XX VALUE "00".
       01  WS-FULDMAGT-STATUS       PIC XX VALUE "00".
       01  WS-ORDRE-STATUS          PIC XX VALUE "00".
       01  WS-SAMTYKKE-STATUS       PIC XX VALUE "00".
       01  WS-KORR-STATUS           PIC XX VALUE "00".
       01  WS-KLAGE-STATUS          PIC XX VALUE "00".
       01  WS-KYC-STATUS            PIC XX VALUE "00".
       01  WS-KATALOG-STATUS        PIC XX VALUE "00".
       01  WS-ARKIV-STATUS          PIC XX VALUE "00".
       01  WS-AML-STATUS            PIC XX VALUE "00".
       01  WS-HIT-STATUS            PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-INDSIGT              PIC X VALUE "N".
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
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-RAPPORT-NAME          PIC X(40) VALUE SPACES.
       01  WS-ARKIV-NAME            PIC X(40) VALUE SPACES.
       01  WS-AML-NAME              PIC X(40) VALUE SPACES.
      * THE REQUEST LOG IN MEMORY - SNAPSHOT-AND-REWRITE, SAME AS
      * KLAGEVEDLIGEHOLD'S CLOSE DIALOG.
       01  INDSIGT-AR OCCURS 500 TIMES.
           COPY "GDPRINDSIGT.cpy".
       01  ANTAL-ANMODNINGER        PIC 9(3) VALUE ZEROES.
       01  WS-ANM-IX                PIC 9(3).
       01  WS-ANM-SLOT              PIC 9(3) VALUE ZEROES.
       01  WS-SOEGE-SAGSNR          PIC X(8) VALUE SPACES.
      * THE STATUTORY DEADLINE IS ONE CALENDAR MONTH FROM RECEIPT -
      * THE SAME DAY NEXT MONTH, OR THAT MONTH'S LAST DAY WHEN IT IS
      * SHORTER (31 JANUARY GIVES 28 OR 29 FEBRUARY).
       01  WS-MODTAGET-YYYYMMDD     PIC 9(8) VALUE ZEROES.
       01  WS-FRIST-YYYYMMDD        PIC 9(8) VALUE ZEROES.
       01  WS-FRIST-R REDEFINES WS-FRIST-YYYYMMDD.
           02  WS-FRIST-AAR         PIC 9(4).
           02  WS-FRIST-MD          PIC 9(2).
           02  WS-FRIST-DAG         PIC 9(2).
       01  WS-MAANED-EFTER          PIC 9(8) VALUE ZEROES.
       01  WS-MAANED-EFTER-R REDEFINES WS-MAANED-EFTER.
           02  WS-ME-AAR            PIC 9(4).
           02  WS-ME-MD             PIC 9(2).
           02  WS-ME-DAG            PIC 9(2).
       01  WS-SIDSTE-DAG            PIC 9(8) VALUE ZEROES.
       01  WS-DATO-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-DAGS-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-REST-DAGE             PIC S9(5) VALUE ZEROES.
       01  WS-REST-EDIT             PIC -(4)9.
       01  WS-DATO-OK               PIC X VALUE "N".
      * THE DATA SUBJECT - EVERY KUNDE-ID ON THE MASTER CARRYING THE
      * REQUESTED CPR, AND EVERY ACCOUNT THOSE HOLD OR CO-HOLD.
       01  WS-SOEGE-CPR             PIC X(10) VALUE SPACES.
       01  WS-IND-KUNDE OCCURS 9 TIMES PIC X(10) VALUE SPACES.
       01  WS-ANTAL-IND-KUNDER      PIC 9 VALUE ZEROES.
       01  WS-IK-IX                 PIC 9.
       01  WS-IND-KONTO OCCURS 99 TIMES PIC X(10) VALUE SPACES.
       01  WS-ANTAL-IND-KONTI       PIC 9(2) VALUE ZEROES.
       01  WS-IKO-IX                PIC 9(2).
       01  WS-TJEK-KUNDE            PIC X(10) VALUE SPACES.
       01  WS-TJEK-KONTO            PIC X(10) VALUE SPACES.
       01  WS-ER-EGEN               PIC X VALUE "N".
       01  WS-MI-IX                 PIC 9.
       01  WS-ROLLE                 PIC X(7) VALUE SPACES.
      * WITHHOLD THE AML AND SANCTIONS SECTIONS - DEFAULT YES; ONLY
      * A NIVEAU 3 OPERATOR MAY RELEASE THEM.
       01  WS-REDIGER               PIC X VALUE "J".
       01  WS-AFSNIT-TITEL          PIC X(60) VALUE SPACES.
       01  WS-AFSNIT-ANTAL          PIC 9(7) VALUE ZEROES.
       01  WS-ANTAL-EDIT            PIC Z(6)9.
       01  WS-BELOB-EDIT            PIC -(9)9.99.
       01  WS-SALDO                 PIC S9(9)V99 VALUE ZEROES.
       01  WS-KORT-MASKE            PIC X(16) VALUE SPACES.
       01  WS-AML-POS               PIC 9(3) VALUE ZEROES.
       01  WS-AML-TRAEF             PIC X VALUE "N".
      * THE AML REPORTS ARE DATED DAILY FILES; THE SCAN LOOKS BACK
      * OVER THE FIVE YEARS ARKIVRETENTION KEEPS THEM.
       01  WS-AML-DAGE              PIC 9(4) VALUE 1827.
       01  WS-AML-HELTAL            PIC S9(9) VALUE ZEROES.
       01  WS-AML-DATO              PIC 9(8) VALUE ZEROES.

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

      * A DATA-SUBJECT ACCESS REQUEST IS REGISTERED THE DAY IT
      * ARRIVES, WITH ITS ONE-MONTH DEADLINE, AND FULFILLED BY
      * PRODUCING THE EXTRACT - WHICH CLOSES THE REQUEST AND RECORDS
      * WHETHER THE DEADLINE HELD. THE EXTRACT GATHERS EVERYTHING
      * THE BANK HOLDS ON THE CPR INTO ONE READABLE FILE.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU = ZEROES
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           IF WS-OPERATOR-NIVEAU < 2
               DISPLAY "INDSIGTSANMODNINGER KRAEVER NIVEAU 2."
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
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SESSION-START-DATE)
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
           STRING "GDPRINDS  " DELIMITED BY SIZE
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
           DISPLAY "GDPR INDSIGTSANMODNINGER"
           DISPLAY "1. REGISTRER NY ANMODNING"
           DISPLAY "2. DAN OG UDLEVER INDSIGT"
           DISPLAY "3. VIS AABNE ANMODNINGER"
           DISPLAY "4. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   PERFORM REGISTRER-ANMODNING
                       THRU REGISTRER-ANMODNING-EXIT
               WHEN "2"
                   PERFORM UDLEVER-INDSIGT THRU UDLEVER-INDSIGT-EXIT
               WHEN "3"
                   PERFORM VIS-AABNE
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       LOAD-ANMODNINGER.
           MOVE ZEROES TO ANTAL-ANMODNINGER
           MOVE "N" TO EOF-INDSIGT
           OPEN INPUT GDPR-INDSIGT
           IF WS-INDSIGT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-INDSIGT = "Y"
                   READ GDPR-INDSIGT
                       AT END
                           MOVE "Y" TO EOF-INDSIGT
                       NOT AT END
                           ADD 1 TO ANTAL-ANMODNINGER
                           MOVE INDSIGT-REC
                               TO INDSIGT-AR(ANTAL-ANMODNINGER)
                   END-READ
               END-PERFORM
               CLOSE GDPR-INDSIGT
           END-IF.

       GEM-ANMODNINGER.
           OPEN OUTPUT GDPR-INDSIGT
           PERFORM VARYING WS-ANM-IX FROM 1 BY 1
                   UNTIL WS-ANM-IX > ANTAL-ANMODNINGER
               MOVE INDSIGT-AR(WS-ANM-IX) TO INDSIGT-REC
               WRITE INDSIGT-REC
           END-PERFORM
           CLOSE GDPR-INDSIGT.

      * THE RECEIVED DATE IS THE DAY THE REQUEST REACHED THE BANK,
      * NOT THE DAY IT WAS KEYED - THE DEADLINE RUNS FROM RECEIPT.
       REGISTRER-ANMODNING.
           PERFORM LOAD-ANMODNINGER
           MOVE SPACES TO INDSIGT-REC
           DISPLAY "SAGSNUMMER (8 TEGN): " WITH NO ADVANCING
           ACCEPT GI-SAGSNR OF INDSIGT-REC
           IF GI-SAGSNR OF INDSIGT-REC = SPACES
               DISPLAY "SAGSNUMMER SKAL UDFYLDES."
               GO TO REGISTRER-ANMODNING-EXIT
           END-IF
           PERFORM VARYING WS-ANM-IX FROM 1 BY 1
                   UNTIL WS-ANM-IX > ANTAL-ANMODNINGER
               IF GI-SAGSNR OF INDSIGT-AR(WS-ANM-IX)
                       = GI-SAGSNR OF INDSIGT-REC
                   DISPLAY "SAGSNUMMERET ER BRUGT - IKKE REGISTRERET."
                   GO TO REGISTRER-ANMODNING-EXIT
               END-IF
           END-PERFORM
           DISPLAY "CPR-NUMMER (10 CIFRE): " WITH NO ADVANCING
           ACCEPT GI-CPR OF INDSIGT-REC
           IF GI-CPR OF INDSIGT-REC IS NOT NUMERIC
               DISPLAY "CPR-NUMMER SKAL VAERE 10 CIFRE."
               GO TO REGISTRER-ANMODNING-EXIT
           END-IF
           DISPLAY "MODTAGET DATO (AAAA-MM-DD, BLANK = I DAG): "
               WITH NO ADVANCING
           ACCEPT GI-MODTAGET-DATO OF INDSIGT-REC
           IF GI-MODTAGET-DATO OF INDSIGT-REC = SPACES
               MOVE WS-I-DAG TO GI-MODTAGET-DATO OF INDSIGT-REC
           END-IF
           PERFORM KONTROLLER-MODTAGET-DATO
           IF WS-DATO-OK = "N"
               DISPLAY "UGYLDIG DATO - IKKE REGISTRERET."
               GO TO REGISTRER-ANMODNING-EXIT
           END-IF
           PERFORM BEREGN-FRIST
           MOVE WS-OPERATOR TO GI-REGISTRERET-AF OF INDSIGT-REC
           MOVE "AABEN" TO GI-STATUS OF INDSIGT-REC
           MOVE ZEROES TO GI-ANTAL-KUNDER OF INDSIGT-REC
           OPEN EXTEND GDPR-INDSIGT
           IF WS-INDSIGT-STATUS = "35"
               OPEN OUTPUT GDPR-INDSIGT
           END-IF
           WRITE INDSIGT-REC
           CLOSE GDPR-INDSIGT
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "ANMODNING REGISTRERET - SVARFRIST "
               GI-FRIST-DATO OF INDSIGT-REC.

       REGISTRER-ANMODNING-EXIT.
           EXIT.

       KONTROLLER-MODTAGET-DATO.
           MOVE "N" TO WS-DATO-OK
           IF GI-MODTAGET-DATO OF INDSIGT-REC(5:1) = "-"
               AND GI-MODTAGET-DATO OF INDSIGT-REC(8:1) = "-"
               AND GI-MODTAGET-DATO OF INDSIGT-REC(1:4) IS NUMERIC
               AND GI-MODTAGET-DATO OF INDSIGT-REC(6:2) IS NUMERIC
               AND GI-MODTAGET-DATO OF INDSIGT-REC(9:2) IS NUMERIC
               AND GI-MODTAGET-DATO OF INDSIGT-REC <= WS-I-DAG
               MOVE GI-MODTAGET-DATO OF INDSIGT-REC(1:4)
                   TO WS-MODTAGET-YYYYMMDD(1:4)
               MOVE GI-MODTAGET-DATO OF INDSIGT-REC(6:2)
                   TO WS-MODTAGET-YYYYMMDD(5:2)
               MOVE GI-MODTAGET-DATO OF INDSIGT-REC(9:2)
                   TO WS-MODTAGET-YYYYMMDD(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-MODTAGET-YYYYMMDD)
                       = ZEROES
                   MOVE "Y" TO WS-DATO-OK
               END-IF
           END-IF.

      * SAME DAY NEXT MONTH; WHEN THAT DAY DOES NOT EXIST, THE DAY
      * BEFORE THE FIRST OF THE MONTH AFTER IS THE LAST DAY.
       BEREGN-FRIST.
           MOVE WS-MODTAGET-YYYYMMDD TO WS-FRIST-YYYYMMDD
           IF WS-FRIST-MD = 12
               ADD 1 TO WS-FRIST-AAR
               MOVE 1 TO WS-FRIST-MD
           ELSE
               ADD 1 TO WS-FRIST-MD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FRIST-YYYYMMDD)
                   NOT = ZEROES
               MOVE WS-FRIST-YYYYMMDD TO WS-MAANED-EFTER
               MOVE 1 TO WS-ME-DAG
               IF WS-ME-MD = 12
                   ADD 1 TO WS-ME-AAR
                   MOVE 1 TO WS-ME-MD
               ELSE
                   ADD 1 TO WS-ME-MD
               END-IF
               COMPUTE WS-DATO-HELTAL =
                   FUNCTION INTEGER-OF-DATE(WS-MAANED-EFTER) - 1
               COMPUTE WS-FRIST-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATO-HELTAL)
           END-IF
           MOVE WS-FRIST-YYYYMMDD(1:4)
               TO GI-FRIST-DATO OF INDSIGT-REC(1:4)
           MOVE "-" TO GI-FRIST-DATO OF INDSIGT-REC(5:1)
           MOVE WS-FRIST-YYYYMMDD(5:2)
               TO GI-FRIST-DATO OF INDSIGT-REC(6:2)
           MOVE "-" TO GI-FRIST-DATO OF INDSIGT-REC(8:1)
           MOVE WS-FRIST-YYYYMMDD(7:2)
               TO GI-FRIST-DATO OF INDSIGT-REC(9:2).

      * EVERY OPEN REQUEST WITH THE DAYS LEFT TO ITS DEADLINE -
      * NEGATIVE IS OVERDUE.
       VIS-AABNE.
           PERFORM LOAD-ANMODNINGER
           MOVE ZEROES TO WS-AFSNIT-ANTAL
           PERFORM VARYING WS-ANM-IX FROM 1 BY 1
                   UNTIL WS-ANM-IX > ANTAL-ANMODNINGER
               IF GI-STATUS OF INDSIGT-AR(WS-ANM-IX) = "AABEN"
                   ADD 1 TO WS-AFSNIT-ANTAL
                   MOVE GI-FRIST-DATO OF INDSIGT-AR(WS-ANM-IX)(1:4)
                       TO WS-FRIST-YYYYMMDD(1:4)
                   MOVE GI-FRIST-DATO OF INDSIGT-AR(WS-ANM-IX)(6:2)
                       TO WS-FRIST-YYYYMMDD(5:2)
                   MOVE GI-FRIST-DATO OF INDSIGT-AR(WS-ANM-IX)(9:2)
                       TO WS-FRIST-YYYYMMDD(7:2)
                   COMPUTE WS-DATO-HELTAL =
                       FUNCTION INTEGER-OF-DATE(WS-FRIST-YYYYMMDD)
                   COMPUTE WS-REST-DAGE =
                       WS-DATO-HELTAL - WS-DAGS-HELTAL
                   MOVE WS-REST-DAGE TO WS-REST-EDIT
                   IF WS-REST-DAGE < ZEROES
                       DISPLAY "SAG " GI-SAGSNR OF INDSIGT-AR(WS-ANM-IX)
                           " MODTAGET "
                           GI-MODTAGET-DATO OF INDSIGT-AR(WS-ANM-IX)
                           " FRIST "
                           GI-FRIST-DATO OF INDSIGT-AR(WS-ANM-IX)
                           " OVERSKREDET"
                   ELSE
                       DISPLAY "SAG " GI-SAGSNR OF INDSIGT-AR(WS-ANM-IX)
                           " MODTAGET "
                           GI-MODTAGET-DATO OF INDSIGT-AR(WS-ANM-IX)
                           " FRIST "
                           GI-FRIST-DATO OF INDSIGT-AR(WS-ANM-IX)
                           " REST " WS-REST-EDIT " DAGE"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AFSNIT-ANTAL = ZEROES
               DISPLAY "INGEN AABNE ANMODNINGER."
           END-IF.

      * PRODUCING THE EXTRACT IS THE FULFILMENT: THE ROW GOES
      * UDLEVERET WITH TODAY'S DATE, AND RETTIDIG SAYS WHETHER THAT
      * WAS INSIDE THE DEADLINE.
       UDLEVER-INDSIGT.
           PERFORM LOAD-ANMODNINGER
           DISPLAY "SAGSNUMMER: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-SAGSNR
           MOVE ZEROES TO WS-ANM-SLOT
           PERFORM VARYING WS-ANM-IX FROM 1 BY 1
                   UNTIL WS-ANM-IX > ANTAL-ANMODNINGER
               IF GI-SAGSNR OF INDSIGT-AR(WS-ANM-IX) = WS-SOEGE-SAGSNR
                   AND GI-STATUS OF INDSIGT-AR(WS-ANM-IX) = "AABEN"
                   MOVE WS-ANM-IX TO WS-ANM-SLOT
               END-IF
           END-PERFORM
           IF WS-ANM-SLOT = ZEROES
               DISPLAY "INGEN AABEN ANMODNING MED DET NUMMER."
               GO TO UDLEVER-INDSIGT-EXIT
           END-IF
           DISPLAY "CPR " GI-CPR OF INDSIGT-AR(WS-ANM-SLOT)
               " MODTAGET " GI-MODTAGET-DATO OF INDSIGT-AR(WS-ANM-SLOT)
               " FRIST " GI-FRIST-DATO OF INDSIGT-AR(WS-ANM-SLOT)
      * THE AML AND SANCTIONS SECTIONS ARE WITHHELD UNLESS A
      * COMPLIANCE OPERATOR (NIVEAU 3) DECIDES TO RELEASE THEM - THE
      * ANTI-MONEY-LAUNDERING ACT FORBIDS TELLING A CUSTOMER WHAT IS
      * REPORTED ABOUT THEM, SO WITHHOLDING IS THE SAFE DEFAULT.
           MOVE "J" TO WS-REDIGER
           IF WS-OPERATOR-NIVEAU >= 3
               DISPLAY "UDELAD AML- OG SANKTIONSAFSNIT (J/N): "
                   WITH NO ADVANCING
               ACCEPT WS-SVAR
               IF WS-SVAR = "N" OR WS-SVAR = "n"
                   MOVE "N" TO WS-REDIGER
               END-IF
           END-IF
           MOVE GI-CPR OF INDSIGT-AR(WS-ANM-SLOT) TO WS-SOEGE-CPR
           MOVE SPACES TO WS-RAPPORT-NAME
           STRING "GdprIndsigt" DELIMITED BY SIZE
               WS-SOEGE-SAGSNR DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-RAPPORT-NAME
           PERFORM DAN-RAPPORT
           MOVE "UDLEVERET" TO GI-STATUS OF INDSIGT-AR(WS-ANM-SLOT)
           MOVE WS-I-DAG
               TO GI-UDLEVERET-DATO OF INDSIGT-AR(WS-ANM-SLOT)
           MOVE WS-OPERATOR
               TO GI-UDLEVERET-AF OF INDSIGT-AR(WS-ANM-SLOT)
           IF WS-I-DAG > GI-FRIST-DATO OF INDSIGT-AR(WS-ANM-SLOT)
               MOVE "N" TO GI-RETTIDIG OF INDSIGT-AR(WS-ANM-SLOT)
           ELSE
               MOVE "J" TO GI-RETTIDIG OF INDSIGT-AR(WS-ANM-SLOT)
           END-IF
           MOVE WS-REDIGER TO GI-REDIGERET OF INDSIGT-AR(WS-ANM-SLOT)
           MOVE WS-ANTAL-IND-KUNDER
               TO GI-ANTAL-KUNDER OF INDSIGT-AR(WS-ANM-SLOT)
           MOVE WS-RAPPORT-NAME TO GI-RAPPORT OF INDSIGT-AR(WS-ANM-SLOT)
           PERFORM GEM-ANMODNINGER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "INDSIGT DANNET I " WS-RAPPORT-NAME
           IF GI-RETTIDIG OF INDSIGT-AR(WS-ANM-SLOT) = "N"
               DISPLAY "BEMAERK: SVARFRISTEN "
                   GI-FRIST-DATO OF INDSIGT-AR(WS-ANM-SLOT)
                   " ER OVERSKREDET."
           END-IF.

       UDLEVER-INDSIGT-EXIT.
           EXIT.

      * ONE SECTION PER REGISTER, EACH WITH ITS ROW COUNT. THE
      * CUSTOMER AND ACCOUNT SECTIONS COME FIRST - THEY BUILD THE
      * KUNDE-ID AND KONTO-ID LISTS EVERY LATER SECTION SELECTS BY.
       DAN-RAPPORT.
           MOVE ZEROES TO WS-ANTAL-IND-KUNDER
           MOVE ZEROES TO WS-ANTAL-IND-KONTI
           OPEN OUTPUT INDSIGT-RAPPORT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "INDSIGT I REGISTREREDE PERSONOPLYSNINGER - SAG "
                   DELIMITED BY SIZE
               WS-SOEGE-SAGSNR DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "CPR-NUMMER " DELIMITED BY SIZE
               WS-SOEGE-CPR DELIMITED BY SIZE
               "   MODTAGET " DELIMITED BY SIZE
               GI-MODTAGET-DATO OF INDSIGT-AR(WS-ANM-SLOT)
                   DELIMITED BY SIZE
               "   DANNET " DELIMITED BY SIZE
               WS-I-DAG DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           PERFORM AFSNIT-KUNDE
           IF WS-ANTAL-IND-KUNDER = ZEROES
               MOVE SPACES TO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
               STRING "BANKEN HAR INGEN OPLYSNINGER REGISTRERET "
                       DELIMITED BY SIZE
                   "PAA DETTE CPR-NUMMER." DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
           ELSE
               PERFORM AFSNIT-KONTI
               PERFORM AFSNIT-JOURNAL
               PERFORM AFSNIT-KORT
               PERFORM AFSNIT-BSMANDATER
               PERFORM AFSNIT-FULDMAGTER
               PERFORM AFSNIT-ORDRER
               PERFORM AFSNIT-SAMTYKKER
               PERFORM AFSNIT-KORRESPONDANCE
               PERFORM AFSNIT-KLAGER
               PERFORM AFSNIT-KYC
               PERFORM AFSNIT-TRANSAKTIONER
               IF WS-REDIGER = "J"
                   MOVE "AML-OVERVAAGNING" TO WS-AFSNIT-TITEL
                   PERFORM SKRIV-UNDTAGET
                   MOVE "SANKTIONSSCREENING" TO WS-AFSNIT-TITEL
                   PERFORM SKRIV-UNDTAGET
               ELSE
                   PERFORM AFSNIT-AML
                   PERFORM AFSNIT-SANKTIONER
               END-IF
           END-IF
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE "*** SLUT PAA INDSIGT ***" TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           CLOSE INDSIGT-RAPPORT.

       SKRIV-AFSNIT-TITEL.
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE WS-AFSNIT-TITEL TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE ALL "-" TO RAPPORT-LINE(1:60)
           WRITE RAPPORT-RECORD
           MOVE ZEROES TO WS-AFSNIT-ANTAL.

      * A WITHHELD SECTION STILL APPEARS, WITH THE SAME WORDING
      * WHETHER OR NOT THERE WAS ANYTHING IN IT - THE WORDING MUST
      * NOT ITSELF TELL THE CUSTOMER SOMETHING IS REPORTED.
       SKRIV-UNDTAGET.
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  AFSNITTET ER UNDTAGET FRA INDSIGTSRETTEN "
                   DELIMITED BY SIZE
               "JF. DATABESKYTTELSESLOVENS PAR. 22." DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

       SKRIV-AFSNIT-ANTAL.
           MOVE WS-AFSNIT-ANTAL TO WS-ANTAL-EDIT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  ANTAL: " DELIMITED BY SIZE
               WS-ANTAL-EDIT DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * THE CUSTOMER MASTER ROWS ON THE CPR - NORMALLY ONE, BUT A
      * DUPLICATE ONBOARDING LEAVES TWO, AND BOTH ARE THE SUBJECT'S.
       AFSNIT-KUNDE.
           MOVE "KUNDEOPLYSNINGER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
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
                           IF CPR OF KUNDEOPL-IN = WS-SOEGE-CPR
                               AND WS-ANTAL-IND-KUNDER < 9
                               ADD 1 TO WS-ANTAL-IND-KUNDER
                               ADD 1 TO WS-AFSNIT-ANTAL
                               MOVE KUNDE-ID OF KUNDEOPL-IN
                                   TO WS-IND-KUNDE(WS-ANTAL-IND-KUNDER)
                               PERFORM SKRIV-KUNDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDEOPLYSNINGER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       SKRIV-KUNDE.
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  KUNDE-ID " DELIMITED BY SIZE
               KUNDE-ID OF KUNDEOPL-IN DELIMITED BY SIZE
               "  NAVN " DELIMITED BY SIZE
               FORNAVN OF KUNDEOPL-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-IN DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               KONTO-STATUS OF KUNDEOPL-IN DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  ADRESSE " DELIMITED BY SIZE
               VEJNAVN OF KUNDEOPL-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HUSNR OF KUNDEOPL-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ETAGE OF KUNDEOPL-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SIDE OF KUNDEOPL-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POSTNR OF KUNDEOPL-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BYNAVN OF KUNDEOPL-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LANDE-KODE OF KUNDEOPL-IN DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  TELEFON " DELIMITED BY SIZE
               TELEFON OF KUNDEOPL-IN DELIMITED BY SIZE
               "  E-MAIL " DELIMITED BY SIZE
               EMAIL OF KUNDEOPL-IN DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  CPR " DELIMITED BY SIZE
               CPR OF KUNDEOPL-IN DELIMITED BY SIZE
               "  LEVERINGSKANAL " DELIMITED BY SIZE
               LEVERINGS-KANAL OF KUNDEOPL-IN DELIMITED BY SIZE
               "  POSTSTATUS " DELIMITED BY SIZE
               POST-STATUS OF KUNDEOPL-IN DELIMITED BY SIZE
               "  SPROG " DELIMITED BY SIZE
               SPROG-KODE OF KUNDEOPL-IN DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * HELD (KUNDE-ID) OR CO-HELD (MEDINDEHAVER) - THE ROLE SAYS
      * WHICH.
       AFSNIT-KONTI.
           MOVE "KONTI" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
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
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

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
               ADD 1 TO WS-AFSNIT-ANTAL
               MOVE KONTO-ID OF KONTOOPL-IN
                   TO WS-IND-KONTO(WS-ANTAL-IND-KONTI)
               MOVE BALANCE OF KONTOOPL-IN TO WS-BELOB-EDIT
               MOVE SPACES TO RAPPORT-RECORD
               STRING "  KONTO-ID " DELIMITED BY SIZE
                   KONTO-ID OF KONTOOPL-IN DELIMITED BY SIZE
                   "  NR " DELIMITED BY SIZE
                   KONTONUMMER OF KONTOOPL-IN DELIMITED BY SIZE
                   "  ROLLE " DELIMITED BY SIZE
                   WS-ROLLE DELIMITED BY SIZE
                   "  STATUS " DELIMITED BY SIZE
                   KONTO-STATUS OF KONTOOPL-IN DELIMITED BY SIZE
                   "  SALDO " DELIMITED BY SIZE
                   WS-BELOB-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VALUTAKODE OF KONTOOPL-IN DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
           END-IF.

       ER-EGEN-KUNDE.
           MOVE "N" TO WS-ER-EGEN
           PERFORM VARYING WS-IK-IX FROM 1 BY 1
                   UNTIL WS-IK-IX > WS-ANTAL-IND-KUNDER
               IF WS-IND-KUNDE(WS-IK-IX) = WS-TJEK-KUNDE
                   MOVE "Y" TO WS-ER-EGEN
               END-IF
           END-PERFORM.

       ER-EGEN-KONTO.
           MOVE "N" TO WS-ER-EGEN
           PERFORM VARYING WS-IKO-IX FROM 1 BY 1
                   UNTIL WS-IKO-IX > WS-ANTAL-IND-KONTI
               IF WS-IND-KONTO(WS-IKO-IX) = WS-TJEK-KONTO
                   MOVE "Y" TO WS-ER-EGEN
               END-IF
           END-PERFORM.

      * THE CHANGE JOURNAL IS KEYED BY KUNDE-ID OR KONTO-ID
      * DEPENDING ON WHAT WAS CHANGED - BOTH ARE THE SUBJECT'S.
       AFSNIT-JOURNAL.
           MOVE "AENDRINGSHISTORIK" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT AENDRINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ AENDRINGS-JOURNAL
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE AJ-NOEGLE OF JOURNAL-REC
                               TO WS-TJEK-KUNDE
                           PERFORM ER-EGEN-KUNDE
                           IF WS-ER-EGEN = "N"
                               MOVE AJ-NOEGLE OF JOURNAL-REC
                                   TO WS-TJEK-KONTO
                               PERFORM ER-EGEN-KONTO
                           END-IF
                           IF WS-ER-EGEN = "Y"
                               PERFORM SKRIV-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AENDRINGS-JOURNAL
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       SKRIV-JOURNAL.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               AJ-TIDSPUNKT OF JOURNAL-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AJ-NOEGLE OF JOURNAL-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AJ-FELT OF JOURNAL-REC DELIMITED BY SIZE
               " FRA " DELIMITED BY SIZE
               AJ-GAMMEL OF JOURNAL-REC DELIMITED BY SIZE
               " TIL " DELIMITED BY SIZE
               AJ-NY OF JOURNAL-REC DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * THE CARD NUMBER IS MASKED TO ITS LAST FOUR DIGITS - THE
      * EXTRACT GOES BY POST.
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
                               PERFORM SKRIV-KORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORT-REGISTER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       SKRIV-KORT.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE ALL "*" TO WS-KORT-MASKE
           MOVE KT-KORTNUMMER OF KORT-REC(13:4) TO WS-KORT-MASKE(13:4)
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  KORT " DELIMITED BY SIZE
               WS-KORT-MASKE DELIMITED BY SIZE
               "  KONTO-ID " DELIMITED BY SIZE
               KT-KONTO-ID OF KORT-REC DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               KT-STATUS OF KORT-REC DELIMITED BY SIZE
               "  BESTILT " DELIMITED BY SIZE
               KT-BESTILT-DATO OF KORT-REC DELIMITED BY SIZE
               "  UDLOEB " DELIMITED BY SIZE
               KT-UDLOEB-DATO OF KORT-REC DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

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
                               PERFORM SKRIV-MANDAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BS-MANDATER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       SKRIV-MANDAT.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  KONTO-ID " DELIMITED BY SIZE
               BM-KONTO-ID OF MANDAT-REC DELIMITED BY SIZE
               "  KREDITOR " DELIMITED BY SIZE
               BM-KREDITOR-NR OF MANDAT-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BM-KREDITOR-NAVN OF MANDAT-REC DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               BM-STATUS OF MANDAT-REC DELIMITED BY SIZE
               "  OPRETTET " DELIMITED BY SIZE
               BM-OPRETTET-DATO OF MANDAT-REC DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * BOTH DIRECTIONS: POWERS GIVEN OVER THE SUBJECT'S ACCOUNTS,
      * AND POWERS THE SUBJECT HOLDS OVER SOMEONE ELSE'S.
       AFSNIT-FULDMAGTER.
           MOVE "FULDMAGTER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT FULDMAGTER
           IF WS-FULDMAGT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ FULDMAGTER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE FM-KUNDE-ID OF FULDMAGT-REC
                               TO WS-TJEK-KUNDE
                           PERFORM ER-EGEN-KUNDE
                           IF WS-ER-EGEN = "N"
                               MOVE FM-KONTO-ID OF FULDMAGT-REC
                                   TO WS-TJEK-KONTO
                               PERFORM ER-EGEN-KONTO
                           END-IF
                           IF WS-ER-EGEN = "Y"
                               PERFORM SKRIV-FULDMAGT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FULDMAGTER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       SKRIV-FULDMAGT.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE FM-MAX-BELOB OF FULDMAGT-REC TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  KONTO-ID " DELIMITED BY SIZE
               FM-KONTO-ID OF FULDMAGT-REC DELIMITED BY SIZE
               "  FULDMAEGTIG " DELIMITED BY SIZE
               FM-KUNDE-ID OF FULDMAGT-REC DELIMITED BY SIZE
               "  OMFANG " DELIMITED BY SIZE
               FM-OMFANG OF FULDMAGT-REC DELIMITED BY SIZE
               "  MAKS " DELIMITED BY SIZE
               WS-BELOB-EDIT DELIMITED BY SIZE
               "  UDLOEB " DELIMITED BY SIZE
               FM-UDLOEB-DATO OF FULDMAGT-REC DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               FM-STATUS OF FULDMAGT-REC DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

       AFSNIT-ORDRER.
           MOVE "FASTE OVERFOERSLER" TO WS-AFSNIT-TITEL
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
                               PERFORM SKRIV-ORDRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAAENDE-ORDRER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       SKRIV-ORDRE.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE SO-BELOB OF ORDRE-REC TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  KONTO-ID " DELIMITED BY SIZE
               SO-KONTO-ID OF ORDRE-REC DELIMITED BY SIZE
               "  TIL " DELIMITED BY SIZE
               SO-MODTAGER-NAVN OF ORDRE-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SO-MODTAGER-KONTO OF ORDRE-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SO-VALUTA OF ORDRE-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SO-FREKVENS OF ORDRE-REC DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               SO-STATUS OF ORDRE-REC DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

       AFSNIT-SAMTYKKER.
           MOVE "SAMTYKKER" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT SAMTYKKER
           IF WS-SAMTYKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ SAMTYKKER
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE ST-KUNDE-ID OF SAMTYKKE-REC
                               TO WS-TJEK-KUNDE
                           PERFORM ER-EGEN-KUNDE
                           IF WS-ER-EGEN = "Y"
                               ADD 1 TO WS-AFSNIT-ANTAL
                               MOVE SPACES TO RAPPORT-RECORD
                               STRING "  " DELIMITED BY SIZE
                                   ST-FORMAAL OF SAMTYKKE-REC
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   ST-STATUS OF SAMTYKKE-REC
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   ST-DATO OF SAMTYKKE-REC
                                       DELIMITED BY SIZE
                                   INTO RAPPORT-RECORD
                               WRITE RAPPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAMTYKKER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       AFSNIT-KORRESPONDANCE.
           MOVE "KORRESPONDANCE" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT KORRESPONDANCE-LOG
           IF WS-KORR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ KORRESPONDANCE-LOG
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE CL-KUNDE-ID OF KORR-LOG-REC
                               TO WS-TJEK-KUNDE
                           PERFORM ER-EGEN-KUNDE
                           IF WS-ER-EGEN = "Y"
                               ADD 1 TO WS-AFSNIT-ANTAL
                               MOVE SPACES TO RAPPORT-RECORD
                               STRING "  " DELIMITED BY SIZE
                                   CL-DATO OF KORR-LOG-REC
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   CL-DOK-TYPE OF KORR-LOG-REC
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   CL-KANAL OF KORR-LOG-REC
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   CL-KILDE OF KORR-LOG-REC
                                       DELIMITED BY SIZE
                                   INTO RAPPORT-RECORD
                               WRITE RAPPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORRESPONDANCE-LOG
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       AFSNIT-KLAGER.
           MOVE "KLAGESAGER" TO WS-AFSNIT-TITEL
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
                               PERFORM SKRIV-KLAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KLAGE-SAGER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

       SKRIV-KLAGE.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  SAG " DELIMITED BY SIZE
               KL-SAGSNR OF KLAGE-REC DELIMITED BY SIZE
               "  MODTAGET " DELIMITED BY SIZE
               KL-MODTAGET-DATO OF KLAGE-REC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               KL-KATEGORI OF KLAGE-REC DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               KL-STATUS OF KLAGE-REC DELIMITED BY SIZE
               "  AFSLUTTET " DELIMITED BY SIZE
               KL-AFSLUT-DATO OF KLAGE-REC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               KL-NOTE OF KLAGE-REC DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * THE RISK RATING KYCVURDERING LAST GAVE - PROFILING THE
      * SUBJECT HAS A RIGHT TO SEE.
       AFSNIT-KYC.
           MOVE "KUNDEKENDSKAB (KYC) RISIKOVURDERING"
               TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
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
                               ADD 1 TO WS-AFSNIT-ANTAL
                               MOVE SPACES TO RAPPORT-RECORD
                               STRING "  KUNDE-ID " DELIMITED BY SIZE
                                   KY-KUNDE-ID DELIMITED BY SIZE
                                   "  RISIKO " DELIMITED BY SIZE
                                   KY-RISIKO DELIMITED BY SIZE
                                   "  SCORE " DELIMITED BY SIZE
                                   KY-SCORE DELIMITED BY SIZE
                                   "  VURDERET " DELIMITED BY SIZE
                                   KY-VURDERET-DATO DELIMITED BY SIZE
                                   "  NAESTE " DELIMITED BY SIZE
                                   KY-NAESTE-REVIEW DELIMITED BY SIZE
                                   INTO RAPPORT-RECORD
                               WRITE RAPPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KYC-VURDERINGER
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

      * EVERY CATALOGED STATEMENT ARCHIVE STILL ON DISK - WHAT
      * ARKIVRETENTION HAS PURGED IS NO LONGER HELD.
       AFSNIT-TRANSAKTIONER.
           MOVE "TRANSAKTIONER (ARKIVEREDE KONTOUDSKRIFTER)"
               TO WS-AFSNIT-TITEL
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
                               PERFORM SKRIV-TRANSAKTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-FIL
           END-IF.

       SKRIV-TRANSAKTION.
           ADD 1 TO WS-AFSNIT-ANTAL
           MOVE BELØB OF ARKIV-REC TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               TIDSPUNKT OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KONTO-ID OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSAKTIONSTYPE OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUTA OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POSTERINGSTEKST OF ARKIV-REC DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * THE DATED DAILY AML REPORTS, ONE DAY AT A TIME BACK OVER
      * THEIR RETENTION - A DAY WITHOUT A FILE IS SKIPPED. A LINE
      * BELONGS TO THE SUBJECT WHEN IT NAMES ONE OF THEIR ACCOUNTS.
       AFSNIT-AML.
           MOVE "AML-OVERVAAGNING" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           COMPUTE WS-AML-HELTAL = WS-DAGS-HELTAL - WS-AML-DAGE
           PERFORM UNTIL WS-AML-HELTAL > WS-DAGS-HELTAL
               COMPUTE WS-AML-DATO =
                   FUNCTION DATE-OF-INTEGER(WS-AML-HELTAL)
               MOVE SPACES TO WS-AML-NAME
               STRING "AmlRapport" DELIMITED BY SIZE
                   WS-AML-DATO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-AML-NAME
               PERFORM LAES-AML-RAPPORT
               ADD 1 TO WS-AML-HELTAL
           END-PERFORM
           PERFORM SKRIV-AFSNIT-ANTAL.

       LAES-AML-RAPPORT.
           MOVE "N" TO EOF-FIL
           OPEN INPUT AML-RAPPORT
           IF WS-AML-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ AML-RAPPORT
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           PERFORM VURDER-AML-LINJE
                   END-READ
               END-PERFORM
               CLOSE AML-RAPPORT
           END-IF.

       VURDER-AML-LINJE.
           MOVE "N" TO WS-AML-TRAEF
           PERFORM VARYING WS-AML-POS FROM 1 BY 1
                   UNTIL WS-AML-POS > 130
               IF AML-LINE(WS-AML-POS:9) = "KONTO-ID "
                   MOVE AML-LINE(WS-AML-POS + 9:10) TO WS-TJEK-KONTO
                   PERFORM ER-EGEN-KONTO
                   IF WS-ER-EGEN = "Y"
                       MOVE "Y" TO WS-AML-TRAEF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AML-TRAEF = "Y"
               ADD 1 TO WS-AFSNIT-ANTAL
               MOVE SPACES TO RAPPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   WS-AML-DATO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AML-LINE DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
           END-IF.

      * THE LATEST SCREENING RUN'S HITS ON THE SUBJECT'S MASTER ROW
      * OR ON A TRANSACTION ON ONE OF THEIR ACCOUNTS.
       AFSNIT-SANKTIONER.
           MOVE "SANKTIONSSCREENING" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT-TITEL
           MOVE "N" TO EOF-FIL
           OPEN INPUT SANKTIONS-HITS
           IF WS-HIT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FIL = "Y"
                   READ SANKTIONS-HITS
                       AT END
                           MOVE "Y" TO EOF-FIL
                       NOT AT END
                           MOVE "N" TO WS-ER-EGEN
                           IF HIT-LINE(1:11) = "KUNDE      "
                               MOVE HIT-LINE(13:10) TO WS-TJEK-KUNDE
                               PERFORM ER-EGEN-KUNDE
                           END-IF
                           IF HIT-LINE(1:11) = "TRANSAKTION"
                               MOVE HIT-LINE(13:10) TO WS-TJEK-KONTO
                               PERFORM ER-EGEN-KONTO
                           END-IF
                           IF WS-ER-EGEN = "Y"
                               ADD 1 TO WS-AFSNIT-ANTAL
                               MOVE SPACES TO RAPPORT-RECORD
                               STRING "  " DELIMITED BY SIZE
                                   HIT-LINE DELIMITED BY SIZE
                                   INTO RAPPORT-RECORD
                               WRITE RAPPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANKTIONS-HITS
           END-IF
           PERFORM SKRIV-AFSNIT-ANTAL.

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

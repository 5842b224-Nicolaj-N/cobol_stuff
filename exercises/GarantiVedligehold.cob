       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE GUARANTEE REGISTER GARANTIKOERSEL READS NIGHTLY - SMALL
      * ENOUGH THAT A CLAIM OR A CANCELLATION RELOADS AND REWRITES
      * THE WHOLE FILE, SAME SHAPE AS FIKKREDITORVEDLIGEHOLD.
           SELECT GARANTIER ASSIGN TO "Garantier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARANTI-STATUS.
      * OPENED READ-ONLY, KEYED BY KONTO-ID - SAME CROSS-CHECK
      * KEYING AS KONTOVEDLIGEHOLD.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE COLLATERAL REGISTER - A PLEDGE NAMED AS THE GUARANTEE'S
      * COVER MUST BE AN AKTIV ROW ON THE SAME ACCOUNT.
           SELECT SIKKERHEDER ASSIGN TO "Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIK-STATUS.
      * A GUARANTEE IN A FOREIGN CURRENCY NEEDS A RATE ON THE FEED,
      * OR THE NIGHTLY RUN CANNOT VALUE IT.
           SELECT VALUTAKURSER ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KURS-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - SAME NIVEAU GATE AS THE
      * OTHER REGISTER DIALOGS: 2 TO ISSUE, 3 TO REGISTER A CLAIM OR
      * CANCEL.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GARANTIER.
       01  GARANTI-REC.
           COPY "GARANTIER.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  SIKKERHEDER.
       01  SIKKERHED-REC.
           COPY "SIKKERHEDER.cpy".

       FD  VALUTAKURSER.
       01  KURS-IN.
           COPY "VALUTAKURSER.cpy".

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-GARANTI-STATUS        PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-SIK-STATUS            PIC XX VALUE "00".
       01  WS-KURS-STATUS           PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-SIK                  PIC X VALUE "N".
       01  EOF-KURS                 PIC X VALUE "N".
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
       01  WS-SIK-FUNDET            PIC X VALUE "N".
       01  WS-KURS-FUNDET           PIC X VALUE "N".
      * THE ROW BEING KEYED - HELD APART FROM THE FILE RECORD, WHICH
      * THE NUMBERING RELOAD OVERWRITES.
       01  NY-GARANTI.
           COPY "GARANTIER.cpy".
      * THE WHOLE REGISTER, LOADED FOR NUMBERING, INQUIRY, CLAIMS AND
      * CANCELLATION - SNAPSHOT-AND-REWRITE LIKE THE OTHER REGISTERS.
       01  GARANTI-AR OCCURS 999 TIMES.
           COPY "GARANTIER.cpy".
       01  ANTAL-GARANTIER          PIC 9(4) VALUE ZEROES.
       01  WS-GARANTI-IX            PIC 9(4).
       01  WS-GARANTI-MATCH-IX      PIC 9(4) VALUE ZEROES.
       01  EOF-GARANTI              PIC X VALUE "N".
       01  WS-HOEJESTE-NR           PIC 9(9) VALUE ZEROES.
       01  WS-NAESTE-NR             PIC 9(9) VALUE ZEROES.
       01  WS-SOEGE-ID              PIC X(10) VALUE SPACES.
       01  WS-SOEGE-KUNDE           PIC X(10) VALUE SPACES.
       01  WS-ANTAL-VIST            PIC 9(4) VALUE ZEROES.
       01  WS-KRAV-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-VIS-BELOB             PIC -(9)9.99.

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
           STRING "GARANTVEDL" DELIMITED BY SIZE
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
           DISPLAY "BANKGARANTIER"
           DISPLAY "1. UDSTED NY GARANTI"
           DISPLAY "2. REGISTRER KRAV FRA BEGUNSTIGET"
           DISPLAY "3. ANNULLER GARANTI (RETURNERET)"
           DISPLAY "4. VIS KUNDENS GARANTIER"
           DISPLAY "5. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-GARANTI
                   END-IF
               WHEN "2"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM REGISTRER-KRAV THRU REGISTRER-KRAV-EXIT
                   END-IF
               WHEN "3"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM ANNULLER-GARANTI
                           THRU ANNULLER-GARANTI-EXIT
                   END-IF
               WHEN "4"
                   PERFORM VIS-GARANTIER THRU VIS-GARANTIER-EXIT
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

      * THE PLEDGE NAMED AS COVER MUST BE AN AKTIV ROW ON THE
      * GUARANTEE'S OWN ACCOUNT - THE COLLATERAL REGISTER IS KEYED ON
      * THE ACCOUNT OF THE FACILITY A PLEDGE SECURES.
       SLAA-SIKKERHED-OP.
           MOVE "N" TO WS-SIK-FUNDET
           MOVE "N" TO EOF-SIK
           OPEN INPUT SIKKERHEDER
           IF WS-SIK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SIK = "Y"
                   READ SIKKERHEDER
                       AT END
                           MOVE "Y" TO EOF-SIK
                       NOT AT END
                           IF SI-KONTO-ID OF SIKKERHED-REC
                                   = GA-KONTO-ID OF NY-GARANTI
                               AND SI-TYPE OF SIKKERHED-REC
                                   = GA-SIKKERHED-TYPE OF NY-GARANTI
                               AND SI-STATUS OF SIKKERHED-REC
                                   = "AKTIV"
                               MOVE "Y" TO WS-SIK-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIKKERHEDER
           END-IF.

       SLAA-KURS-OP.
           MOVE "N" TO WS-KURS-FUNDET
           MOVE "N" TO EOF-KURS
           OPEN INPUT VALUTAKURSER
           IF WS-KURS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KURS = "Y"
                   READ VALUTAKURSER
                       AT END
                           MOVE "Y" TO EOF-KURS
                       NOT AT END
                           IF KURS-VALUTA OF KURS-IN
                                   = GA-VALUTA OF NY-GARANTI
                               MOVE "Y" TO WS-KURS-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALUTAKURSER
           END-IF.

       LOAD-GARANTIER.
           MOVE ZEROES TO ANTAL-GARANTIER
           MOVE "N" TO EOF-GARANTI
           OPEN INPUT GARANTIER
           IF WS-GARANTI-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-GARANTI = "Y"
                   READ GARANTIER
                       AT END
                           MOVE "Y" TO EOF-GARANTI
                       NOT AT END
                           ADD 1 TO ANTAL-GARANTIER
                           MOVE GARANTI-REC
                               TO GARANTI-AR(ANTAL-GARANTIER)
                   END-READ
               END-PERFORM
               CLOSE GARANTIER
           END-IF.

       GEM-GARANTIER.
           OPEN OUTPUT GARANTIER
           PERFORM VARYING WS-GARANTI-IX FROM 1 BY 1
                   UNTIL WS-GARANTI-IX > ANTAL-GARANTIER
               MOVE GARANTI-AR(WS-GARANTI-IX) TO GARANTI-REC
               WRITE GARANTI-REC
           END-PERFORM
           CLOSE GARANTIER.

      * THE GUARANTEE NUMBER KEYED IN WS-SOEGE-ID, AS ITS SLOT IN
      * WS-GARANTI-MATCH-IX - ZERO WHEN IT ISN'T ON FILE.
       FIND-GARANTI.
           MOVE ZEROES TO WS-GARANTI-MATCH-IX
           PERFORM VARYING WS-GARANTI-IX FROM 1 BY 1
                   UNTIL WS-GARANTI-IX > ANTAL-GARANTIER
               IF GA-GARANTI-ID OF GARANTI-AR(WS-GARANTI-IX)
                       = WS-SOEGE-ID
                   MOVE WS-GARANTI-IX TO WS-GARANTI-MATCH-IX
               END-IF
           END-PERFORM.

      * REQUIRED-FIELD, FORMAT AND CROSS-REFERENCE CHECKS - SAME
      * VALIDATION STYLE AS SIKKERHEDVEDLIGEHOLD.
       VALIDER-GARANTI.
           MOVE "N" TO WS-FEJL
           IF GA-TYPE OF NY-GARANTI NOT = "BETALING"
               AND GA-TYPE OF NY-GARANTI NOT = "UDFOERELSE"
               MOVE "Y" TO WS-FEJL
               MOVE "TYPE SKAL VAERE BETALING ELLER UDFOERELSE"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND GA-BEGUNSTIGET OF NY-GARANTI = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "BEGUNSTIGET ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND GA-BELOB OF NY-GARANTI NOT > ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "BELOEBET SKAL VAERE STOERRE END NUL"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               IF GA-UDSTEDT-DATO OF NY-GARANTI(1:4) IS NOT NUMERIC
                   OR GA-UDSTEDT-DATO OF NY-GARANTI(5:1) NOT = "-"
                   OR GA-UDSTEDT-DATO OF NY-GARANTI(6:2)
                       IS NOT NUMERIC
                   OR GA-UDSTEDT-DATO OF NY-GARANTI(8:1) NOT = "-"
                   OR GA-UDSTEDT-DATO OF NY-GARANTI(9:2)
                       IS NOT NUMERIC
                   OR GA-UDLOEB-DATO OF NY-GARANTI(1:4) IS NOT NUMERIC
                   OR GA-UDLOEB-DATO OF NY-GARANTI(5:1) NOT = "-"
                   OR GA-UDLOEB-DATO OF NY-GARANTI(6:2)
                       IS NOT NUMERIC
                   OR GA-UDLOEB-DATO OF NY-GARANTI(8:1) NOT = "-"
                   OR GA-UDLOEB-DATO OF NY-GARANTI(9:2)
                       IS NOT NUMERIC
                   MOVE "Y" TO WS-FEJL
                   MOVE "DATOER SKAL VAERE YYYY-MM-DD" TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               IF GA-UDLOEB-DATO OF NY-GARANTI
                       NOT > GA-UDSTEDT-DATO OF NY-GARANTI
                   OR GA-UDLOEB-DATO OF NY-GARANTI < WS-I-DAG
                   MOVE "Y" TO WS-FEJL
                   MOVE "UDLOEB SKAL VAERE EFTER UDSTEDELSE OG I DAG"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               AND GA-VALUTA OF NY-GARANTI NOT = "DKK"
               PERFORM SLAA-KURS-OP
               IF WS-KURS-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "INGEN KURS FOR VALUTAEN PAA VALUTAKURSER"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               MOVE GA-KONTO-ID OF NY-GARANTI
                   TO KONTO-ID OF KONTOOPL-IN
               PERFORM SLAA-KONTO-OP
               IF WS-KONTO-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "KONTO-ID FINDES IKKE I KONTOREGISTER"
                       TO WS-FEJLTEKST
               ELSE
                   IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
                       MOVE "Y" TO WS-FEJL
                       MOVE "KONTOEN ER IKKE AKTIV" TO WS-FEJLTEKST
                   ELSE
                       MOVE KUNDE-ID OF KONTOOPL-IN
                           TO GA-KUNDE-ID OF NY-GARANTI
                   END-IF
               END-IF
           END-IF
           IF WS-FEJL = "N"
               AND GA-SIKKERHED-TYPE OF NY-GARANTI NOT = SPACES
               PERFORM SLAA-SIKKERHED-OP
               IF WS-SIK-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "SIKKERHEDEN ER IKKE AKTIV PAA KONTOEN"
                       TO WS-FEJLTEKST
               END-IF
           END-IF.

      * THE NEXT FREE G-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SO A
      * CLOSED GUARANTEE'S NUMBER IS NEVER REUSED.
       TILDEL-GARANTI-ID.
           PERFORM LOAD-GARANTIER
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-GARANTI-IX FROM 1 BY 1
                   UNTIL WS-GARANTI-IX > ANTAL-GARANTIER
               IF GA-GARANTI-ID OF GARANTI-AR(WS-GARANTI-IX)(2:9)
                       IS NUMERIC
                   MOVE GA-GARANTI-ID OF GARANTI-AR(WS-GARANTI-IX)(2:9)
                       TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "G" TO GA-GARANTI-ID OF NY-GARANTI(1:1)
           MOVE WS-NAESTE-NR TO GA-GARANTI-ID OF NY-GARANTI(2:9).

      * THE FIRST QUARTER'S COMMISSION FALLS DUE ON THE ISSUE DATE -
      * COMMISSION IS BILLED IN ADVANCE.
       OPRET-GARANTI.
           MOVE SPACES TO NY-GARANTI
           MOVE ZEROES TO GA-BELOB OF NY-GARANTI
           MOVE ZEROES TO GA-PROVISION-PCT OF NY-GARANTI
           MOVE ZEROES TO GA-KRAV-BELOB OF NY-GARANTI
           DISPLAY "KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT GA-KONTO-ID OF NY-GARANTI
           DISPLAY "TYPE (BETALING/UDFOERELSE): " WITH NO ADVANCING
           ACCEPT GA-TYPE OF NY-GARANTI
           DISPLAY "BEGUNSTIGET: " WITH NO ADVANCING
           ACCEPT GA-BEGUNSTIGET OF NY-GARANTI
           DISPLAY "BELOEB (POSITIVT): " WITH NO ADVANCING
           ACCEPT GA-BELOB OF NY-GARANTI
           DISPLAY "VALUTA (3 TEGN): " WITH NO ADVANCING
           ACCEPT GA-VALUTA OF NY-GARANTI
           DISPLAY "UDSTEDELSESDATO (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT GA-UDSTEDT-DATO OF NY-GARANTI
           DISPLAY "UDLOEBSDATO (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT GA-UDLOEB-DATO OF NY-GARANTI
           DISPLAY "PROVISION PCT. P.A. (FX 1.50): " WITH NO ADVANCING
           ACCEPT GA-PROVISION-PCT OF NY-GARANTI
           DISPLAY "SIKKERHEDSTYPE PAA KONTOEN (BLANK = INGEN): "
               WITH NO ADVANCING
           ACCEPT GA-SIKKERHED-TYPE OF NY-GARANTI
           DISPLAY "MODGARANTI FRA (BLANK = INGEN): "
               WITH NO ADVANCING
           ACCEPT GA-MODGARANTI OF NY-GARANTI
           MOVE GA-UDSTEDT-DATO OF NY-GARANTI
               TO GA-NAESTE-PROVISION OF NY-GARANTI
           MOVE "AKTIV" TO GA-STATUS OF NY-GARANTI
           MOVE WS-OPERATOR TO GA-OPRETTET-AF OF NY-GARANTI
           MOVE WS-I-DAG TO GA-OPRETTET-DATO OF NY-GARANTI
           PERFORM VALIDER-GARANTI
           IF WS-FEJL = "Y"
               DISPLAY "GARANTI IKKE UDSTEDT - " WS-FEJLTEKST
           ELSE
               PERFORM TILDEL-GARANTI-ID
               OPEN EXTEND GARANTIER
               IF WS-GARANTI-STATUS = "35"
                   OPEN OUTPUT GARANTIER
               END-IF
               MOVE NY-GARANTI TO GARANTI-REC
               WRITE GARANTI-REC
               CLOSE GARANTIER
               ADD 1 TO WS-ANTAL-AENDRINGER
               DISPLAY "GARANTI UDSTEDT: " GA-GARANTI-ID OF NY-GARANTI
           END-IF.

      * A CLAIM ON A LIVE, UNEXPIRED GUARANTEE, UP TO ITS AMOUNT. THE
      * GUARANTEE GOES TO KRAVET; THE NIGHTLY RUN DEBITS THE CLAIM TO
      * THE CUSTOMER'S ACCOUNT AND CLOSES IT AS INDFRIET.
       REGISTRER-KRAV.
           PERFORM LOAD-GARANTIER
           DISPLAY "GARANTI-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM FIND-GARANTI
           IF WS-GARANTI-MATCH-IX = ZEROES
               DISPLAY "GARANTIEN FINDES IKKE."
               GO TO REGISTRER-KRAV-EXIT
           END-IF
           IF GA-STATUS OF GARANTI-AR(WS-GARANTI-MATCH-IX)
                   NOT = "AKTIV"
               DISPLAY "GARANTIEN ER IKKE AKTIV - STATUS "
                   GA-STATUS OF GARANTI-AR(WS-GARANTI-MATCH-IX)
               GO TO REGISTRER-KRAV-EXIT
           END-IF
           IF GA-UDLOEB-DATO OF GARANTI-AR(WS-GARANTI-MATCH-IX)
                   < WS-I-DAG
               DISPLAY "GARANTIEN ER UDLOEBET "
                   GA-UDLOEB-DATO OF GARANTI-AR(WS-GARANTI-MATCH-IX)
                   " - KRAV AFVIST."
               GO TO REGISTRER-KRAV-EXIT
           END-IF
           MOVE GA-BELOB OF GARANTI-AR(WS-GARANTI-MATCH-IX)
               TO WS-VIS-BELOB
           DISPLAY "GARANTIBELOEB " WS-VIS-BELOB " "
               GA-VALUTA OF GARANTI-AR(WS-GARANTI-MATCH-IX)
           DISPLAY "KRAVETS BELOEB: " WITH NO ADVANCING
           ACCEPT WS-KRAV-BELOB
           IF WS-KRAV-BELOB NOT > ZEROES
               OR WS-KRAV-BELOB
                   > GA-BELOB OF GARANTI-AR(WS-GARANTI-MATCH-IX)
               DISPLAY "KRAVET SKAL VAERE OVER NUL OG HOEJST "
                   "GARANTIBELOEBET."
               GO TO REGISTRER-KRAV-EXIT
           END-IF
           DISPLAY "BEKRAEFT KRAV FRA "
               GA-BEGUNSTIGET OF GARANTI-AR(WS-GARANTI-MATCH-IX)
               " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "KRAV FORTRUDT."
               GO TO REGISTRER-KRAV-EXIT
           END-IF
           MOVE WS-KRAV-BELOB
               TO GA-KRAV-BELOB OF GARANTI-AR(WS-GARANTI-MATCH-IX)
           MOVE WS-I-DAG
               TO GA-KRAV-DATO OF GARANTI-AR(WS-GARANTI-MATCH-IX)
           MOVE "KRAVET" TO GA-STATUS OF GARANTI-AR(WS-GARANTI-MATCH-IX)
           PERFORM GEM-GARANTIER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "KRAV REGISTRERET - DEBITERES I NAT.".

       REGISTRER-KRAV-EXIT.
           EXIT.

      * THE BENEFICIARY HAS RETURNED THE GUARANTEE BEFORE EXPIRY -
      * IT IS RELEASED AT ONCE; NO FURTHER COMMISSION FALLS DUE.
       ANNULLER-GARANTI.
           PERFORM LOAD-GARANTIER
           DISPLAY "GARANTI-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM FIND-GARANTI
           IF WS-GARANTI-MATCH-IX = ZEROES
               DISPLAY "GARANTIEN FINDES IKKE."
               GO TO ANNULLER-GARANTI-EXIT
           END-IF
           IF GA-STATUS OF GARANTI-AR(WS-GARANTI-MATCH-IX)
                   NOT = "AKTIV"
               DISPLAY "GARANTIEN ER IKKE AKTIV - STATUS "
                   GA-STATUS OF GARANTI-AR(WS-GARANTI-MATCH-IX)
               GO TO ANNULLER-GARANTI-EXIT
           END-IF
           DISPLAY "BEKRAEFT ANNULLERING AF GARANTI TIL "
               GA-BEGUNSTIGET OF GARANTI-AR(WS-GARANTI-MATCH-IX)
               " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "ANNULLERING FORTRUDT."
               GO TO ANNULLER-GARANTI-EXIT
           END-IF
           MOVE "ANNULLERET"
               TO GA-STATUS OF GARANTI-AR(WS-GARANTI-MATCH-IX)
           PERFORM GEM-GARANTIER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "GARANTI ANNULLERET.".

       ANNULLER-GARANTI-EXIT.
           EXIT.

      * THE CUSTOMER'S GUARANTEES, LIVE AND CLOSED.
       VIS-GARANTIER.
           PERFORM LOAD-GARANTIER
           IF ANTAL-GARANTIER = ZEROES
               DISPLAY "INGEN GARANTIER PAA FIL."
               GO TO VIS-GARANTIER-EXIT
           END-IF
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE
           MOVE ZEROES TO WS-ANTAL-VIST
           PERFORM VARYING WS-GARANTI-IX FROM 1 BY 1
                   UNTIL WS-GARANTI-IX > ANTAL-GARANTIER
               IF GA-KUNDE-ID OF GARANTI-AR(WS-GARANTI-IX)
                       = WS-SOEGE-KUNDE
                   ADD 1 TO WS-ANTAL-VIST
                   MOVE GA-BELOB OF GARANTI-AR(WS-GARANTI-IX)
                       TO WS-VIS-BELOB
                   DISPLAY GA-GARANTI-ID OF GARANTI-AR(WS-GARANTI-IX)
                       " " GA-TYPE OF GARANTI-AR(WS-GARANTI-IX)
                       " " WS-VIS-BELOB
                       " " GA-VALUTA OF GARANTI-AR(WS-GARANTI-IX)
                       " UDLOEB "
                       GA-UDLOEB-DATO OF GARANTI-AR(WS-GARANTI-IX)
                       " " GA-STATUS OF GARANTI-AR(WS-GARANTI-IX)
                   DISPLAY "    BEGUNSTIGET "
                       GA-BEGUNSTIGET OF GARANTI-AR(WS-GARANTI-IX)
               END-IF
           END-PERFORM
           IF WS-ANTAL-VIST = ZEROES
               DISPLAY "INGEN GARANTIER FOR KUNDEN."
           END-IF.

       VIS-GARANTIER-EXIT.
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

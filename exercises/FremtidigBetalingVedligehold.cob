       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE FUTURE-DATED PAYMENT REGISTER FREMTIDIGBETALINGKOERSEL
      * EXECUTES FROM EVERY BANKING NIGHT. PLAIN LINE SEQUENTIAL AND
      * SMALL ENOUGH THAT A CHANGE OR A CANCEL RELOADS AND REWRITES
      * THE WHOLE FILE - SAME SNAPSHOT-AND-REWRITE SHAPE AS
      * STAAENDEORDREVEDLIGEHOLD'S ANNULLER-ORDRE.
           SELECT FREMTIDIGE-BETALINGER
               ASSIGN TO "FremtidigeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BETALING-STATUS.
      * OPENED READ-ONLY, KEYED BY KONTO-ID, SO A PAYMENT CAN ONLY BE
      * KEYED ON AN ACCOUNT THAT IS ON THE MASTER - SAME KEYING
      * STAAENDEORDREVEDLIGEHOLD USES.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE BANK CALENDAR KALENDERKONTROL GATES THE NIGHT ON - A
      * PAYMENT DATED ON A WEEKEND OR HOLIDAY RUNS ON THE NEXT
      * BANKING DAY, AND ITS CHANGE WINDOW IS MEASURED FROM THAT DAY.
           SELECT BANK-KALENDER ASSIGN TO "BankKalender.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KALENDER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREMTIDIGE-BETALINGER.
           01  BETALING-REC.
               COPY "FREMTIDIGEBETALINGER.cpy".

       FD  KONTOOPLYSNINGER.
           01  KONTOOPL-IN.
               COPY "KONTOOPL.cpy".

       FD  BANK-KALENDER.
           01  KALENDER-REC.
               02  BK-DATO          PIC X(10).
               02  BK-TYPE          PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-BETALING-STATUS       PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-KALENDER-STATUS       PIC XX VALUE "00".
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
      * WHOLE REGISTER, LOADED BY EVERY MENU CHOICE SO THE NEXT
      * LOEBENR CAN BE HANDED OUT AND ONE ROW CAN BE CHANGED AND THE
      * FILE WRITTEN BACK INTACT.
       01  BETALING-AR OCCURS 9999 TIMES.
           COPY "FREMTIDIGEBETALINGER.cpy".
       01  ANTAL-BETALINGER         PIC 9(4) VALUE ZEROES.
       01  WS-BETALING-IX           PIC 9(4).
       01  WS-BETALING-MATCH-IX     PIC 9(4) VALUE ZEROES.
       01  EOF-BETALING             PIC X VALUE "N".
       01  WS-HOEJESTE-LOEBENR      PIC 9(6) VALUE ZEROES.
       01  WS-SOEGE-LOEBENR         PIC 9(6) VALUE ZEROES.
       01  WS-NY-BELOB              PIC 9(9)V99 VALUE ZEROES.
       01  WS-NY-DATO               PIC X(10) VALUE SPACES.
       01  WS-NY-TEKST              PIC X(40) VALUE SPACES.
       01  WS-BELOB-TEKST           PIC Z(8)9.99.
      * THE HOLIDAY LIST AND THE DAY-OF-WEEK ARITHMETIC - SAME RULE
      * AS KALENDERKONTROL'S VURDER-BANKDAG.
       01  HELLIGDAG-AR OCCURS 200 TIMES PIC X(10) VALUE SPACES.
       01  ANTAL-HELLIGDAGE         PIC 9(3) VALUE ZEROES.
       01  WS-HD-IX                 PIC 9(3).
       01  EOF-KALENDER             PIC X VALUE "N".
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-DATO-TEKST            PIC X(10) VALUE SPACES.
       01  WS-HELTAL                PIC S9(9) VALUE ZEROES.
       01  WS-UGEDAG                PIC 99 VALUE ZEROES.
       01  WS-KVOT                  PIC 9(9) VALUE ZEROES.
       01  WS-BANKDAG               PIC X VALUE "N".

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           STOP RUN.

      * OPENS KONTOOPT.TXT READ-ONLY FOR THE KONTO-ID CROSS-CHECK AND
      * LOADS THE CALENDAR, THEN DRIVES THE MENU UNTIL THE OPERATOR
      * ASKS TO STOP - SAME SHAPE AS STAAENDEORDREVEDLIGEHOLD.
       MAIN-LOGIC.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2)
           PERFORM LOAD-KALENDER
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "FREMTIDIGE BETALINGER VEDLIGEHOLDELSE"
           DISPLAY "1. OPRET NY BETALING"
           DISPLAY "2. AENDR BETALING"
           DISPLAY "3. ANNULLER BETALING"
           DISPLAY "4. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   PERFORM OPRET-BETALING
               WHEN "2"
                   PERFORM AENDR-BETALING THRU AENDR-BETALING-EXIT
               WHEN "3"
                   PERFORM ANNULLER-BETALING
                       THRU ANNULLER-BETALING-EXIT
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       LOAD-KALENDER.
           OPEN INPUT BANK-KALENDER
           IF WS-KALENDER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KALENDER = "Y"
                   READ BANK-KALENDER
                       AT END
                           MOVE "Y" TO EOF-KALENDER
                       NOT AT END
                           IF BK-TYPE OF KALENDER-REC(1:9)
                                   = "HELLIGDAG"
                               ADD 1 TO ANTAL-HELLIGDAGE
                               MOVE BK-DATO OF KALENDER-REC TO
                                   HELLIGDAG-AR(ANTAL-HELLIGDAGE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-KALENDER
           END-IF.

      * LOADS THE WHOLE REGISTER AND NOTES THE HIGHEST LOEBENR HANDED
      * OUT SO FAR. A MISSING FILE JUST MEANS AN EMPTY REGISTER.
       LOAD-BETALINGER.
           MOVE ZEROES TO ANTAL-BETALINGER
           MOVE ZEROES TO WS-HOEJESTE-LOEBENR
           MOVE "N" TO EOF-BETALING
           OPEN INPUT FREMTIDIGE-BETALINGER
           IF WS-BETALING-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BETALING = "Y"
                   READ FREMTIDIGE-BETALINGER
                       AT END
                           MOVE "Y" TO EOF-BETALING
                       NOT AT END
                           ADD 1 TO ANTAL-BETALINGER
                           MOVE BETALING-REC
                               TO BETALING-AR(ANTAL-BETALINGER)
                           IF FB-LOEBENR OF BETALING-REC
                                   > WS-HOEJESTE-LOEBENR
                               MOVE FB-LOEBENR OF BETALING-REC
                                   TO WS-HOEJESTE-LOEBENR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREMTIDIGE-BETALINGER
           END-IF.

       GEM-BETALINGER.
           OPEN OUTPUT FREMTIDIGE-BETALINGER
           PERFORM VARYING WS-BETALING-IX FROM 1 BY 1
                   UNTIL WS-BETALING-IX > ANTAL-BETALINGER
               MOVE BETALING-AR(WS-BETALING-IX) TO BETALING-REC
               WRITE BETALING-REC
           END-PERFORM
           CLOSE FREMTIDIGE-BETALINGER.

      * PROMPTS FOR EVERY FIELD ON THE PAYMENT. A RECEIVER ABROAD
      * HAS NO REG-NR - IT IS BIC PLUS IBAN, SAME SPLIT AS
      * BETALINGSINDTASTNING'S UDLANDSBETALING.
       INDTAST-FELTER.
           DISPLAY "KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT FB-KONTO-ID OF BETALING-REC
           DISPLAY "MODTAGERNAVN: " WITH NO ADVANCING
           ACCEPT FB-MODTAGER-NAVN OF BETALING-REC
           DISPLAY "UDLANDSBETALING (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR = "J" OR WS-SVAR = "j"
               DISPLAY "MODTAGER-BIC (8 ELLER 11 TEGN): "
                   WITH NO ADVANCING
               ACCEPT FB-MODTAGER-BIC OF BETALING-REC
               DISPLAY "MODTAGER-IBAN: " WITH NO ADVANCING
               ACCEPT FB-MODTAGER-IBAN OF BETALING-REC
           ELSE
               DISPLAY "MODTAGER REG-NR: " WITH NO ADVANCING
               ACCEPT FB-MODTAGER-REG-NR OF BETALING-REC
               DISPLAY "MODTAGERKONTO: " WITH NO ADVANCING
               ACCEPT FB-MODTAGER-KONTO OF BETALING-REC
           END-IF
           DISPLAY "BELOEB: " WITH NO ADVANCING
           ACCEPT FB-BELOB OF BETALING-REC
           DISPLAY "VALUTA (3 TEGN): " WITH NO ADVANCING
           ACCEPT FB-VALUTA OF BETALING-REC
           DISPLAY "POSTERINGSTEKST (MAX 40 TEGN): " WITH NO ADVANCING
           ACCEPT FB-TEKST OF BETALING-REC
           DISPLAY "BETALINGSDATO (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT FB-DATO OF BETALING-REC.

       SLAA-KONTO-OP.
           MOVE "N" TO WS-KONTO-FUNDET
           READ KONTOOPLYSNINGER KEY IS KONTO-ID OF KONTOOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-FUNDET
           END-READ.

      * REQUIRED-FIELD, FORMAT AND CROSS-REFERENCE CHECKS RUN BEFORE
      * EVERY WRITE - SAME STYLE AS STAAENDEORDREVEDLIGEHOLD'S
      * VALIDER-ORDRE. STOPS AT THE FIRST PROBLEM FOUND.
       VALIDER-BETALING.
           MOVE "N" TO WS-FEJL
           IF FB-KONTO-ID OF BETALING-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "KONTO-ID ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
                   AND FB-MODTAGER-REG-NR OF BETALING-REC = ZEROES
                   AND FB-MODTAGER-IBAN OF BETALING-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "MODTAGER REG-NR/KONTO ELLER BIC/IBAN ER PAAKRAEVET"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
                   AND FB-MODTAGER-REG-NR OF BETALING-REC NOT = ZEROES
                   AND FB-MODTAGER-KONTO OF BETALING-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "MODTAGERKONTO ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
                   AND FB-MODTAGER-IBAN OF BETALING-REC NOT = SPACES
               IF FB-MODTAGER-BIC OF BETALING-REC(1:8) = SPACES
                       OR (FB-MODTAGER-BIC OF BETALING-REC(9:3)
                           NOT = SPACES
                       AND (FB-MODTAGER-BIC OF BETALING-REC(9:1)
                           = SPACE
                       OR FB-MODTAGER-BIC OF BETALING-REC(10:1)
                           = SPACE
                       OR FB-MODTAGER-BIC OF BETALING-REC(11:1)
                           = SPACE))
                   MOVE "Y" TO WS-FEJL
                   MOVE "MODTAGER-BIC SKAL VAERE 8 ELLER 11 TEGN"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
                   AND FB-MODTAGER-IBAN OF BETALING-REC(1:2) = "DK"
               MOVE "Y" TO WS-FEJL
               MOVE "DANSK IBAN - BRUG REG-NR OG KONTO"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND FB-BELOB OF BETALING-REC NOT > ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "BELOEB SKAL VAERE STOERRE END NUL"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND FB-VALUTA OF BETALING-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "VALUTA ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               PERFORM VALIDER-DATO
           END-IF
           IF WS-FEJL = "N"
               MOVE FB-KONTO-ID OF BETALING-REC
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
                   END-IF
               END-IF
           END-IF.

      * THE DATE MUST BE A REAL "YYYY-MM-DD" AND ITS BANKING DAY MUST
      * LIE AFTER TODAY - TONIGHT'S RUN IS ALREADY CLOSED TO NEW AND
      * CHANGED PAYMENTS, SAME WINDOW AS THE CANCEL RULE.
       VALIDER-DATO.
           IF FB-DATO OF BETALING-REC(1:4) IS NOT NUMERIC
                   OR FB-DATO OF BETALING-REC(5:1) NOT = "-"
                   OR FB-DATO OF BETALING-REC(6:2) IS NOT NUMERIC
                   OR FB-DATO OF BETALING-REC(8:1) NOT = "-"
                   OR FB-DATO OF BETALING-REC(9:2) IS NOT NUMERIC
               MOVE "Y" TO WS-FEJL
               MOVE "BETALINGSDATO SKAL VAERE YYYY-MM-DD"
                   TO WS-FEJLTEKST
           ELSE
               IF FB-DATO OF BETALING-REC(6:2) < "01"
                       OR FB-DATO OF BETALING-REC(6:2) > "12"
                       OR FB-DATO OF BETALING-REC(9:2) < "01"
                       OR FB-DATO OF BETALING-REC(9:2) > "31"
                   MOVE "Y" TO WS-FEJL
                   MOVE "BETALINGSDATO ER IKKE EN GYLDIG DATO"
                       TO WS-FEJLTEKST
               ELSE
                   PERFORM FIND-BANKDAG
                   IF FB-BANKDAG-DATO OF BETALING-REC
                           NOT > WS-DAGS-DATO
                       MOVE "Y" TO WS-FEJL
                       MOVE "BETALINGSDATO SKAL LIGGE EFTER I DAG"
                           TO WS-FEJLTEKST
                   END-IF
               END-IF
           END-IF.

      * FB-DATO MOVED FORWARD TO THE FIRST DAY THAT IS NOT A
      * SATURDAY, SUNDAY OR CALENDAR HOLIDAY, INTO FB-BANKDAG-DATO.
       FIND-BANKDAG.
           MOVE FB-DATO OF BETALING-REC(1:4) TO WS-DATO-YYYYMMDD(1:4)
           MOVE FB-DATO OF BETALING-REC(6:2) TO WS-DATO-YYYYMMDD(5:2)
           MOVE FB-DATO OF BETALING-REC(9:2) TO WS-DATO-YYYYMMDD(7:2)
           COMPUTE WS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-YYYYMMDD)
           MOVE "N" TO WS-BANKDAG
           PERFORM UNTIL WS-BANKDAG = "Y"
               COMPUTE WS-DATO-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-HELTAL)
               MOVE WS-DATO-YYYYMMDD(1:4) TO WS-DATO-TEKST(1:4)
               MOVE "-" TO WS-DATO-TEKST(5:1)
               MOVE WS-DATO-YYYYMMDD(5:2) TO WS-DATO-TEKST(6:2)
               MOVE "-" TO WS-DATO-TEKST(8:1)
               MOVE WS-DATO-YYYYMMDD(7:2) TO WS-DATO-TEKST(9:2)
               PERFORM VURDER-BANKDAG
               IF WS-BANKDAG = "N"
                   ADD 1 TO WS-HELTAL
               END-IF
           END-PERFORM
           MOVE WS-DATO-TEKST TO FB-BANKDAG-DATO OF BETALING-REC.

      * IS WS-HELTAL/WS-DATO-TEKST A BANKING DAY? SAME RULE AS
      * KALENDERKONTROL - NOT A WEEKEND, NOT ON THE HOLIDAY LIST.
       VURDER-BANKDAG.
           MOVE "Y" TO WS-BANKDAG
           DIVIDE WS-HELTAL BY 7
               GIVING WS-KVOT REMAINDER WS-UGEDAG
           IF WS-UGEDAG = 6 OR WS-UGEDAG = 0
               MOVE "N" TO WS-BANKDAG
           END-IF
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
                   UNTIL WS-HD-IX > ANTAL-HELLIGDAGE
               IF HELLIGDAG-AR(WS-HD-IX) = WS-DATO-TEKST
                   MOVE "N" TO WS-BANKDAG
               END-IF
           END-PERFORM.

      * APPENDS ONE NEW VENTER PAYMENT UNDER THE NEXT FREE LOEBENR,
      * WHICH IS SHOWN SO THE CUSTOMER CAN QUOTE IT LATER. OPEN
      * EXTEND FALLS BACK TO OPEN OUTPUT FOR THE FIRST PAYMENT EVER.
       OPRET-BETALING.
           PERFORM LOAD-BETALINGER
           MOVE SPACES TO BETALING-REC
           MOVE ZEROES TO FB-MODTAGER-REG-NR OF BETALING-REC
           MOVE ZEROES TO FB-BELOB OF BETALING-REC
           PERFORM INDTAST-FELTER
           PERFORM VALIDER-BETALING
           IF WS-FEJL = "Y"
               DISPLAY "BETALING IKKE OPRETTET - " WS-FEJLTEKST
           ELSE
               COMPUTE FB-LOEBENR OF BETALING-REC =
                   WS-HOEJESTE-LOEBENR + 1
               MOVE "VENTER" TO FB-STATUS OF BETALING-REC
               MOVE ZEROES TO FB-FORSOEG OF BETALING-REC
               OPEN EXTEND FREMTIDIGE-BETALINGER
               IF WS-BETALING-STATUS = "35"
                   OPEN OUTPUT FREMTIDIGE-BETALINGER
               END-IF
               WRITE BETALING-REC
               CLOSE FREMTIDIGE-BETALINGER
               DISPLAY "BETALING OPRETTET MED LOEBENR "
                   FB-LOEBENR OF BETALING-REC
                   " - UDFOERES " FB-BANKDAG-DATO OF BETALING-REC
           END-IF.

      * FINDS THE VENTER PAYMENT THE CUSTOMER QUOTES AND CHECKS THE
      * WINDOW: A CHANGE OR CANCEL IS TAKEN UNTIL THE END OF THE DAY
      * BEFORE ITS BANKING DAY, AND NEVER ONCE THE NIGHTLY RUN HAS
      * STARTED RETRYING IT. WS-BETALING-MATCH-IX COMES BACK ZERO
      * WHEN THE PAYMENT CAN'T BE TOUCHED.
       FIND-AABEN-BETALING.
           MOVE ZEROES TO WS-BETALING-MATCH-IX
           DISPLAY "LOEBENR: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-LOEBENR
           PERFORM VARYING WS-BETALING-IX FROM 1 BY 1
                   UNTIL WS-BETALING-IX > ANTAL-BETALINGER
               IF FB-LOEBENR OF BETALING-AR(WS-BETALING-IX)
                       = WS-SOEGE-LOEBENR
                   AND FB-STATUS OF BETALING-AR(WS-BETALING-IX)
                       = "VENTER"
                   MOVE WS-BETALING-IX TO WS-BETALING-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-BETALING-MATCH-IX = ZEROES
               DISPLAY "INGEN VENTENDE BETALING MED DET LOEBENR."
           ELSE
               IF FB-BANKDAG-DATO OF BETALING-AR(WS-BETALING-MATCH-IX)
                       NOT > WS-DAGS-DATO
                   OR FB-FORSOEG OF BETALING-AR(WS-BETALING-MATCH-IX)
                       > ZEROES
                   DISPLAY "FRISTEN ER OVERSKREDET - BETALINGEN "
                       "UDFOERES "
                       FB-BANKDAG-DATO OF
                           BETALING-AR(WS-BETALING-MATCH-IX)
                   MOVE ZEROES TO WS-BETALING-MATCH-IX
               END-IF
           END-IF.

      * AMOUNT, DATE AND TEXT MAY CHANGE - BLANK KEEPS THE OLD VALUE.
      * THE RECEIVER IS NOT CHANGED HERE; A NEW RECEIVER IS A CANCEL
      * AND A NEW PAYMENT. THE CHANGED ROW IS VALIDATED IN FULL.
       AENDR-BETALING.
           PERFORM LOAD-BETALINGER
           IF ANTAL-BETALINGER = ZEROES
               DISPLAY "INGEN BETALINGER PAA FIL."
               GO TO AENDR-BETALING-EXIT
           END-IF
           PERFORM FIND-AABEN-BETALING
           IF WS-BETALING-MATCH-IX = ZEROES
               GO TO AENDR-BETALING-EXIT
           END-IF
           MOVE BETALING-AR(WS-BETALING-MATCH-IX) TO BETALING-REC
           MOVE FB-BELOB OF BETALING-REC TO WS-BELOB-TEKST
           DISPLAY "NUVAERENDE: " WS-BELOB-TEKST " "
               FB-VALUTA OF BETALING-REC " DEN "
               FB-DATO OF BETALING-REC
           MOVE ZEROES TO WS-NY-BELOB
           MOVE SPACES TO WS-NY-DATO
           MOVE SPACES TO WS-NY-TEKST
           DISPLAY "NYT BELOEB (0 = UAENDRET): " WITH NO ADVANCING
           ACCEPT WS-NY-BELOB
           DISPLAY "NY BETALINGSDATO (BLANK = UAENDRET): "
               WITH NO ADVANCING
           ACCEPT WS-NY-DATO
           DISPLAY "NY POSTERINGSTEKST (BLANK = UAENDRET): "
               WITH NO ADVANCING
           ACCEPT WS-NY-TEKST
           IF WS-NY-BELOB > ZEROES
               MOVE WS-NY-BELOB TO FB-BELOB OF BETALING-REC
           END-IF
           IF WS-NY-DATO NOT = SPACES
               MOVE WS-NY-DATO TO FB-DATO OF BETALING-REC
           END-IF
           IF WS-NY-TEKST NOT = SPACES
               MOVE WS-NY-TEKST TO FB-TEKST OF BETALING-REC
           END-IF
           PERFORM VALIDER-BETALING
           IF WS-FEJL = "Y"
               DISPLAY "BETALING IKKE AENDRET - " WS-FEJLTEKST
               GO TO AENDR-BETALING-EXIT
           END-IF
           MOVE BETALING-REC TO BETALING-AR(WS-BETALING-MATCH-IX)
           PERFORM GEM-BETALINGER
           DISPLAY "BETALING AENDRET - UDFOERES "
               FB-BANKDAG-DATO OF BETALING-REC.

       AENDR-BETALING-EXIT.
           EXIT.

      * FLAGS THE PAYMENT ANNULLERET RATHER THAN DELETING ITS ROW, SO
      * THE REGISTER KEEPS A TRACE - SAME PRINCIPLE AS ANNULLER-ORDRE.
       ANNULLER-BETALING.
           PERFORM LOAD-BETALINGER
           IF ANTAL-BETALINGER = ZEROES
               DISPLAY "INGEN BETALINGER PAA FIL."
               GO TO ANNULLER-BETALING-EXIT
           END-IF
           PERFORM FIND-AABEN-BETALING
           IF WS-BETALING-MATCH-IX = ZEROES
               GO TO ANNULLER-BETALING-EXIT
           END-IF
           DISPLAY "BEKRAEFT ANNULLERING AF BETALING TIL "
               FB-MODTAGER-NAVN OF BETALING-AR(WS-BETALING-MATCH-IX)
               " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "ANNULLERING FORTRUDT."
               GO TO ANNULLER-BETALING-EXIT
           END-IF
           MOVE "ANNULLERET"
               TO FB-STATUS OF BETALING-AR(WS-BETALING-MATCH-IX)
           MOVE WS-DAGS-DATO
               TO FB-AFSLUT-DATO OF BETALING-AR(WS-BETALING-MATCH-IX)
           PERFORM GEM-BETALINGER
           DISPLAY "BETALING ANNULLERET.".

       ANNULLER-BETALING-EXIT.
           EXIT.

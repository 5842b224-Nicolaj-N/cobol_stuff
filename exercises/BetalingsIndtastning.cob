               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAAS-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      * SAME KEYING AS OPGAVE11 - KUNDE-ID PRIMARY, KONTO-ID AS
      * ALTERNATE, SO A KEYED PAYMENT'S ACCOUNT CAN BE VALIDATED AND
      * ITS OWNING CUSTOMER'S CPR/NAVN/ADRESSE PICKED UP IN ONE READ.
               ASSIGN TO "ErhvervsBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERHV-STATUS.
      * THE CHEQUE REGISTER - ONE ROW PER RELEASED CHEQUE DEPOSIT,
      * READ AT CAPTURE SO THE SAME CHEQUE CANNOT BE CREDITED TWICE
      * AND APPENDED ON APPROVAL. SEE CHECKINDSAETTELSER.CPY.
           SELECT CHECK-REGISTER
               ASSIGN TO "CheckIndsaettelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
      * A RELEASED CHEQUE'S CLEARING-PERIOD HOLD IS APPENDED HERE AS
      * AN ORDINARY AABEN ROW, SO EVERY AVAILABLE-BALANCE READER
      * ALREADY NETS IT OFF. SEE RESERVATIONER.CPY.
           SELECT RESERVATIONER ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERV-STATUS.
      * A RELEASED STRAKSBETALING DOES NOT GO TO TRANSAKTIONER.TXT -
      * IT QUEUES HERE FOR THE INTRADAY STRAKSKOERSEL, WHICH CHECKS
      * THE FUNDS, POSTS IT AND SENDS IT TO THE INSTANT SCHEME. SEE
      * STRAKSBETALINGER.CPY.
           SELECT STRAKS-UD ASSIGN TO "StraksUd.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRAKS-STATUS.
      * PAYMENT LIMITS PER CUSTOMER AND CHANNEL, AND THE DAY'S
      * RUNNING TOTAL THEY ARE MEASURED AGAINST - SEE VURDER-GRAENSE.
      * BOTH OPTIONAL: NO REGISTER MEANS NO CEILINGS.
           SELECT BETALINGSGRAENSER ASSIGN TO "BetalingsGraenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BG-STATUS.
           SELECT BETALINGS-FORBRUG ASSIGN TO "BetalingsForbrug.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BF-STATUS.
      * OUR OWN REG-NRS FROM THE BANK MASTER - A RECEIVER UNDER ONE OF
      * THEM IS IN OUR BANK AND GETS THE PAYEE NAME CHECK. SAME LIST
      * CLEARINGUDTRAEK SPLITS INTERNAL FROM CLEARING ON.
           SELECT BANKOPLYSNINGER ASSIGN TO "Banker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
      * TRUSTEE DISBURSEMENTS - THE ONLY DEBITS AN ACCOUNT FROZEN BY
      * AN INSOLVENCY CASE WILL TAKE. SEE KONTROLLER-KURATOR.
           SELECT KURATOR-DISPOSITIONER
               ASSIGN TO "KuratorDispositioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KD-STATUS.
      * THE GOODWILL REGISTER - ONE ROW PER KULANCE KEYED, WITH ITS
      * REASON, COMPLAINT CASE AND WHO POSTED IT. SNAPSHOT WHOLE SO
      * A QUEUED ONE CAN BE MADE BOGFOERT OR AFVIST AND WRITTEN
      * BACK. SEE KULANCER.CPY AND INDTAST-KULANCE.
           SELECT KULANCER ASSIGN TO "Kulancer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KU-STATUS.
      * THE COMPLAINT REGISTER, READ-ONLY - A GOODWILL REFUND NAMING
      * A CASE MUST NAME ONE OF THE ACCOUNT HOLDER'S OWN.
           SELECT KLAGE-SAGER ASSIGN TO "KlageSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KLAGE-STATUS.
      * THE CUSTOMER MEMO REGISTER, READ-ONLY - EVERY ACTIVE MEMO ON
      * THE ACCOUNT OR ANY OF ITS HOLDERS IS SHOWN AT CAPTURE AND AT
      * RELEASE, AND A STOP MEMO HOLDS THE CAPTURE UNTIL A SECOND
      * OPERATOR OVERRIDES IT. SEE MEMOER.CPY AND KONTROLLER-MEMOER.
           SELECT MEMOER ASSIGN TO "Memoer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-AUDIT-LOG.
           01  AUDIT-LOG-RECORD.
               02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
               02  AUDIT-LOG-LOEBENR   PIC 9(9).
               02  AUDIT-LOG-KSUM      PIC 9(9).

       FD  KUNDEOPLYSNINGER.
           01  KUNDEOPL-IN.
           01  ALIAS-REC.
               COPY "ALIASER.cpy".

       FD  CHECK-REGISTER.
           01  CHECK-REC.
               COPY "CHECKINDSAETTELSER.cpy".

       FD  RESERVATIONER.
           01  RESERVATION-REC.
               COPY "RESERVATIONER.cpy".

       FD  STRAKS-UD.
           01  STRAKS-UD-REC.
               COPY "STRAKSBETALINGER.cpy".

       FD  BETALINGSGRAENSER.
           01  GRAENSE-REC.
               COPY "BETALINGSGRAENSER.cpy".

       FD  BETALINGS-FORBRUG.
           01  FORBRUG-REC.
               COPY "BETALINGSFORBRUG.cpy".

       FD  BANKOPLYSNINGER.
           01  BANKOPL-IN.
               COPY "BANKER.cpy".

       FD  KURATOR-DISPOSITIONER.
           01  DISP-REC.
               COPY "KURATORDISPOSITIONER.cpy".

       FD  KULANCER.
           01  KULANCE-REC.
               COPY "KULANCER.cpy".

       FD  KLAGE-SAGER.
           01  KLAGE-REC.
               COPY "KLAGESAGER.cpy".

       FD  MEMOER.
           01  MEMO-REC.
               COPY "MEMOER.cpy".

       WORKING-STORAGE SECTION.
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-VENT-IX               PIC 9(4).
       01  EOF-VENT                 PIC X VALUE "N".
       01  WS-VENT-BELOB-TEXT       PIC -(9)9.99.
      * CHEQUE DEPOSITS - SEE INDTAST-CHECK. THE CLEARING PERIOD IS
      * CALENDAR DAYS FROM RELEASE; THE CREDIT IS HELD THAT LONG SO
      * A CHEQUE THE DRAWER BANK BOUNCES NEVER FUNDED ANYTHING.
       01  WS-CHECK-STATUS          PIC XX VALUE "00".
       01  WS-RESERV-STATUS         PIC XX VALUE "00".
       01  EOF-CHECK                PIC X VALUE "N".
       01  WS-CHECK-DUBLET          PIC X VALUE "N".
       01  WS-CHECK-CLEARINGDAGE    PIC 9(2) VALUE 5.
       01  WS-CHECK-HELTAL          PIC S9(9) VALUE ZEROES.
       01  WS-CHECK-YYYYMMDD        PIC 9(8) VALUE ZEROES.
       01  WS-CHECK-FRIGIV-DATO     PIC X(10) VALUE SPACES.
      * INSTANT PAYMENTS - SEE SKRIV-STRAKS-ANMODNING.
       01  WS-STRAKS-STATUS         PIC XX VALUE "00".
      * PAYMENT LIMITS - SEE VURDER-GRAENSE. THE CALLER SETS KUNDE,
      * KANAL AND THE POSITIVE AMOUNT; WS-GR-OVER COMES BACK "Y" WHEN
      * A CEILING WOULD BE BROKEN.
       01  WS-BG-STATUS             PIC XX VALUE "00".
       01  WS-BF-STATUS             PIC XX VALUE "00".
       01  EOF-BG                   PIC X VALUE "N".
       01  EOF-BF                   PIC X VALUE "N".
       01  GRAENSE-AR OCCURS 999 TIMES.
           COPY "BETALINGSGRAENSER.cpy".
       01  ANTAL-GRAENSER           PIC 9(4) VALUE ZEROES.
       01  WS-BG-IX                 PIC 9(4).
       01  WS-GR-KUNDE-ID           PIC X(10) VALUE SPACES.
       01  WS-GR-KANAL              PIC X(7) VALUE SPACES.
       01  WS-GR-BELOB              PIC 9(11)V99 VALUE ZEROES.
       01  WS-GR-PR-BETALING        PIC 9(9)V99 VALUE ZEROES.
       01  WS-GR-PR-DAG             PIC 9(11)V99 VALUE ZEROES.
       01  WS-GR-FORBRUG            PIC 9(13)V99 VALUE ZEROES.
       01  WS-GR-OVER               PIC X VALUE "N".
       01  WS-GR-TEKST              PIC X(40) VALUE SPACES.
      * CONFIRMATION OF PAYEE - SEE KONTROLLER-MODTAGER.
       01  WS-BANK-STATUS           PIC XX VALUE "00".
       01  EOF-BANK                 PIC X VALUE "N".
       01  EGNE-REG-AR OCCURS 100 TIMES PIC 9(4) VALUE ZEROES.
       01  ANTAL-EGNE-REG           PIC 999 VALUE ZEROES.
       01  WS-EGNE-IX               PIC 999.
       01  WS-EGEN-BANK             PIC X VALUE "N".
       01  EOF-KONTO-SCAN           PIC X VALUE "N".
       01  HAVER-AR OCCURS 3 TIMES  PIC X(10) VALUE SPACES.
       01  ANTAL-HAVERE             PIC 9 VALUE ZEROES.
       01  WS-HAVER-IX              PIC 9.
       01  WS-HAVER-NAVN            PIC X(41) VALUE SPACES.
      * NAME NORMALIZATION AND GRADING - THE SAME UPPERCASE-AND-
      * SQUEEZE CLEANUP AND CONTAINED-IN SCAN AS SANKTIONSSCREENING,
      * SO A NAME CLEARS OR FAILS HERE BY THE SAME RULE IT DOES THERE.
       01  WS-RAA-NAVN              PIC X(60) VALUE SPACES.
       01  WS-RENS-NAVN             PIC X(60) VALUE SPACES.
       01  WS-RENS-LEN              PIC 99 VALUE ZEROES.
       01  IX                       PIC 99 VALUE 1.
       01  IX2                      PIC 99 VALUE 1.
       01  CURRENT-CHAR             PIC X(1).
       01  PREVIOUS-CHAR            PIC X(1) VALUE SPACE.
       01  WS-SCAN-IX               PIC 99 VALUE ZEROES.
       01  WS-SCAN-MAX              PIC 99 VALUE ZEROES.
       01  WS-COP-INDTASTET         PIC X(60) VALUE SPACES.
       01  WS-COP-INDTASTET-LEN     PIC 99 VALUE ZEROES.
       01  WS-COP-GRAD              PIC X(7) VALUE SPACES.
       01  WS-COP-BEDSTE            PIC X(7) VALUE SPACES.
       01  WS-COP-BEDSTE-NAVN       PIC X(41) VALUE SPACES.
      * TRUSTEE DISBURSEMENTS - SEE KONTROLLER-KURATOR. THE FILE IS
      * SNAPSHOT WHOLE SO A RELEASED DISPOSITION CAN BE FLAGGED BRUGT
      * AND WRITTEN BACK.
       01  WS-KD-STATUS             PIC XX VALUE "00".
       01  EOF-KD                   PIC X VALUE "N".
       01  KD-AR OCCURS 999 TIMES.
           COPY "KURATORDISPOSITIONER.cpy".
       01  ANTAL-KD                 PIC 9(4) VALUE ZEROES.
       01  WS-KD-IX                 PIC 9(4).
       01  WS-KD-SLOT               PIC 9(4) VALUE ZEROES.
       01  WS-KD-REFERENCE          PIC X(10) VALUE SPACES.
       01  WS-KD-KONTO-ID           PIC X(10) VALUE SPACES.
       01  WS-KD-BELOB              PIC S9(9)V99 VALUE ZEROES.
       01  WS-KD-TEKST              PIC X(40) VALUE SPACES.
      * GOODWILL REFUNDS - SEE INDTAST-KULANCE. THE AUTHORITY
      * CEILING PER OP-NIVEAU: WHAT AN OPERATOR MAY GIVE AWAY ON
      * THEIR OWN SAY, AND WHAT THEY MAY RELEASE FOR SOMEONE ELSE.
      * ABOVE ITS OWN CEILING A LEVEL 3 OPERATOR STILL RELEASES ANY
      * AMOUNT FROM THE QUEUE, AS FOR OVER-LIMIT PAYMENTS.
       01  WS-KULANCE-LOFT-1        PIC 9(9)V99 VALUE ZEROES.
       01  WS-KULANCE-LOFT-2        PIC 9(9)V99 VALUE 1000.00.
       01  WS-KULANCE-LOFT-3        PIC 9(9)V99 VALUE 10000.00.
       01  WS-KULANCE-LOFT          PIC 9(9)V99 VALUE ZEROES.
       01  WS-KU-STATUS             PIC XX VALUE "00".
       01  EOF-KU                   PIC X VALUE "N".
       01  KU-AR OCCURS 999 TIMES.
           COPY "KULANCER.cpy".
       01  ANTAL-KU                 PIC 9(4) VALUE ZEROES.
       01  WS-KU-IX                 PIC 9(4).
       01  WS-KU-REFERENCE          PIC X(10) VALUE SPACES.
       01  WS-KU-NY-STATUS          PIC X(8) VALUE SPACES.
       01  WS-HOEJESTE-NR           PIC 9(9) VALUE ZEROES.
       01  WS-NAESTE-NR             PIC 9(9) VALUE ZEROES.
       01  WS-KLAGE-STATUS          PIC XX VALUE "00".
       01  EOF-KLAGE                PIC X VALUE "N".
       01  WS-KLAGE-FUNDET          PIC X VALUE "N".
       01  WS-KLAGE-AABEN-NR        PIC X(8) VALUE SPACES.
       01  WS-KLAGE-AABEN-KATEGORI  PIC X(15) VALUE SPACES.
       01  WS-KULANCE-DIALOG        PIC X VALUE "N".
       01  WS-KULANCE-SPAERRET      PIC X VALUE "N".
      * CUSTOMER MEMOS - SEE KONTROLLER-MEMOER. WS-MEMO-KONTO-ID IS
      * THE ACCOUNT TO SHOW MEMOS FOR; WS-MEMO-STOP COMES BACK "J"
      * WHEN AN ACTIVE STOP MEMO APPLIES TO IT.
       01  WS-MEMO-STATUS           PIC XX VALUE "00".
       01  EOF-MEMO                 PIC X VALUE "N".
       01  WS-MEMO-KONTO-ID         PIC X(10) VALUE SPACES.
       01  WS-MEMO-GAELDER          PIC X VALUE "N".
       01  WS-MEMO-STOP             PIC X VALUE "N".
       01  WS-MEMO-SPAERRET         PIC X VALUE "N".
       01  WS-TILSIDESAT-AF         PIC X(3) VALUE SPACES.
       01  WS-TILSIDESAT-NIVEAU     PIC 9 VALUE ZEROES.
       01  WS-TILSIDESAT-RESULTAT   PIC X(7) VALUE SPACES.

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
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           PERFORM LOAD-EGNE-REG-NR
           OPEN INPUT KUNDEOPLYSNINGER
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL WS-FORTSAT = "N"
           END-IF.

       SKRIV-SIGNON-FEJL.
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "SIGNON-FEJL OPERATOER " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SESSION-START-TIME DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           DISPLAY "1. INDTAST NY BETALING"
           DISPLAY "2. GODKEND VENTENDE BETALINGER"
           DISPLAY "3. AFSLUT"
           DISPLAY "4. INDTAST CHECKINDSAETTELSE"
           DISPLAY "5. INDTAST KULANCE (GODTGOERELSE)"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

                       THRU GODKEND-BETALINGER-EXIT
               WHEN "3"
                   MOVE "N" TO WS-FORTSAT
               WHEN "4"
                   PERFORM INDTAST-CHECK
               WHEN "5"
                   PERFORM INDTAST-KULANCE
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.
               DISPLAY "MODTAGER-IBAN: " WITH NO ADVANCING
               ACCEPT VB-MODTAGER-IBAN OF VENT-REC
           END-IF
      * A DOMESTIC TRANSFER TO ANOTHER BANK CAN GO AS A
      * STRAKSBETALING - SETTLED WITHIN THE DAY BY STRAKSKOERSEL
      * INSTEAD OF ON THE NEXT NIGHT'S CLEARING FILE.
           IF VB-TYPE OF VENT-REC(1:15) NOT = "UDLANDSBETALING"
               AND VB-MODTAGER-REG-NR OF VENT-REC NOT = ZEROES
               DISPLAY "STRAKSBETALING (J/N): " WITH NO ADVANCING
               ACCEPT WS-SVAR
               IF WS-SVAR = "J" OR WS-SVAR = "j"
                   MOVE "STRAKSBETALING" TO VB-TYPE OF VENT-REC
               END-IF
           END-IF
      * THE NAME THE CUSTOMER GIVES FOR THE RECEIVER - CHECKED AGAINST
      * THE ACCOUNT HOLDER WHEN THE RECEIVER IS IN OUR OWN BANK, SEE
      * KONTROLLER-MODTAGER.
           IF VB-MODTAGER-KONTO OF VENT-REC NOT = SPACES
               AND VB-TYPE OF VENT-REC(1:15) NOT = "UDLANDSBETALING"
               DISPLAY "MODTAGERNAVN (SOM KUNDEN OPGIVER DET): "
                   WITH NO ADVANCING
               ACCEPT VB-MODTAGER-NAVN OF VENT-REC
           END-IF
      * CASH HAS TO BE TRACEABLE TO A PHYSICAL DRAWER - A KONTANT
      * TYPE WITHOUT A DRAWER NUMBER IS WHAT MAKES DRAWER
      * DIFFERENCES UNTRACEABLE DAYS LATER.
           ACCEPT VB-TEKST OF VENT-REC

           PERFORM VALIDER-BETALING
           IF WS-FEJL = "N"
               AND VB-MODTAGER-KONTO OF VENT-REC NOT = SPACES
               AND VB-TYPE OF VENT-REC(1:15) NOT = "UDLANDSBETALING"
               PERFORM KONTROLLER-MODTAGER
                   THRU KONTROLLER-MODTAGER-EXIT
           END-IF
           IF WS-FEJL = "Y"
               DISPLAY "BETALING IKKE PARKERET - " WS-FEJLTEKST
           ELSE
               MOVE WS-OPERATOR TO VB-INDTASTET-AF OF VENT-REC
               MOVE WS-TIDSPUNKT TO VB-INDTASTET-TID OF VENT-REC
               MOVE "VENTER" TO VB-STATUS OF VENT-REC
               IF VB-BELOB OF VENT-REC < ZEROES
                   PERFORM KONTROLLER-GRAENSE
               END-IF
               OPEN EXTEND VENTENDE-BETALINGER
               IF WS-VENT-STATUS = "35"
                   OPEN OUTPUT VENTENDE-BETALINGER
               DISPLAY "BETALING PARKERET TIL GODKENDELSE."
           END-IF.

      * CONFIRMATION OF PAYEE. A RECEIVER IN ANOTHER BANK CANNOT BE
      * CHECKED FROM HERE AND PASSES UNGRADED. FOR ONE IN OUR OWN BANK
      * THE RECEIVING ACCOUNT IS FOUND BY KONTONUMMER AND THE GIVEN
      * NAME GRADED AGAINST EACH OF ITS HOLDERS, THE BEST GRADE
      * WINNING: MATCH GOES THROUGH, NAESTEN SHOWS THE HOLDER'S NAME
      * AND INGEN SHOWS NOTHING - EITHER WAY THE TELLER MUST HAVE THE
      * CUSTOMER CONFIRM BEFORE THE PAYMENT PARKS. THE PAYER'S
      * ACCOUNT IS READ BACK INTO KONTOOPL-IN AFTERWARDS, AS
      * KONTROLLER-GRAENSE EXPECTS IT THERE.
       KONTROLLER-MODTAGER.
           MOVE SPACES TO VB-NAVNE-KONTROL OF VENT-REC
           MOVE "N" TO WS-EGEN-BANK
           PERFORM VARYING WS-EGNE-IX FROM 1 BY 1
                   UNTIL WS-EGNE-IX > ANTAL-EGNE-REG
               IF EGNE-REG-AR(WS-EGNE-IX)
                       = VB-MODTAGER-REG-NR OF VENT-REC
                   MOVE "Y" TO WS-EGEN-BANK
               END-IF
           END-PERFORM
           IF WS-EGEN-BANK = "N"
               GO TO KONTROLLER-MODTAGER-EXIT
           END-IF

           MOVE VB-MODTAGER-NAVN OF VENT-REC TO WS-RAA-NAVN
           PERFORM RENS-NAVN
           MOVE WS-RENS-NAVN TO WS-COP-INDTASTET
           MOVE WS-RENS-LEN TO WS-COP-INDTASTET-LEN
           MOVE "INGEN" TO WS-COP-BEDSTE
           MOVE SPACES TO WS-COP-BEDSTE-NAVN
           PERFORM FIND-MODTAGER-KONTO
           IF WS-KONTO-FUNDET = "Y"
               PERFORM VARYING WS-HAVER-IX FROM 1 BY 1
                       UNTIL WS-HAVER-IX > ANTAL-HAVERE
                   PERFORM GRADER-HAVER THRU GRADER-HAVER-EXIT
               END-PERFORM
           END-IF
           MOVE WS-COP-BEDSTE TO VB-NAVNE-KONTROL OF VENT-REC
           MOVE VB-KONTO-ID OF VENT-REC TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           PERFORM SLAA-KUNDE-OP

           EVALUATE WS-COP-BEDSTE
               WHEN "MATCH"
                   DISPLAY "NAVNEKONTROL: MATCH."
                   GO TO KONTROLLER-MODTAGER-EXIT
               WHEN "NAESTEN"
                   DISPLAY "NAVNEKONTROL: NAESTEN MATCH - KONTOEN "
                       "TILHOERER " WS-COP-BEDSTE-NAVN
               WHEN OTHER
                   IF WS-KONTO-FUNDET = "N"
                       DISPLAY "NAVNEKONTROL: MODTAGERKONTOEN FINDES "
                           "IKKE I BANKEN."
                   ELSE
                       DISPLAY "NAVNEKONTROL: INGEN MATCH - NAVNET "
                           "PASSER IKKE TIL KONTOHAVER."
                   END-IF
           END-EVALUATE
           DISPLAY "KUNDEN BEKRAEFTER AT BETALINGEN SKAL SENDES "
               "ALLIGEVEL (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               MOVE "Y" TO WS-FEJL
               MOVE "MODTAGERNAVN IKKE BEKRAEFTET AF KUNDEN"
                   TO WS-FEJLTEKST
           END-IF.

       KONTROLLER-MODTAGER-EXIT.
           EXIT.

      * THE ACCOUNT MASTER IS KEYED ON KONTO-ID ONLY, SO THE
      * RECEIVING ACCOUNT IS FOUND BY READING IT THROUGH FROM THE
      * START. LEAVES ITS HOLDERS IN HAVER-AR.
       FIND-MODTAGER-KONTO.
           MOVE "N" TO WS-KONTO-FUNDET
           MOVE "N" TO EOF-KONTO-SCAN
           MOVE ZEROES TO ANTAL-HAVERE
           MOVE LOW-VALUES TO KONTO-ID OF KONTOOPL-IN
           START KONTOOPLYSNINGER
               KEY IS NOT < KONTO-ID OF KONTOOPL-IN
               INVALID KEY
                   MOVE "Y" TO EOF-KONTO-SCAN
           END-START
           PERFORM UNTIL EOF-KONTO-SCAN = "Y"
                   OR WS-KONTO-FUNDET = "Y"
               READ KONTOOPLYSNINGER NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-KONTO-SCAN
                   NOT AT END
                       IF KONTONUMMER OF KONTOOPL-IN
                               = VB-MODTAGER-KONTO OF VENT-REC
                           MOVE "Y" TO WS-KONTO-FUNDET
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KONTO-FUNDET = "Y"
               MOVE 1 TO ANTAL-HAVERE
               MOVE KUNDE-ID OF KONTOOPL-IN TO HAVER-AR(1)
               PERFORM VARYING WS-HAVER-IX FROM 1 BY 1
                       UNTIL WS-HAVER-IX > 2
                   IF WS-HAVER-IX NOT > ANTAL-MEDINDEHAVERE
                           OF KONTOOPL-IN
                       AND MI-KUNDE-ID OF KONTOOPL-IN(WS-HAVER-IX)
                           NOT = SPACES
                       ADD 1 TO ANTAL-HAVERE
                       MOVE MI-KUNDE-ID OF KONTOOPL-IN(WS-HAVER-IX)
                           TO HAVER-AR(ANTAL-HAVERE)
                   END-IF
               END-PERFORM
           END-IF.

      * ONE HOLDER'S NAME FROM THE CUSTOMER MASTER, GRADED AGAINST
      * THE NAME GIVEN; KEEPS THE BEST GRADE SO FAR.
       GRADER-HAVER.
           MOVE HAVER-AR(WS-HAVER-IX) TO KUNDE-ID OF KUNDEOPL-IN
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   MOVE SPACES TO WS-HAVER-NAVN
               NOT INVALID KEY
                   MOVE SPACES TO WS-HAVER-NAVN
                   STRING FORNAVN OF KUNDEOPL-IN DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EFTERNAVN OF KUNDEOPL-IN DELIMITED BY "  "
                       INTO WS-HAVER-NAVN
           END-READ
           IF WS-HAVER-NAVN = SPACES
               GO TO GRADER-HAVER-EXIT
           END-IF
           MOVE WS-HAVER-NAVN TO WS-RAA-NAVN
           PERFORM RENS-NAVN
           PERFORM GRADER-NAVN
           IF WS-COP-GRAD = "MATCH"
               MOVE "MATCH" TO WS-COP-BEDSTE
               MOVE WS-HAVER-NAVN TO WS-COP-BEDSTE-NAVN
           END-IF
           IF WS-COP-GRAD = "NAESTEN" AND WS-COP-BEDSTE = "INGEN"
               MOVE "NAESTEN" TO WS-COP-BEDSTE
               MOVE WS-HAVER-NAVN TO WS-COP-BEDSTE-NAVN
           END-IF.

       GRADER-HAVER-EXIT.
           EXIT.

      * GRADES THE GIVEN NAME (WS-COP-INDTASTET) AGAINST THE HOLDER'S
      * (WS-RENS-NAVN), BOTH NORMALIZED: IDENTICAL IS MATCH, ONE
      * FOUND WHOLE INSIDE THE OTHER IS NAESTEN ("K JENSEN" GIVEN FOR
      * "KARL JENSEN" IS NOT, "JENSEN" IS), ANYTHING ELSE INGEN.
       GRADER-NAVN.
           MOVE "INGEN" TO WS-COP-GRAD
           IF WS-COP-INDTASTET-LEN = ZEROES OR WS-RENS-LEN = ZEROES
               CONTINUE
           ELSE
               IF WS-COP-INDTASTET = WS-RENS-NAVN
                   MOVE "MATCH" TO WS-COP-GRAD
               ELSE
                   IF WS-COP-INDTASTET-LEN < WS-RENS-LEN
                       COMPUTE WS-SCAN-MAX =
                           WS-RENS-LEN - WS-COP-INDTASTET-LEN + 1
                       PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                               UNTIL WS-SCAN-IX > WS-SCAN-MAX
                           IF WS-RENS-NAVN
                                   (WS-SCAN-IX:WS-COP-INDTASTET-LEN)
                               = WS-COP-INDTASTET
                                   (1:WS-COP-INDTASTET-LEN)
                               MOVE "NAESTEN" TO WS-COP-GRAD
                           END-IF
                       END-PERFORM
                   ELSE
                       COMPUTE WS-SCAN-MAX =
                           WS-COP-INDTASTET-LEN - WS-RENS-LEN + 1
                       PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                               UNTIL WS-SCAN-IX > WS-SCAN-MAX
                           IF WS-COP-INDTASTET
                                   (WS-SCAN-IX:WS-RENS-LEN)
                               = WS-RENS-NAVN(1:WS-RENS-LEN)
                               MOVE "NAESTEN" TO WS-COP-GRAD
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      * UPPERCASES WS-RAA-NAVN AND SQUEEZES REPEATED SPACES INTO
      * WS-RENS-NAVN, LEAVING THE TRIMMED LENGTH IN WS-RENS-LEN -
      * SANKTIONSSCREENING'S RENS-NAVN.
       RENS-NAVN.
           INSPECT WS-RAA-NAVN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-RENS-NAVN
           MOVE SPACE TO PREVIOUS-CHAR
           MOVE 1 TO IX2
           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX > LENGTH OF WS-RAA-NAVN
               MOVE WS-RAA-NAVN(IX:1) TO CURRENT-CHAR
               IF NOT (CURRENT-CHAR = SPACE AND PREVIOUS-CHAR = SPACE)
                   MOVE CURRENT-CHAR TO WS-RENS-NAVN(IX2:1)
                   ADD 1 TO IX2
               END-IF
               MOVE CURRENT-CHAR TO PREVIOUS-CHAR
           END-PERFORM
           MOVE ZEROES TO WS-RENS-LEN
           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX > LENGTH OF WS-RENS-NAVN
               IF WS-RENS-NAVN(IX:1) NOT = SPACE
                   MOVE IX TO WS-RENS-LEN
               END-IF
           END-PERFORM.

      * OUR OWN REG-NR LIST - CLEARINGUDTRAEK'S LOAD-EGNE-REG-NR. NO
      * BANK MASTER MEANS NO RECEIVER IS KNOWN TO BE OURS.
       LOAD-EGNE-REG-NR.
           OPEN INPUT BANKOPLYSNINGER
           IF WS-BANK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BANK = "Y"
                   READ BANKOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-BANK
                       NOT AT END
                           ADD 1 TO ANTAL-EGNE-REG
                           MOVE REG-NR OF BANKOPL-IN
                               TO EGNE-REG-AR(ANTAL-EGNE-REG)
                   END-READ
               END-PERFORM
               CLOSE BANKOPLYSNINGER
           END-IF.

      * A DEBIT KEYED AT THE COUNTER IS MEASURED AGAINST THE OWNING
      * CUSTOMER'S KASSE LIMIT, OR UDLAND WHEN IT GOES ABROAD. WITHIN
      * THE LIMITS IT COUNTS TOWARDS THE DAY AT ONCE, SO TWO
      * PAYMENTS KEYED BACK TO BACK CANNOT EACH SLIP UNDER THE DAILY
      * CEILING. OVER THE LIMITS IT IS STILL PARKED, BUT MARKED -
      * ONLY A LEVEL-3 OPERATOR MAY RELEASE IT, AND IT COUNTS THEN.
      * KONTOOPL-IN STILL HOLDS THE ACCOUNT VALIDER-BETALING READ.
       KONTROLLER-GRAENSE.
           MOVE KUNDE-ID OF KONTOOPL-IN TO WS-GR-KUNDE-ID
           IF VB-TYPE OF VENT-REC(1:15) = "UDLANDSBETALING"
               MOVE "UDLAND" TO WS-GR-KANAL
           ELSE
               MOVE "KASSE" TO WS-GR-KANAL
           END-IF
           COMPUTE WS-GR-BELOB = 0 - VB-BELOB OF VENT-REC
           PERFORM VURDER-GRAENSE
           MOVE WS-GR-KANAL TO VB-GRAENSE-KANAL OF VENT-REC
           IF WS-GR-OVER = "Y"
               MOVE "J" TO VB-OVER-GRAENSE OF VENT-REC
               DISPLAY "OVER BETALINGSGRAENSE - " WS-GR-TEKST
               DISPLAY "KRAEVER GODKENDELSE AF NIVEAU 3."
           ELSE
               MOVE "N" TO VB-OVER-GRAENSE OF VENT-REC
               PERFORM NOTER-FORBRUG
           END-IF.

      * THE CUSTOMER'S CEILINGS FOR WS-GR-KANAL - THE BANK-WIDE
      * DEFAULT ROW FIRST, THEN ANY NON-ZERO FIELD ON THE CUSTOMER'S
      * OWN ROW OVER IT - AND THE DAY'S TOTAL SO FAR, READ FRESH FROM
      * BETALINGSFORBRUG.TXT SINCE OTHER COUNTERS APPEND TO IT TOO.
      * A ZERO CEILING IS NO CEILING.
       VURDER-GRAENSE.
           MOVE "N" TO WS-GR-OVER
           MOVE SPACES TO WS-GR-TEKST
           MOVE ZEROES TO WS-GR-PR-BETALING
           MOVE ZEROES TO WS-GR-PR-DAG
           MOVE ZEROES TO WS-GR-FORBRUG
           PERFORM LOAD-GRAENSER
           PERFORM VARYING WS-BG-IX FROM 1 BY 1
                   UNTIL WS-BG-IX > ANTAL-GRAENSER
               IF BG-KUNDE-ID OF GRAENSE-AR(WS-BG-IX) = SPACES
                   AND BG-KANAL OF GRAENSE-AR(WS-BG-IX) = WS-GR-KANAL
                   MOVE BG-PR-BETALING OF GRAENSE-AR(WS-BG-IX)
                       TO WS-GR-PR-BETALING
                   MOVE BG-PR-DAG OF GRAENSE-AR(WS-BG-IX)
                       TO WS-GR-PR-DAG
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BG-IX FROM 1 BY 1
                   UNTIL WS-BG-IX > ANTAL-GRAENSER
               IF BG-KUNDE-ID OF GRAENSE-AR(WS-BG-IX) = WS-GR-KUNDE-ID
                   AND BG-KANAL OF GRAENSE-AR(WS-BG-IX) = WS-GR-KANAL
                   IF BG-PR-BETALING OF GRAENSE-AR(WS-BG-IX) > ZEROES
                       MOVE BG-PR-BETALING OF GRAENSE-AR(WS-BG-IX)
                           TO WS-GR-PR-BETALING
                   END-IF
                   IF BG-PR-DAG OF GRAENSE-AR(WS-BG-IX) > ZEROES
                       MOVE BG-PR-DAG OF GRAENSE-AR(WS-BG-IX)
                           TO WS-GR-PR-DAG
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GR-PR-BETALING > ZEROES
               AND WS-GR-BELOB > WS-GR-PR-BETALING
               MOVE "Y" TO WS-GR-OVER
               MOVE "LOFT PR. BETALING" TO WS-GR-TEKST
           END-IF
           IF WS-GR-OVER = "N" AND WS-GR-PR-DAG > ZEROES
               MOVE "N" TO EOF-BF
               OPEN INPUT BETALINGS-FORBRUG
               IF WS-BF-STATUS NOT = "35"
                   PERFORM UNTIL EOF-BF = "Y"
                       READ BETALINGS-FORBRUG
                           AT END
                               MOVE "Y" TO EOF-BF
                           NOT AT END
                               IF BF-DATO OF FORBRUG-REC
                                       = WS-TIDSPUNKT(1:10)
                                   AND BF-KUNDE-ID OF FORBRUG-REC
                                       = WS-GR-KUNDE-ID
                                   AND BF-KANAL OF FORBRUG-REC
                                       = WS-GR-KANAL
                                   ADD BF-BELOB OF FORBRUG-REC
                                       TO WS-GR-FORBRUG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BETALINGS-FORBRUG
               END-IF
               IF WS-GR-FORBRUG + WS-GR-BELOB > WS-GR-PR-DAG
                   MOVE "Y" TO WS-GR-OVER
                   MOVE "LOFT PR. DAG" TO WS-GR-TEKST
               END-IF
           END-IF.

       LOAD-GRAENSER.
           MOVE ZEROES TO ANTAL-GRAENSER
           MOVE "N" TO EOF-BG
           OPEN INPUT BETALINGSGRAENSER
           IF WS-BG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BG = "Y"
                   READ BETALINGSGRAENSER
                       AT END
                           MOVE "Y" TO EOF-BG
                       NOT AT END
                           ADD 1 TO ANTAL-GRAENSER
                           MOVE GRAENSE-REC
                               TO GRAENSE-AR(ANTAL-GRAENSER)
                   END-READ
               END-PERFORM
               CLOSE BETALINGSGRAENSER
           END-IF.

      * COUNTS WS-GR-BELOB TOWARDS TODAY FOR THE CUSTOMER/CHANNEL.
       NOTER-FORBRUG.
           OPEN EXTEND BETALINGS-FORBRUG
           IF WS-BF-STATUS = "35"
               OPEN OUTPUT BETALINGS-FORBRUG
           END-IF
           MOVE SPACES TO FORBRUG-REC
           MOVE WS-TIDSPUNKT(1:10) TO BF-DATO OF FORBRUG-REC
           MOVE WS-GR-KUNDE-ID TO BF-KUNDE-ID OF FORBRUG-REC
           MOVE WS-GR-KANAL TO BF-KANAL OF FORBRUG-REC
           MOVE WS-GR-BELOB TO BF-BELOB OF FORBRUG-REC
           MOVE "BETINDT" TO BF-KILDE OF FORBRUG-REC
           WRITE FORBRUG-REC
           CLOSE BETALINGS-FORBRUG.

      * A CHEQUE HANDED IN OVER THE COUNTER. THE DEPOSIT PARKS AS A
      * CHECKINDSAETTELSE ROW LIKE ANY KEYED PAYMENT AND ONLY CREDITS
      * THE ACCOUNT ON A SECOND OPERATOR'S APPROVAL - THE HOLD AND
      * THE REGISTER ROW ARE WRITTEN THEN, SEE SKRIV-TRANSAKTION.
       INDTAST-CHECK.
           MOVE SPACES TO VENT-REC
           MOVE ZEROES TO VB-MODTAGER-REG-NR OF VENT-REC
           MOVE ZEROES TO VB-KASSE-NR OF VENT-REC
           MOVE "CHECKINDSAETTELSE" TO VB-TYPE OF VENT-REC
           DISPLAY "KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT VB-KONTO-ID OF VENT-REC
           DISPLAY "DISPONENT KUNDE-ID (BLANK = KONTOHAVER SELV): "
               WITH NO ADVANCING
           ACCEPT WS-DISPONENT
           DISPLAY "REG-NR (4 CIFRE): " WITH NO ADVANCING
           ACCEPT VB-REG-NR OF VENT-REC
           DISPLAY "TRAEKKERS REG-NR (4 CIFRE): " WITH NO ADVANCING
           ACCEPT VB-TRAEKKER-REG-NR OF VENT-REC
           DISPLAY "TRAEKKERS KONTONUMMER: " WITH NO ADVANCING
           ACCEPT VB-TRAEKKER-KONTO OF VENT-REC
           DISPLAY "CHECKNUMMER (MAX 12 TEGN): " WITH NO ADVANCING
           ACCEPT VB-CHECK-NR OF VENT-REC
           DISPLAY "BELOEB: " WITH NO ADVANCING
           ACCEPT VB-BELOB OF VENT-REC
           DISPLAY "VALUTA (3 TEGN): " WITH NO ADVANCING
           ACCEPT VB-VALUTA OF VENT-REC
           MOVE SPACES TO VB-TEKST OF VENT-REC
           STRING "CHECK NR " DELIMITED BY SIZE
               VB-CHECK-NR OF VENT-REC DELIMITED BY SIZE
               INTO VB-TEKST OF VENT-REC

           PERFORM VALIDER-BETALING
           IF WS-FEJL = "N"
               PERFORM VALIDER-CHECK
           END-IF
           IF WS-FEJL = "Y"
               DISPLAY "CHECK IKKE PARKERET - " WS-FEJLTEKST
           ELSE
               PERFORM SAET-TIDSPUNKT
               MOVE WS-OPERATOR TO VB-INDTASTET-AF OF VENT-REC
               MOVE WS-TIDSPUNKT TO VB-INDTASTET-TID OF VENT-REC
               MOVE "VENTER" TO VB-STATUS OF VENT-REC
               OPEN EXTEND VENTENDE-BETALINGER
               IF WS-VENT-STATUS = "35"
                   OPEN OUTPUT VENTENDE-BETALINGER
               END-IF
               WRITE VENT-REC
               CLOSE VENTENDE-BETALINGER
               DISPLAY "CHECK PARKERET TIL GODKENDELSE."
           END-IF.

      * THE CHEQUE-SPECIFIC CHECKS ON TOP OF VALIDER-BETALING: A
      * DEPOSIT IS ALWAYS A CREDIT, THE DRAWER BANK AND CHEQUE
      * NUMBER ARE WHAT A RETURN IS PAIRED ON, AND A CHEQUE ALREADY
      * ON THE REGISTER FOR THE ACCOUNT IS NEVER CREDITED TWICE.
       VALIDER-CHECK.
           IF VB-BELOB OF VENT-REC < ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "CHECKBELOEB SKAL VAERE POSITIVT" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND VB-TRAEKKER-REG-NR OF VENT-REC = ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "TRAEKKERS REG-NR ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND VB-CHECK-NR OF VENT-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "CHECKNUMMER ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE "N" TO WS-CHECK-DUBLET
               MOVE "N" TO EOF-CHECK
               OPEN INPUT CHECK-REGISTER
               IF WS-CHECK-STATUS NOT = "35"
                   PERFORM UNTIL EOF-CHECK = "Y"
                       READ CHECK-REGISTER
                           AT END
                               MOVE "Y" TO EOF-CHECK
                           NOT AT END
                               IF CK-KONTO-ID OF CHECK-REC
                                       = VB-KONTO-ID OF VENT-REC
                                   AND CK-CHECK-NR OF CHECK-REC
                                       = VB-CHECK-NR OF VENT-REC
                                   MOVE "Y" TO WS-CHECK-DUBLET
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHECK-REGISTER
               END-IF
               IF WS-CHECK-DUBLET = "Y"
                   MOVE "Y" TO WS-FEJL
                   MOVE "CHECKEN ER ALLEREDE INDSAT PAA KONTOEN"
                       TO WS-FEJLTEKST
               END-IF
           END-IF.

      * GOODWILL REFUND - A CREDIT ONLY, WITH A REASON CODE AND, WHEN
      * THE REFUND SETTLES A COMPLAINT, THE KLAGESAGER.TXT CASE. AN
      * AMOUNT INSIDE THE KEYER'S OWN CEILING (SEE BESTEM-KULANCE-
      * LOFT) POSTS AT ONCE AND LEAVES A GODKENDT ROW ON THE PARKING
      * FILE AS THE TRAIL; ABOVE IT THE REFUND PARKS AS VENTER FOR AN
      * OPERATOR WHOSE CEILING DOES COVER IT. EITHER WAY IT LANDS ON
      * KULANCER.TXT, AND THE POSTING TEXT IS LED BY "KULANCE
      * <REFERENCE>" SO THE APPROVAL CAN FIND THE REGISTER ROW AGAIN.
       INDTAST-KULANCE.
           MOVE SPACES TO VENT-REC
           MOVE ZEROES TO VB-MODTAGER-REG-NR OF VENT-REC
           MOVE ZEROES TO VB-KASSE-NR OF VENT-REC
           MOVE "KULANCE" TO VB-TYPE OF VENT-REC
           MOVE SPACES TO WS-DISPONENT
           MOVE SPACES TO KULANCE-REC
           DISPLAY "KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT VB-KONTO-ID OF VENT-REC
           DISPLAY "REG-NR (4 CIFRE): " WITH NO ADVANCING
           ACCEPT VB-REG-NR OF VENT-REC
           DISPLAY "BELOEB (POSITIVT - KUNDEN GODSKRIVES): "
               WITH NO ADVANCING
           ACCEPT VB-BELOB OF VENT-REC
           DISPLAY "VALUTA (3 TEGN): " WITH NO ADVANCING
           ACCEPT VB-VALUTA OF VENT-REC
           DISPLAY "AARSAG (GEBYR/RENTE/FEJL/SERVICE/ANDET): "
               WITH NO ADVANCING
           ACCEPT KU-AARSAG OF KULANCE-REC
           DISPLAY "KLAGESAG (BLANK HVIS INGEN): " WITH NO ADVANCING
           ACCEPT KU-KLAGE-SAGSNR OF KULANCE-REC

           MOVE "J" TO WS-KULANCE-DIALOG
           PERFORM VALIDER-BETALING
           MOVE "N" TO WS-KULANCE-DIALOG
           IF WS-FEJL = "N"
               PERFORM VALIDER-KULANCE
           END-IF
           IF WS-FEJL = "N"
               PERFORM KONTROLLER-KLAGESAG
                   THRU KONTROLLER-KLAGESAG-EXIT
           END-IF
           IF WS-FEJL = "Y"
               DISPLAY "KULANCE IKKE REGISTRERET - " WS-FEJLTEKST
           ELSE
               PERFORM LOAD-KULANCER
               PERFORM TILDEL-KULANCE-REFERENCE
               PERFORM SAET-TIDSPUNKT
               MOVE VB-KONTO-ID OF VENT-REC
                   TO KU-KONTO-ID OF KULANCE-REC
               MOVE KUNDE-ID OF KONTOOPL-IN
                   TO KU-KUNDE-ID OF KULANCE-REC
               MOVE VB-REG-NR OF VENT-REC TO KU-REG-NR OF KULANCE-REC
               MOVE VB-BELOB OF VENT-REC TO KU-BELOB OF KULANCE-REC
               MOVE VB-VALUTA OF VENT-REC TO KU-VALUTA OF KULANCE-REC
               MOVE WS-OPERATOR TO KU-INDTASTET-AF OF KULANCE-REC
               MOVE WS-TIDSPUNKT TO KU-INDTASTET-TID OF KULANCE-REC
               MOVE SPACES TO VB-TEKST OF VENT-REC
               STRING "KULANCE " DELIMITED BY SIZE
                   KU-REFERENCE OF KULANCE-REC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KU-AARSAG OF KULANCE-REC DELIMITED BY SIZE
                   INTO VB-TEKST OF VENT-REC
               MOVE WS-OPERATOR TO VB-INDTASTET-AF OF VENT-REC
               MOVE WS-TIDSPUNKT TO VB-INDTASTET-TID OF VENT-REC
               PERFORM BESTEM-KULANCE-LOFT
               IF VB-BELOB OF VENT-REC > WS-KULANCE-LOFT
                   MOVE "VENTER" TO VB-STATUS OF VENT-REC
                   MOVE "VENTER" TO KU-STATUS OF KULANCE-REC
               ELSE
                   MOVE "GODKENDT" TO VB-STATUS OF VENT-REC
                   MOVE WS-OPERATOR TO VB-GODKENDT-AF OF VENT-REC
                   MOVE "BOGFOERT" TO KU-STATUS OF KULANCE-REC
                   MOVE WS-OPERATOR TO KU-GODKENDT-AF OF KULANCE-REC
                   MOVE WS-TIDSPUNKT(1:10)
                       TO KU-BOGFOERT-DATO OF KULANCE-REC
                   MOVE VENT-REC TO VENT-AR(1)
                   MOVE 1 TO WS-VENT-IX
                   OPEN EXTEND TRANSAKTIONER
                   PERFORM SKRIV-TRANSAKTION
                   CLOSE TRANSAKTIONER
               END-IF
               OPEN EXTEND VENTENDE-BETALINGER
               IF WS-VENT-STATUS = "35"
                   OPEN OUTPUT VENTENDE-BETALINGER
               END-IF
               WRITE VENT-REC
               CLOSE VENTENDE-BETALINGER
               OPEN EXTEND KULANCER
               IF WS-KU-STATUS = "35"
                   OPEN OUTPUT KULANCER
               END-IF
               WRITE KULANCE-REC
               CLOSE KULANCER
               IF KU-STATUS OF KULANCE-REC = "BOGFOERT"
                   DISPLAY "KULANCE " KU-REFERENCE OF KULANCE-REC
                       " BOGFOERT."
               ELSE
                   MOVE WS-KULANCE-LOFT TO WS-VENT-BELOB-TEXT
                   DISPLAY "OVER DIN KULANCEGRAENSE PAA "
                       WS-VENT-BELOB-TEXT " - KULANCE "
                       KU-REFERENCE OF KULANCE-REC
                       " PARKERET TIL GODKENDELSE."
               END-IF
           END-IF.

      * THE GOODWILL-SPECIFIC CHECKS ON TOP OF VALIDER-BETALING: A
      * REFUND IS ALWAYS A CREDIT, THE REASON MUST BE ONE THE MONTHLY
      * REPORT KNOWS, AND A CLOSED ACCOUNT TAKES NOTHING.
       VALIDER-KULANCE.
           IF VB-BELOB OF VENT-REC NOT > ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "KULANCE SKAL VAERE ET POSITIVT BELOEB"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND KU-AARSAG OF KULANCE-REC NOT = "GEBYR"
               AND KU-AARSAG OF KULANCE-REC NOT = "RENTE"
               AND KU-AARSAG OF KULANCE-REC NOT = "FEJL"
               AND KU-AARSAG OF KULANCE-REC NOT = "SERVICE"
               AND KU-AARSAG OF KULANCE-REC NOT = "ANDET"
               MOVE "Y" TO WS-FEJL
               MOVE "UGYLDIG AARSAGSKODE" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE VB-KONTO-ID OF VENT-REC
                   TO KONTO-ID OF KONTOOPL-IN
               PERFORM SLAA-KONTO-OP
               IF KONTO-STATUS OF KONTOOPL-IN = "LUKKET"
                   MOVE "Y" TO WS-FEJL
                   MOVE "KONTOEN ER LUKKET" TO WS-FEJLTEKST
               END-IF
           END-IF.

      * A KEYED CASE NUMBER MUST BE ON KLAGESAGER.TXT UNDER ONE OF THE
      * ACCOUNT'S HOLDERS. WITH NONE KEYED, A HOLDER'S AABEN CASE IS
      * SHOWN AND THE TELLER ASKED WHETHER THE REFUND SETTLES IT - SO
      * A REFUND AGAINST A LIVE COMPLAINT IS NOT POSTED UNLINKED BY
      * OVERSIGHT.
       KONTROLLER-KLAGESAG.
           MOVE "N" TO WS-KLAGE-FUNDET
           MOVE SPACES TO WS-KLAGE-AABEN-NR
           MOVE "N" TO EOF-KLAGE
           OPEN INPUT KLAGE-SAGER
           IF WS-KLAGE-STATUS = "35"
               IF KU-KLAGE-SAGSNR OF KULANCE-REC NOT = SPACES
                   MOVE "Y" TO WS-FEJL
                   MOVE "KLAGESAGEN FINDES IKKE" TO WS-FEJLTEKST
               END-IF
               GO TO KONTROLLER-KLAGESAG-EXIT
           END-IF
           PERFORM UNTIL EOF-KLAGE = "Y"
               READ KLAGE-SAGER
                   AT END
                       MOVE "Y" TO EOF-KLAGE
                   NOT AT END
                       IF KL-KUNDE-ID OF KLAGE-REC NOT = SPACES
                           AND (KL-KUNDE-ID OF KLAGE-REC
                                   = KUNDE-ID OF KONTOOPL-IN
                               OR KL-KUNDE-ID OF KLAGE-REC
                                   = MI-KUNDE-ID OF KONTOOPL-IN(1)
                               OR KL-KUNDE-ID OF KLAGE-REC
                                   = MI-KUNDE-ID OF KONTOOPL-IN(2))
                           IF KL-SAGSNR OF KLAGE-REC
                                   = KU-KLAGE-SAGSNR OF KULANCE-REC
                               MOVE "Y" TO WS-KLAGE-FUNDET
                           END-IF
                           IF KL-STATUS OF KLAGE-REC = "AABEN"
                               AND WS-KLAGE-AABEN-NR = SPACES
                               MOVE KL-SAGSNR OF KLAGE-REC
                                   TO WS-KLAGE-AABEN-NR
                               MOVE KL-KATEGORI OF KLAGE-REC
                                   TO WS-KLAGE-AABEN-KATEGORI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KLAGE-SAGER
           IF KU-KLAGE-SAGSNR OF KULANCE-REC NOT = SPACES
               IF WS-KLAGE-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "KLAGESAGEN FINDES IKKE FOR KONTOHAVEREN"
                       TO WS-FEJLTEKST
               END-IF
               GO TO KONTROLLER-KLAGESAG-EXIT
           END-IF
           IF WS-KLAGE-AABEN-NR NOT = SPACES
               DISPLAY "KUNDEN HAR AABEN KLAGESAG " WS-KLAGE-AABEN-NR
                   " (" WS-KLAGE-AABEN-KATEGORI ")."
               DISPLAY "KNYT KULANCEN TIL SAGEN (J/N): "
                   WITH NO ADVANCING
               ACCEPT WS-SVAR
               IF WS-SVAR = "J" OR WS-SVAR = "j"
                   MOVE WS-KLAGE-AABEN-NR
                       TO KU-KLAGE-SAGSNR OF KULANCE-REC
               END-IF
           END-IF.

       KONTROLLER-KLAGESAG-EXIT.
           EXIT.

      * THE SIGNED-ON OPERATOR'S GOODWILL CEILING INTO
      * WS-KULANCE-LOFT. AN UNKNOWN LEVEL GETS LEVEL 1'S - NOTHING
      * ON THEIR OWN SAY.
       BESTEM-KULANCE-LOFT.
           EVALUATE WS-OPERATOR-NIVEAU
               WHEN 3
                   MOVE WS-KULANCE-LOFT-3 TO WS-KULANCE-LOFT
               WHEN 2
                   MOVE WS-KULANCE-LOFT-2 TO WS-KULANCE-LOFT
               WHEN OTHER
                   MOVE WS-KULANCE-LOFT-1 TO WS-KULANCE-LOFT
           END-EVALUATE.

       LOAD-KULANCER.
           MOVE ZEROES TO ANTAL-KU
           MOVE "N" TO EOF-KU
           OPEN INPUT KULANCER
           IF WS-KU-STATUS NOT = "35"
               PERFORM UNTIL EOF-KU = "Y"
                   READ KULANCER
                       AT END
                           MOVE "Y" TO EOF-KU
                       NOT AT END
                           ADD 1 TO ANTAL-KU
                           MOVE KULANCE-REC TO KU-AR(ANTAL-KU)
                   END-READ
               END-PERFORM
               CLOSE KULANCER
           END-IF.

      * NEXT G-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SAME RULE AS
      * AFSKRIVNINGVEDLIGEHOLD'S TILDEL-REFERENCE.
       TILDEL-KULANCE-REFERENCE.
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-KU-IX FROM 1 BY 1
                   UNTIL WS-KU-IX > ANTAL-KU
               IF KU-REFERENCE OF KU-AR(WS-KU-IX)(2:9) IS NUMERIC
                   MOVE KU-REFERENCE OF KU-AR(WS-KU-IX)(2:9)
                       TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "G" TO KU-REFERENCE OF KULANCE-REC(1:1)
           MOVE WS-NAESTE-NR TO KU-REFERENCE OF KULANCE-REC(2:9).

      * A QUEUED REFUND'S DECISION CARRIED BACK TO THE REGISTER - THE
      * ROW FOR WS-KU-REFERENCE GOES TO WS-KU-NY-STATUS UNDER THE
      * APPROVING OPERATOR AND THE FILE IS WRITTEN BACK WHOLE.
       OPDATER-KULANCE.
           PERFORM LOAD-KULANCER
           PERFORM SAET-TIDSPUNKT
           PERFORM VARYING WS-KU-IX FROM 1 BY 1
                   UNTIL WS-KU-IX > ANTAL-KU
               IF KU-REFERENCE OF KU-AR(WS-KU-IX) = WS-KU-REFERENCE
                   AND KU-STATUS OF KU-AR(WS-KU-IX) = "VENTER"
                   MOVE WS-KU-NY-STATUS TO KU-STATUS OF KU-AR(WS-KU-IX)
                   MOVE WS-OPERATOR
                       TO KU-GODKENDT-AF OF KU-AR(WS-KU-IX)
                   IF WS-KU-NY-STATUS = "BOGFOERT"
                       MOVE WS-TIDSPUNKT(1:10)
                           TO KU-BOGFOERT-DATO OF KU-AR(WS-KU-IX)
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT KULANCER
           PERFORM VARYING WS-KU-IX FROM 1 BY 1
                   UNTIL WS-KU-IX > ANTAL-KU
               MOVE KU-AR(WS-KU-IX) TO KULANCE-REC
               WRITE KULANCE-REC
           END-PERFORM
           CLOSE KULANCER.

      * REQUIRED-FIELD AND CROSS-REFERENCE CHECKS - SAME VALIDATION
      * STYLE AS KONTOVEDLIGEHOLD'S VALIDER-KONTO. STOPS AT THE FIRST
      * PROBLEM FOUND.
               MOVE "Y" TO WS-FEJL
               MOVE "TRANSAKTIONSTYPE ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
      * GOODWILL GOES THROUGH INDTAST-KULANCE ONLY, WHERE THE REASON
      * AND THE OPERATOR'S CEILING ARE ENFORCED.
           IF WS-FEJL = "N" AND VB-TYPE OF VENT-REC(1:7) = "KULANCE"
               AND WS-KULANCE-DIALOG = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "KULANCE INDTASTES VIA MENUPUNKT 5"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND VB-BELOB OF VENT-REC = ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "BELOEB MAA IKKE VAERE NUL" TO WS-FEJLTEKST
               AND VB-TYPE OF VENT-REC(1:15) = "UDLANDSBETALING"
               PERFORM VALIDER-UDLAND
           END-IF
           IF WS-FEJL = "N"
               AND VB-TYPE OF VENT-REC(1:14) = "STRAKSBETALING"
               PERFORM VALIDER-STRAKS
           END-IF
           IF WS-FEJL = "N"
               PERFORM KONTROLLER-DISPOSITIONSRET
                   THRU KONTROLLER-DISPOSITIONSRET-EXIT
                   MOVE "INGEN DISPOSITIONSRET OVER KONTOEN"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               AND KONTO-STATUS OF KONTOOPL-IN = "INSOLV"
               AND VB-BELOB OF VENT-REC < ZEROES
               PERFORM KONTROLLER-KURATOR
                   THRU KONTROLLER-KURATOR-EXIT
           END-IF
           IF WS-FEJL = "N"
               PERFORM KONTROLLER-MEMOER
                   THRU KONTROLLER-MEMOER-EXIT
           END-IF.

      * AN ACCOUNT UNDER AN INSOLVENCY CASE TAKES NO DEBIT EXCEPT A
      * DISBURSEMENT ITS TRUSTEE HAS AUTHORISED IN
      * INSOLVENSVEDLIGEHOLD. THE TELLER KEYS THE K-NUMBER; IT MUST
      * BE GODKENDT, ON THIS ACCOUNT AND FOR EXACTLY THIS AMOUNT. THE
      * POSTING TEXT IS THEN LED BY "KURATOR <K-NUMBER>" - THAT IS
      * WHAT TRANSAKTIONERKONTROL LETS THROUGH THE FREEZE AT NIGHT.
      * THE DISPOSITION IS ONLY FLAGGED BRUGT WHEN THE PAYMENT IS
      * RELEASED, SEE BRUG-KURATORDISPOSITION.
       KONTROLLER-KURATOR.
           DISPLAY "KONTOEN ER UNDER INSOLVENSSAG."
           DISPLAY "KURATORDISPOSITION (K-NUMMER): " WITH NO ADVANCING
           ACCEPT WS-KD-REFERENCE
           MOVE VB-KONTO-ID OF VENT-REC TO WS-KD-KONTO-ID
           MOVE VB-BELOB OF VENT-REC TO WS-KD-BELOB
           PERFORM FIND-KURATORDISPOSITION
           IF WS-KD-SLOT = ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "INSOLVENSSAG - KRAEVER GODKENDT KURATORDISPOSITION"
                   TO WS-FEJLTEKST
               GO TO KONTROLLER-KURATOR-EXIT
           END-IF
           MOVE VB-TEKST OF VENT-REC TO WS-KD-TEKST
           MOVE SPACES TO VB-TEKST OF VENT-REC
           STRING "KURATOR " WS-KD-REFERENCE " " WS-KD-TEKST(1:21)
               DELIMITED BY SIZE INTO VB-TEKST OF VENT-REC.

       KONTROLLER-KURATOR-EXIT.
           EXIT.

      * THE LAST GATE BEFORE A KEYED PAYMENT IS PARKED: EVERY ACTIVE
      * MEMO ON THE ACCOUNT OR ITS HOLDERS IS PUT IN FRONT OF THE
      * KEYER. A STOP MEMO HOLDS THE CAPTURE UNTIL A SECOND OPERATOR
      * OF LEVEL 2 OR ABOVE - NOT THE KEYER, NOT A LOCKED ID - GIVES
      * THEIR ID AT THE TERMINAL. THE OVERRIDE RIDES THE PARKED ROW
      * IN VB-MEMO-TILSIDESAT-AF, AND EVERY ATTEMPT, GRANTED OR NOT,
      * IS WRITTEN TO THE AUDIT LOG.
       KONTROLLER-MEMOER.
           MOVE VB-KONTO-ID OF VENT-REC TO WS-MEMO-KONTO-ID
           PERFORM VIS-KONTO-MEMOER
           IF WS-MEMO-STOP = "N"
               GO TO KONTROLLER-MEMOER-EXIT
           END-IF
           DISPLAY "STOP-MEMO PAA KONTOEN - KRAEVER TILSIDESAETTELSE "
               "AF EN ANDEN OPERATOER PAA NIVEAU 2."
           DISPLAY "ANDEN OPERATOERS ID (BLANK = FORTRYD): "
               WITH NO ADVANCING
           ACCEPT WS-TILSIDESAT-AF
           PERFORM GODKEND-TILSIDESAETTELSE
           IF WS-TILSIDESAT-RESULTAT NOT = "FORTRYD"
               PERFORM SKRIV-MEMO-TILSIDESAETTELSE
           END-IF
           IF WS-TILSIDESAT-RESULTAT NOT = "OK"
               MOVE "Y" TO WS-FEJL
               MOVE "STOP-MEMO PAA KONTOEN - IKKE TILSIDESAT"
                   TO WS-FEJLTEKST
               GO TO KONTROLLER-MEMOER-EXIT
           END-IF
           MOVE WS-TILSIDESAT-AF TO VB-MEMO-TILSIDESAT-AF OF VENT-REC
           DISPLAY "STOP-MEMO TILSIDESAT AF " WS-TILSIDESAT-AF ".".

       KONTROLLER-MEMOER-EXIT.
           EXIT.

      * THE SECOND OPERATOR'S ID AGAINST OPERATOERER.TXT AND THE
      * LOCKOUT TABLE KONTROLLER-ADGANG LOADED AT SIGN-ON.
      * WS-TILSIDESAT-RESULTAT COMES BACK OK, AFVIST OR FORTRYD.
       GODKEND-TILSIDESAETTELSE.
           MOVE ZEROES TO WS-TILSIDESAT-NIVEAU
           MOVE "AFVIST" TO WS-TILSIDESAT-RESULTAT
           EVALUATE TRUE
               WHEN WS-TILSIDESAT-AF = SPACES
                   MOVE "FORTRYD" TO WS-TILSIDESAT-RESULTAT
               WHEN WS-TILSIDESAT-AF = WS-OPERATOR
                   DISPLAY "TILSIDESAETTELSEN SKAL GIVES AF EN ANDEN "
                       "OPERATOER."
               WHEN OTHER
                   MOVE "N" TO EOF-OPER
                   OPEN INPUT OPERATOERER
                   IF WS-OPER-STATUS NOT = "35"
                       PERFORM UNTIL EOF-OPER = "Y"
                           READ OPERATOERER
                               AT END
                                   MOVE "Y" TO EOF-OPER
                               NOT AT END
                                   IF OP-ID OF OPERATOER-REC
                                           = WS-TILSIDESAT-AF
                                       MOVE OP-NIVEAU OF OPERATOER-REC
                                           TO WS-TILSIDESAT-NIVEAU
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE OPERATOERER
                   END-IF
                   PERFORM VARYING WS-LAAS-IX FROM 1 BY 1
                           UNTIL WS-LAAS-IX > ANTAL-LAAS
                       IF LA-OP-ID(WS-LAAS-IX) = WS-TILSIDESAT-AF
                           AND LA-LAAST(WS-LAAS-IX) = "J"
                           MOVE ZEROES TO WS-TILSIDESAT-NIVEAU
                       END-IF
                   END-PERFORM
                   IF WS-TILSIDESAT-NIVEAU >= 2
                       MOVE "OK" TO WS-TILSIDESAT-RESULTAT
                   ELSE
                       DISPLAY "OPERATOER " WS-TILSIDESAT-AF
                           " ER UKENDT, LAAST ELLER UNDER NIVEAU 2."
                   END-IF
           END-EVALUATE.

       SKRIV-MEMO-TILSIDESAETTELSE.
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           PERFORM SAET-TIDSPUNKT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "MEMO-STOP  KONTO " DELIMITED BY SIZE
               VB-KONTO-ID OF VENT-REC DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               "  TILSIDESAT AF " DELIMITED BY SIZE
               WS-TILSIDESAT-AF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TILSIDESAT-RESULTAT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIDSPUNKT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * SHOWS EVERY ACTIVE MEMO ON WS-MEMO-KONTO-ID OR ON ANY OF ITS
      * HOLDERS - PRIMARY AND CO-HOLDERS ALIKE - AND SETS WS-MEMO-STOP
      * WHEN ONE OF THEM IS A STOP MEMO. NO REGISTER, NO MEMOS.
       VIS-KONTO-MEMOER.
           MOVE "N" TO WS-MEMO-STOP
           PERFORM SAET-TIDSPUNKT
           MOVE WS-MEMO-KONTO-ID TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           MOVE "N" TO EOF-MEMO
           OPEN INPUT MEMOER
           IF WS-MEMO-STATUS = "00"
               PERFORM UNTIL EOF-MEMO = "Y"
                   READ MEMOER
                       AT END
                           MOVE "Y" TO EOF-MEMO
                       NOT AT END
                           PERFORM VURDER-MEMO
                   END-READ
               END-PERFORM
               CLOSE MEMOER
           END-IF.

       VURDER-MEMO.
           MOVE "N" TO WS-MEMO-GAELDER
           IF MO-STATUS OF MEMO-REC = "AKTIV"
               AND (MO-UDLOEB-DATO OF MEMO-REC = SPACES
                   OR MO-UDLOEB-DATO OF MEMO-REC
                       NOT < WS-TIDSPUNKT(1:10))
               IF MO-NIVEAU OF MEMO-REC = "KONTO"
                   AND MO-NOEGLE OF MEMO-REC = WS-MEMO-KONTO-ID
                   MOVE "Y" TO WS-MEMO-GAELDER
               END-IF
               IF MO-NIVEAU OF MEMO-REC = "KUNDE"
                   AND WS-KONTO-FUNDET = "Y"
                   IF MO-NOEGLE OF MEMO-REC = KUNDE-ID OF KONTOOPL-IN
                       MOVE "Y" TO WS-MEMO-GAELDER
                   END-IF
                   PERFORM VARYING WS-MI-IX FROM 1 BY 1
                           UNTIL WS-MI-IX > 2
                       IF MI-KUNDE-ID OF KONTOOPL-IN(WS-MI-IX)
                               NOT = SPACES
                           AND MI-KUNDE-ID OF KONTOOPL-IN(WS-MI-IX)
                               = MO-NOEGLE OF MEMO-REC
                           MOVE "Y" TO WS-MEMO-GAELDER
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-MEMO-GAELDER = "Y"
               DISPLAY "MEMO " MO-ALVOR OF MEMO-REC " "
                   MO-KATEGORI OF MEMO-REC " PAA "
                   MO-NIVEAU OF MEMO-REC " " MO-NOEGLE OF MEMO-REC
                   " (" MO-MEMO-NR OF MEMO-REC ")"
               DISPLAY "    " MO-TEKST OF MEMO-REC
               IF MO-ALVOR OF MEMO-REC = "STOP"
                   MOVE "J" TO WS-MEMO-STOP
               END-IF
           END-IF.

      * LOADS KURATORDISPOSITIONER.TXT AND LEAVES WS-KD-SLOT ON THE
      * GODKENDT DISPOSITION MATCHING WS-KD-REFERENCE, WS-KD-KONTO-ID
      * AND THE (NEGATIVE) WS-KD-BELOB - ZERO WHEN THERE IS NONE.
       FIND-KURATORDISPOSITION.
           MOVE ZEROES TO ANTAL-KD
           MOVE ZEROES TO WS-KD-SLOT
           MOVE "N" TO EOF-KD
           OPEN INPUT KURATOR-DISPOSITIONER
           IF WS-KD-STATUS = "35"
               MOVE "Y" TO EOF-KD
           END-IF
           PERFORM UNTIL EOF-KD = "Y"
               READ KURATOR-DISPOSITIONER
                   AT END
                       MOVE "Y" TO EOF-KD
                   NOT AT END
                       IF ANTAL-KD < 999
                           ADD 1 TO ANTAL-KD
                           MOVE DISP-REC TO KD-AR(ANTAL-KD)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KD-STATUS NOT = "35"
               CLOSE KURATOR-DISPOSITIONER
           END-IF
           PERFORM VARYING WS-KD-IX FROM 1 BY 1
                   UNTIL WS-KD-IX > ANTAL-KD
               IF KD-REFERENCE OF KD-AR(WS-KD-IX) = WS-KD-REFERENCE
                   AND KD-KONTO-ID OF KD-AR(WS-KD-IX) = WS-KD-KONTO-ID
                   AND KD-STATUS OF KD-AR(WS-KD-IX) = "GODKENDT"
                   AND KD-BELOB OF KD-AR(WS-KD-IX) + WS-KD-BELOB
                       = ZEROES
                   MOVE WS-KD-IX TO WS-KD-SLOT
               END-IF
           END-PERFORM.

      * ON RELEASE OF A TRUSTEE DISBURSEMENT: THE DISPOSITION MUST
      * STILL BE GODKENDT - THE TRUSTEE MAY HAVE WITHDRAWN IT, OR THE
      * CASE BEEN LIFTED, WHILE THE PAYMENT WAITED. IT IS FLAGGED
      * BRUGT AND THE FILE WRITTEN BACK; WS-KD-SLOT COMES BACK ZERO
      * WHEN IT CANNOT BE USED.
       BRUG-KURATORDISPOSITION.
           MOVE VB-TEKST OF VENT-AR(WS-VENT-IX)(9:10)
               TO WS-KD-REFERENCE
           MOVE VB-KONTO-ID OF VENT-AR(WS-VENT-IX) TO WS-KD-KONTO-ID
           MOVE VB-BELOB OF VENT-AR(WS-VENT-IX) TO WS-KD-BELOB
           PERFORM FIND-KURATORDISPOSITION
           IF WS-KD-SLOT NOT = ZEROES
               PERFORM SAET-TIDSPUNKT
               MOVE "BRUGT" TO KD-STATUS OF KD-AR(WS-KD-SLOT)
               MOVE WS-TIDSPUNKT(1:10)
                   TO KD-BRUGT-DATO OF KD-AR(WS-KD-SLOT)
               OPEN OUTPUT KURATOR-DISPOSITIONER
               PERFORM VARYING WS-KD-IX FROM 1 BY 1
                       UNTIL WS-KD-IX > ANTAL-KD
                   MOVE KD-AR(WS-KD-IX) TO DISP-REC
                   WRITE DISP-REC
               END-PERFORM
               CLOSE KURATOR-DISPOSITIONER
           END-IF.

      * THE INSTANT SCHEME CARRIES DKK DEBITS TO AN ACCOUNT IN
      * ANOTHER DANISH BANK ONLY - THE FUNDS THEMSELVES ARE CHECKED
      * BY STRAKSKOERSEL AT SENDING TIME, AGAINST THE BALANCE AS IT
      * STANDS THEN.
       VALIDER-STRAKS.
           IF VB-BELOB OF VENT-REC NOT < ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "STRAKSBETALING SKAL VAERE EN HAEVNING"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND VB-VALUTA OF VENT-REC NOT = "DKK"
               MOVE "Y" TO WS-FEJL
               MOVE "STRAKSBETALING KUN I DKK" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND VB-MODTAGER-KONTO OF VENT-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "MODTAGERKONTO ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF.

      * THE LATEST EVENT FOR THE KEYED ALIAS - LAST ROW OF THE
      * ONE PENDING PAYMENT PAST THE SECOND OPERATOR - SHOW IT,
      * ENFORCE THE FOUR-EYES RULE, AND ASK FOR THE DECISION.
       BEHANDL-VENTENDE.
           MOVE "N" TO WS-KULANCE-SPAERRET
           MOVE "N" TO WS-MEMO-SPAERRET
           MOVE VB-BELOB OF VENT-AR(WS-VENT-IX) TO WS-VENT-BELOB-TEXT
           DISPLAY " "
           DISPLAY "KONTO-ID " VB-KONTO-ID OF VENT-AR(WS-VENT-IX)
               " " VB-VALUTA OF VENT-AR(WS-VENT-IX)
               " INDTASTET AF " VB-INDTASTET-AF OF VENT-AR(WS-VENT-IX)
               " " VB-INDTASTET-TID OF VENT-AR(WS-VENT-IX)
           IF VB-NAVNE-KONTROL OF VENT-AR(WS-VENT-IX) = "NAESTEN"
               OR VB-NAVNE-KONTROL OF VENT-AR(WS-VENT-IX) = "INGEN"
               DISPLAY "NAVNEKONTROL "
                   VB-NAVNE-KONTROL OF VENT-AR(WS-VENT-IX)
                   " PAA MODTAGER "
                   VB-MODTAGER-NAVN OF VENT-AR(WS-VENT-IX)
                   " - BEKRAEFTET AF KUNDEN"
           END-IF
           IF VB-OVER-GRAENSE OF VENT-AR(WS-VENT-IX) = "J"
               DISPLAY "OVER BETALINGSGRAENSE ("
                   VB-GRAENSE-KANAL OF VENT-AR(WS-VENT-IX)
                   ") - KRAEVER NIVEAU 3."
           END-IF
      * A QUEUED GOODWILL REFUND WAS OVER ITS KEYER'S CEILING - IT
      * NEEDS AN APPROVER WHOSE OWN CEILING COVERS IT, OR LEVEL 3.
           IF VB-TYPE OF VENT-AR(WS-VENT-IX)(1:7) = "KULANCE"
               DISPLAY VB-TEKST OF VENT-AR(WS-VENT-IX)
               PERFORM BESTEM-KULANCE-LOFT
               IF VB-BELOB OF VENT-AR(WS-VENT-IX) > WS-KULANCE-LOFT
                   AND WS-OPERATOR-NIVEAU < 3
                   MOVE "J" TO WS-KULANCE-SPAERRET
               END-IF
           END-IF
      * THE MEMOS AS THEY STAND NOW. A STOP MEMO OVERRIDDEN AT
      * CAPTURE SHOWS WHO OVERRODE IT; ONE WITH NO OVERRIDE ON THE
      * ROW (PARKED BY A NIGHTLY RUN, OR RAISED SINCE CAPTURE) MAKES
      * THIS RELEASE THE OVERRIDE, SO IT TAKES LEVEL 2.
           MOVE VB-KONTO-ID OF VENT-AR(WS-VENT-IX) TO WS-MEMO-KONTO-ID
           PERFORM VIS-KONTO-MEMOER
           IF WS-MEMO-STOP = "J"
               IF VB-MEMO-TILSIDESAT-AF OF VENT-AR(WS-VENT-IX)
                       NOT = SPACES
                   DISPLAY "STOP-MEMO TILSIDESAT VED INDTASTNING AF "
                       VB-MEMO-TILSIDESAT-AF OF VENT-AR(WS-VENT-IX)
               ELSE
                   DISPLAY "STOP-MEMO UDEN TILSIDESAETTELSE - "
                       "FRIGIVELSE ER TILSIDESAETTELSEN."
                   IF WS-OPERATOR-NIVEAU < 2
                       MOVE "J" TO WS-MEMO-SPAERRET
                   END-IF
               END-IF
           END-IF
           IF VB-INDTASTET-AF OF VENT-AR(WS-VENT-IX) = WS-OPERATOR
               DISPLAY "EGEN INDTASTNING - SKAL GODKENDES AF EN"
                   " ANDEN OPERATOER."
           ELSE
               IF (VB-OVER-GRAENSE OF VENT-AR(WS-VENT-IX) = "J"
                   AND WS-OPERATOR-NIVEAU < 3)
                   OR WS-KULANCE-SPAERRET = "J"
                   OR WS-MEMO-SPAERRET = "J"
                   IF WS-KULANCE-SPAERRET = "J"
                       DISPLAY "OVER DIN KULANCEGRAENSE - KAN IKKE "
                           "FRIGIVES AF DIG."
                   ELSE
                       IF WS-MEMO-SPAERRET = "J"
                           DISPLAY "STOP-MEMO - KAN KUN FRIGIVES AF "
                               "EN OPERATOER PAA NIVEAU 2."
                       ELSE
                           DISPLAY "KAN KUN FRIGIVES AF EN OPERATOER "
                               "PAA NIVEAU 3."
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "GODKEND (J), AFVIS (N), SPRING OVER "
                       "(S): "
                       WITH NO ADVANCING
                   ACCEPT WS-SVAR
                   IF (WS-SVAR = "J" OR WS-SVAR = "j")
                       AND VB-TEKST OF VENT-AR(WS-VENT-IX)(1:8)
                           = "KURATOR "
                       PERFORM BRUG-KURATORDISPOSITION
                       IF WS-KD-SLOT = ZEROES
                           DISPLAY "KURATORDISPOSITIONEN ER IKKE "
                               "LAENGERE GODKENDT - BETALINGEN "
                               "AFVISES."
                           MOVE "N" TO WS-SVAR
                       END-IF
                   END-IF
                   EVALUATE WS-SVAR
                       WHEN "J"
                       WHEN "j"
      * A QUEUED CORPORATE FILE RELEASES AS ITS INDIVIDUAL ROWS -
      * THE SINGLE VENTER ROW IS ONLY THE APPROVABLE UNIT.
                           IF VB-TYPE OF VENT-AR(WS-VENT-IX)(1:11)
                                   = "ERHVERVSFIL"
                               PERFORM POSTER-ERHVERVSFIL
                                   THRU POSTER-ERHVERVSFIL-EXIT
                           ELSE
                               IF VB-TYPE OF VENT-AR(WS-VENT-IX)(1:14)
                                       = "STRAKSBETALING"
                                   PERFORM SKRIV-STRAKS-ANMODNING
                               ELSE
                                   PERFORM SKRIV-TRANSAKTION
                               END-IF
                           END-IF
                           MOVE "GODKENDT"
                               TO VB-STATUS OF VENT-AR(WS-VENT-IX)
                           MOVE WS-OPERATOR
                               TO VB-GODKENDT-AF OF VENT-AR(WS-VENT-IX)
                           IF VB-OVER-GRAENSE OF VENT-AR(WS-VENT-IX)
                                   = "J"
                               PERFORM NOTER-FRIGIVET-FORBRUG
                           END-IF
                           IF VB-TYPE OF VENT-AR(WS-VENT-IX)(1:7)
                                   = "KULANCE"
                               MOVE VB-TEKST OF
                                   VENT-AR(WS-VENT-IX)(9:10)
                                   TO WS-KU-REFERENCE
                               MOVE "BOGFOERT" TO WS-KU-NY-STATUS
                               PERFORM OPDATER-KULANCE
                           END-IF
                           DISPLAY "BETALING BOGFOERT."
                       WHEN "N"
                       WHEN "n"
                           MOVE "AFVIST"
                               TO VB-STATUS OF VENT-AR(WS-VENT-IX)
                           MOVE WS-OPERATOR
                               TO VB-GODKENDT-AF OF VENT-AR(WS-VENT-IX)
                           IF VB-TYPE OF VENT-AR(WS-VENT-IX)(1:7)
                                   = "KULANCE"
                               MOVE VB-TEKST OF
                                   VENT-AR(WS-VENT-IX)(9:10)
                                   TO WS-KU-REFERENCE
                               MOVE "AFVIST" TO WS-KU-NY-STATUS
                               PERFORM OPDATER-KULANCE
                           END-IF
                           DISPLAY "BETALING AFVIST."
                       WHEN OTHER
                           DISPLAY "SPRUNGET OVER."
                   END-EVALUATE
               END-IF
           END-IF.

      * AN OVER-LIMIT PAYMENT RELEASED BY LEVEL 3 NOW COUNTS TOWARDS
      * THE DAY LIKE ANY OTHER. THE OWNING CUSTOMER IS LOOKED UP
      * AGAIN - THE ROW MAY HAVE BEEN PARKED BY A NIGHTLY RUN. A
      * CORPORATE FILE CARRIES ITS NEGATIVE TOTAL IN VB-BELOB.
       NOTER-FRIGIVET-FORBRUG.
           PERFORM SAET-TIDSPUNKT
           MOVE VB-KONTO-ID OF VENT-AR(WS-VENT-IX)
               TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "Y"
               MOVE KUNDE-ID OF KONTOOPL-IN TO WS-GR-KUNDE-ID
               MOVE VB-GRAENSE-KANAL OF VENT-AR(WS-VENT-IX)
                   TO WS-GR-KANAL
               COMPUTE WS-GR-BELOB =
                   0 - VB-BELOB OF VENT-AR(WS-VENT-IX)
               PERFORM NOTER-FORBRUG
           END-IF.

      * BUILDS AND APPENDS THE APPROVED PAYMENT TO TRANSAKTIONER.TXT,
           WRITE TRANSAKTION-REC
           IF VB-TYPE OF VENT-AR(WS-VENT-IX)(1:7) = "KONTANT"
               PERFORM SKRIV-KASSE-JOURNAL
           END-IF
           IF VB-TYPE OF VENT-AR(WS-VENT-IX)(1:17)
                   = "CHECKINDSAETTELSE"
               PERFORM SKRIV-CHECK-RESERVATION
               PERFORM SKRIV-CHECK-REGISTER
           END-IF.

      * QUEUES A RELEASED STRAKSBETALING FOR STRAKSKOERSEL. THE
      * KEYED NEGATIVE AMOUNT GOES OUT POSITIVE, AS THE SCHEME
      * CARRIES IT; THE REFERENCE IS THE ACCOUNT AND THE RELEASE
      * STAMP, UNIQUE PER PAYMENT.
       SKRIV-STRAKS-ANMODNING.
           PERFORM SAET-TIDSPUNKT
           MOVE SPACES TO STRAKS-UD-REC
           MOVE "UD" TO SB-RETNING OF STRAKS-UD-REC
           STRING VB-KONTO-ID OF VENT-AR(WS-VENT-IX) DELIMITED BY SPACE
               WS-DAGS-DATO-RAW(5:4) DELIMITED BY SIZE
               WS-TID-RAW(1:6) DELIMITED BY SIZE
               INTO SB-REFERENCE OF STRAKS-UD-REC
           MOVE VB-KONTO-ID OF VENT-AR(WS-VENT-IX)
               TO SB-KONTO-ID OF STRAKS-UD-REC
           MOVE VB-REG-NR OF VENT-AR(WS-VENT-IX)
               TO SB-AFS-REG-NR OF STRAKS-UD-REC
           MOVE VB-MODTAGER-REG-NR OF VENT-AR(WS-VENT-IX)
               TO SB-MODT-REG-NR OF STRAKS-UD-REC
           MOVE VB-MODTAGER-KONTO OF VENT-AR(WS-VENT-IX)
               TO SB-MODT-KONTONUMMER OF STRAKS-UD-REC
           COMPUTE SB-BELOB OF STRAKS-UD-REC =
               0 - VB-BELOB OF VENT-AR(WS-VENT-IX)
           MOVE VB-VALUTA OF VENT-AR(WS-VENT-IX)
               TO SB-VALUTA OF STRAKS-UD-REC
           MOVE VB-TEKST OF VENT-AR(WS-VENT-IX)
               TO SB-TEKST OF STRAKS-UD-REC
           MOVE WS-TIDSPUNKT TO SB-TIDSPUNKT OF STRAKS-UD-REC
           MOVE "VENTER" TO SB-STATUS OF STRAKS-UD-REC
           OPEN EXTEND STRAKS-UD
           IF WS-STRAKS-STATUS = "35"
               OPEN OUTPUT STRAKS-UD
           END-IF
           WRITE STRAKS-UD-REC
           CLOSE STRAKS-UD
           DISPLAY "STRAKSBETALING SENDT TIL STRAKSKOERSEL.".

      * POSTS EVERY ROW OF AN APPROVED CORPORATE FILE - ONE DEBIT ON
      * THE FUNDING ACCOUNT PER RECEIVER, WITH THE RECEIVER IN THE
      * MODTAGER FIELDS, SO A FOREIGN REG-NR FLOWS INTO THE OUTBOUND
               TO KJ-VALUTA OF KASSE-JOURNAL-REC
           WRITE KASSE-JOURNAL-REC
           CLOSE KASSE-JOURNAL.

      * THE CLEARING-PERIOD HOLD ON A RELEASED CHEQUE - THE FULL
      * AMOUNT, HELD THROUGH THE LAST DAY OF THE PERIOD. THE CARD
      * NUMBER FIELD CARRIES "CHK" AND THE CHEQUE NUMBER: IT IS WHAT
      * CHECKRETURKOERSEL FINDS THE HOLD BY, AND A NON-BLANK VALUE
      * NO CARD CAN HAVE KEEPS KORTAFREGNING FROM SETTLING A CARD
      * PURCHASE AGAINST IT ON THE ACCOUNT ALONE.
       SKRIV-CHECK-RESERVATION.
           COMPUTE WS-CHECK-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DAGS-DATO-RAW)
               + WS-CHECK-CLEARINGDAGE
           COMPUTE WS-CHECK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CHECK-HELTAL)
           MOVE WS-CHECK-YYYYMMDD(1:4) TO WS-CHECK-FRIGIV-DATO(1:4)
           MOVE "-" TO WS-CHECK-FRIGIV-DATO(5:1)
           MOVE WS-CHECK-YYYYMMDD(5:2) TO WS-CHECK-FRIGIV-DATO(6:2)
           MOVE "-" TO WS-CHECK-FRIGIV-DATO(8:1)
           MOVE WS-CHECK-YYYYMMDD(7:2) TO WS-CHECK-FRIGIV-DATO(9:2)
           OPEN EXTEND RESERVATIONER
           IF WS-RESERV-STATUS = "35"
               OPEN OUTPUT RESERVATIONER
           END-IF
           MOVE SPACES TO RESERVATION-REC
           MOVE VB-KONTO-ID OF VENT-AR(WS-VENT-IX)
               TO RS-KONTO-ID OF RESERVATION-REC
           MOVE VB-BELOB OF VENT-AR(WS-VENT-IX)
               TO RS-BELOB OF RESERVATION-REC
           MOVE VB-VALUTA OF VENT-AR(WS-VENT-IX)
               TO RS-VALUTA OF RESERVATION-REC
           MOVE WS-TIDSPUNKT(1:10)
               TO RS-AUTORISERET-DATO OF RESERVATION-REC
           MOVE WS-CHECK-FRIGIV-DATO
               TO RS-UDLOEB-DATO OF RESERVATION-REC
           MOVE "AABEN" TO RS-STATUS OF RESERVATION-REC
           STRING "CHK" DELIMITED BY SIZE
               VB-CHECK-NR OF VENT-AR(WS-VENT-IX) DELIMITED BY SIZE
               INTO RS-KORTNUMMER OF RESERVATION-REC
           MOVE ZEROES TO RS-AFREGNET-BELOB OF RESERVATION-REC
           WRITE RESERVATION-REC
           CLOSE RESERVATIONER
           DISPLAY "CHECK RESERVERET TIL OG MED " WS-CHECK-FRIGIV-DATO.

      * ONE ROW ON THE CHEQUE REGISTER PER RELEASED DEPOSIT, STAMPED
      * WITH THE CREDIT'S OWN TIDSPUNKT SO A RETURN CAN REVERSE
      * EXACTLY THAT ROW.
       SKRIV-CHECK-REGISTER.
           OPEN EXTEND CHECK-REGISTER
           IF WS-CHECK-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER
           END-IF
           MOVE SPACES TO CHECK-REC
           MOVE VB-KONTO-ID OF VENT-AR(WS-VENT-IX)
               TO CK-KONTO-ID OF CHECK-REC
           MOVE VB-REG-NR OF VENT-AR(WS-VENT-IX)
               TO CK-REG-NR OF CHECK-REC
           MOVE VB-TRAEKKER-REG-NR OF VENT-AR(WS-VENT-IX)
               TO CK-TRAEKKER-REG-NR OF CHECK-REC
           MOVE VB-TRAEKKER-KONTO OF VENT-AR(WS-VENT-IX)
               TO CK-TRAEKKER-KONTO OF CHECK-REC
           MOVE VB-CHECK-NR OF VENT-AR(WS-VENT-IX)
               TO CK-CHECK-NR OF CHECK-REC
           MOVE VB-BELOB OF VENT-AR(WS-VENT-IX)
               TO CK-BELOB OF CHECK-REC
           MOVE VB-VALUTA OF VENT-AR(WS-VENT-IX)
               TO CK-VALUTA OF CHECK-REC
           MOVE WS-TIDSPUNKT TO CK-INDSAT-TID OF CHECK-REC
           MOVE WS-CHECK-FRIGIV-DATO TO CK-FRIGIV-DATO OF CHECK-REC
           MOVE "INDSAT" TO CK-STATUS OF CHECK-REC
           MOVE VB-INDTASTET-AF OF VENT-AR(WS-VENT-IX)
               TO CK-INDTASTET-AF OF CHECK-REC
           MOVE WS-OPERATOR TO CK-GODKENDT-AF OF CHECK-REC
           WRITE CHECK-REC
           CLOSE CHECK-REGISTER.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CARD CREDIT REGISTER KREDITKORTKOERSEL BILLS FROM - SMALL
      * ENOUGH THAT CHANGES RELOAD AND REWRITE THE WHOLE FILE, SAME
      * SHAPE AS THE OTHER REGISTER DIALOGS. SEE KREDITKORTKONTI.CPY.
           SELECT KREDITKORT-KONTI ASSIGN TO "KreditkortKonti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KK-STATUS.
      * OPENED READ-ONLY, KEYED BY KONTO-ID - SAME CROSS-CHECK
      * KEYING AS KORTVEDLIGEHOLD. BOTH THE CARD ACCOUNT AND THE
      * PAYING ACCOUNT MUST BE ON IT.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - OPENING A CARD ACCOUNT AND
      * CHANGING THE AUTOMATIC PAYMENT IS LEVEL 2; CHANGING THE
      * CREDIT LIMIT OR THE RATE AND CLOSING IS LEVEL 3.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KREDITKORT-KONTI.
       01  KREDITKORT-REC.
           COPY "KREDITKORTKONTI.cpy".

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
       01  WS-KK-STATUS             PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-KRAV           PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-OK             PIC X VALUE "N".
       01  WS-ANTAL-AENDRINGER      PIC 9(5) VALUE ZEROES.
       01  WS-SESSION-START-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-START-TIME    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-TIME      PIC 9(8) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
       01  KREDITKORT-AR OCCURS 999 TIMES.
           COPY "KREDITKORTKONTI.cpy".
       01  ANTAL-KK                 PIC 9(4) VALUE ZEROES.
       01  WS-KK-IX                 PIC 9(4).
       01  WS-KK-MATCH-IX           PIC 9(4) VALUE ZEROES.
       01  EOF-KK                   PIC X VALUE "N".
       01  WS-SOEGE-KONTO-ID        PIC X(10) VALUE SPACES.
       01  WS-NY-AUTO-PROCENT       PIC 9(3) VALUE ZEROES.
       01  WS-NY-BETALINGS-KONTO    PIC X(10) VALUE SPACES.
       01  WS-NY-KREDITMAKS         PIC 9(7)V99 VALUE ZEROES.
       01  WS-NY-RENTESATS          PIC 9(3)V99 VALUE ZEROES.
       01  WS-BELOB-DISPLAY         PIC -(9)9.99.

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
           MOVE WS-SESSION-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-SESSION-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-SESSION-START-DATE(7:2) TO WS-DAGS-DATO(9:2)
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
           STRING "KKORTVEDL " DELIMITED BY SIZE
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
           DISPLAY "KREDITKORTKONTI VEDLIGEHOLDELSE"
           DISPLAY "1. OPRET KREDITKORTKONTO"
           DISPLAY "2. AENDR AUTOMATISK BETALING"
           DISPLAY "3. AENDR KREDITMAKSIMUM OG RENTESATS"
           DISPLAY "4. AFSLUT"
           DISPLAY "5. VIS KREDITKORTKONTO"
           DISPLAY "6. LUK KREDITKORTKONTO"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-KORTKONTO
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM AENDR-AUTO-BETALING
                           THRU AENDR-AUTO-BETALING-EXIT
                   END-IF
               WHEN "3"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM AENDR-KREDITMAKS
                           THRU AENDR-KREDITMAKS-EXIT
                   END-IF
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN "5"
                   PERFORM VIS-KORTKONTO THRU VIS-KORTKONTO-EXIT
               WHEN "6"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM LUK-KORTKONTO THRU LUK-KORTKONTO-EXIT
                   END-IF
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

       LOAD-KORTKONTI.
           MOVE ZEROES TO ANTAL-KK
           MOVE "N" TO EOF-KK
           OPEN INPUT KREDITKORT-KONTI
           IF WS-KK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KK = "Y"
                   READ KREDITKORT-KONTI
                       AT END
                           MOVE "Y" TO EOF-KK
                       NOT AT END
                           ADD 1 TO ANTAL-KK
                           MOVE KREDITKORT-REC
                               TO KREDITKORT-AR(ANTAL-KK)
                   END-READ
               END-PERFORM
               CLOSE KREDITKORT-KONTI
           END-IF.

       GEM-KORTKONTI.
           OPEN OUTPUT KREDITKORT-KONTI
           PERFORM VARYING WS-KK-IX FROM 1 BY 1
                   UNTIL WS-KK-IX > ANTAL-KK
               MOVE KREDITKORT-AR(WS-KK-IX) TO KREDITKORT-REC
               WRITE KREDITKORT-REC
           END-PERFORM
           CLOSE KREDITKORT-KONTI.

      * THE CARD ACCOUNT ASKED FOR IN WS-SOEGE-KONTO-ID - ZERO WHEN
      * IT ISN'T ON THE REGISTER.
       FIND-KORTKONTO.
           MOVE ZEROES TO WS-KK-MATCH-IX
           PERFORM VARYING WS-KK-IX FROM 1 BY 1
                   UNTIL WS-KK-IX > ANTAL-KK
               IF KK-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
                       = WS-SOEGE-KONTO-ID
                   MOVE WS-KK-IX TO WS-KK-MATCH-IX
               END-IF
           END-PERFORM.

      * THE PAYING ACCOUNT IS OPTIONAL ONLY WHEN NO AUTOMATIC PAYMENT
      * IS TAKEN; WHEN GIVEN IT MUST EXIST AND MUST NOT BE THE CARD
      * ACCOUNT ITSELF.
       VALIDER-AUTO-BETALING.
           IF WS-FEJL = "N" AND WS-NY-AUTO-PROCENT IS NOT NUMERIC
               MOVE "Y" TO WS-FEJL
               MOVE "PROCENT SKAL VAERE 0-100" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND WS-NY-AUTO-PROCENT > 100
               MOVE "Y" TO WS-FEJL
               MOVE "PROCENT SKAL VAERE 0-100" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND WS-NY-AUTO-PROCENT > ZEROES
               AND WS-NY-BETALINGS-KONTO = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "BETALINGSKONTO KRAEVES VED AUTOMATISK BETALING"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND WS-NY-BETALINGS-KONTO NOT = SPACES
               IF WS-NY-BETALINGS-KONTO = WS-SOEGE-KONTO-ID
                   MOVE "Y" TO WS-FEJL
                   MOVE "BETALINGSKONTO KAN IKKE VAERE KORTKONTOEN"
                       TO WS-FEJLTEKST
               ELSE
                   MOVE WS-NY-BETALINGS-KONTO
                       TO KONTO-ID OF KONTOOPL-IN
                   PERFORM SLAA-KONTO-OP
                   IF WS-KONTO-FUNDET = "N"
                       MOVE "Y" TO WS-FEJL
                       MOVE "BETALINGSKONTO FINDES IKKE I KONTOREGISTER"
                           TO WS-FEJLTEKST
                   END-IF
               END-IF
           END-IF.

      * A NEW CARD ACCOUNT STARTS WITH NOTHING DUE AND ITS FIRST
      * STATEMENT CLOSES ON THE FIRST NIGHT OF NEXT MONTH.
       OPRET-KORTKONTO.
           PERFORM LOAD-KORTKONTI
           MOVE SPACES TO KREDITKORT-REC
           DISPLAY "KORTKONTO KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT KK-KONTO-ID OF KREDITKORT-REC
           DISPLAY "KUNDE-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT KK-KUNDE-ID OF KREDITKORT-REC
           DISPLAY "KREDITMAKSIMUM: " WITH NO ADVANCING
           ACCEPT KK-KREDITMAKS OF KREDITKORT-REC
           DISPLAY "AARLIG RENTESATS I PCT.: " WITH NO ADVANCING
           ACCEPT KK-RENTESATS OF KREDITKORT-REC
           DISPLAY "AUTOMATISK BETALING PCT. (0 = INGEN): "
               WITH NO ADVANCING
           ACCEPT WS-NY-AUTO-PROCENT
           DISPLAY "BETALINGSKONTO KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-NY-BETALINGS-KONTO

           MOVE "N" TO WS-FEJL
           MOVE KK-KONTO-ID OF KREDITKORT-REC TO WS-SOEGE-KONTO-ID
           PERFORM FIND-KORTKONTO
           IF WS-KK-MATCH-IX > ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "KONTOEN ER ALLEREDE KREDITKORTKONTO"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND KK-KUNDE-ID OF KREDITKORT-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "KUNDE-ID ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND (KK-KREDITMAKS OF KREDITKORT-REC IS NOT NUMERIC
                   OR KK-KREDITMAKS OF KREDITKORT-REC = ZEROES)
               MOVE "Y" TO WS-FEJL
               MOVE "KREDITMAKSIMUM SKAL VAERE STOERRE END NUL"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND KK-RENTESATS OF KREDITKORT-REC IS NOT NUMERIC
               MOVE "Y" TO WS-FEJL
               MOVE "RENTESATS SKAL VAERE NUMERISK" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE KK-KONTO-ID OF KREDITKORT-REC
                   TO KONTO-ID OF KONTOOPL-IN
               PERFORM SLAA-KONTO-OP
               IF WS-KONTO-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "KONTO-ID FINDES IKKE I KONTOREGISTER"
                       TO WS-FEJLTEKST
               ELSE
                   MOVE VALUTAKODE OF KONTOOPL-IN
                       TO KK-VALUTA OF KREDITKORT-REC
               END-IF
           END-IF
           PERFORM VALIDER-AUTO-BETALING
           IF WS-FEJL = "Y"
               DISPLAY "KREDITKORTKONTO IKKE OPRETTET - " WS-FEJLTEKST
           ELSE
               MOVE WS-NY-AUTO-PROCENT
                   TO KK-AUTO-PROCENT OF KREDITKORT-REC
               MOVE WS-NY-BETALINGS-KONTO
                   TO KK-BETALINGS-KONTO-ID OF KREDITKORT-REC
               MOVE "AKTIV" TO KK-STATUS OF KREDITKORT-REC
               MOVE WS-DAGS-DATO TO KK-OPRETTET-DATO OF KREDITKORT-REC
               MOVE WS-DAGS-DATO TO KK-UDTOG-DATO OF KREDITKORT-REC
               MOVE ZEROES TO KK-UDTOG-SALDO OF KREDITKORT-REC
               MOVE ZEROES TO KK-MINDSTEBELOB OF KREDITKORT-REC
               MOVE "BETALT" TO KK-UDTOG-STATUS OF KREDITKORT-REC
               MOVE ZEROES TO KK-AUTO-BELOB OF KREDITKORT-REC
               OPEN EXTEND KREDITKORT-KONTI
               IF WS-KK-STATUS = "35"
                   OPEN OUTPUT KREDITKORT-KONTI
               END-IF
               WRITE KREDITKORT-REC
               CLOSE KREDITKORT-KONTI
               ADD 1 TO WS-ANTAL-AENDRINGER
               DISPLAY "KREDITKORTKONTO OPRETTET."
           END-IF.

       VIS-KORTKONTO.
           PERFORM LOAD-KORTKONTI
           IF ANTAL-KK = ZEROES
               DISPLAY "INGEN KREDITKORTKONTI PAA FIL."
               GO TO VIS-KORTKONTO-EXIT
           END-IF
           DISPLAY "KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO-ID
           PERFORM FIND-KORTKONTO
           IF WS-KK-MATCH-IX = ZEROES
               DISPLAY "KREDITKORTKONTOEN FINDES IKKE."
               GO TO VIS-KORTKONTO-EXIT
           END-IF
           MOVE WS-KK-MATCH-IX TO WS-KK-IX
           MOVE KK-KREDITMAKS OF KREDITKORT-AR(WS-KK-IX)
               TO WS-BELOB-DISPLAY
           DISPLAY "KUNDE-ID: " KK-KUNDE-ID OF KREDITKORT-AR(WS-KK-IX)
               " STATUS: " KK-STATUS OF KREDITKORT-AR(WS-KK-IX)
               " OPRETTET: " KK-OPRETTET-DATO OF KREDITKORT-AR(WS-KK-IX)
           DISPLAY "KREDITMAKSIMUM: " WS-BELOB-DISPLAY
               " " KK-VALUTA OF KREDITKORT-AR(WS-KK-IX)
               " RENTESATS: " KK-RENTESATS OF KREDITKORT-AR(WS-KK-IX)
           DISPLAY "AUTOMATISK BETALING PCT.: "
               KK-AUTO-PROCENT OF KREDITKORT-AR(WS-KK-IX)
               " FRA KONTO: "
               KK-BETALINGS-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
           MOVE KK-UDTOG-SALDO OF KREDITKORT-AR(WS-KK-IX)
               TO WS-BELOB-DISPLAY
           DISPLAY "SENESTE UDTOG: "
               KK-UDTOG-DATO OF KREDITKORT-AR(WS-KK-IX)
               " SKYLDIGT: " WS-BELOB-DISPLAY
               " STATUS: " KK-UDTOG-STATUS OF KREDITKORT-AR(WS-KK-IX)
           MOVE KK-MINDSTEBELOB OF KREDITKORT-AR(WS-KK-IX)
               TO WS-BELOB-DISPLAY
           DISPLAY "MINDSTEBELOEB: " WS-BELOB-DISPLAY
               " FORFALD: " KK-FORFALD-DATO OF KREDITKORT-AR(WS-KK-IX).

       VIS-KORTKONTO-EXIT.
           EXIT.

      * TAKES EFFECT FROM THE NEXT DUE DATE - AN AUTOMATIC PAYMENT
      * ALREADY TAKEN FOR THE CURRENT STATEMENT STANDS.
       AENDR-AUTO-BETALING.
           PERFORM LOAD-KORTKONTI
           DISPLAY "KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO-ID
           PERFORM FIND-KORTKONTO
           IF WS-KK-MATCH-IX = ZEROES
               DISPLAY "KREDITKORTKONTOEN FINDES IKKE."
               GO TO AENDR-AUTO-BETALING-EXIT
           END-IF
           IF KK-STATUS OF KREDITKORT-AR(WS-KK-MATCH-IX) NOT = "AKTIV"
               DISPLAY "KREDITKORTKONTOEN ER LUKKET."
               GO TO AENDR-AUTO-BETALING-EXIT
           END-IF
           DISPLAY "AUTOMATISK BETALING PCT. (0 = INGEN): "
               WITH NO ADVANCING
           ACCEPT WS-NY-AUTO-PROCENT
           DISPLAY "BETALINGSKONTO KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-NY-BETALINGS-KONTO
           MOVE "N" TO WS-FEJL
           PERFORM VALIDER-AUTO-BETALING
           IF WS-FEJL = "Y"
               DISPLAY "AENDRING AFVIST - " WS-FEJLTEKST
               GO TO AENDR-AUTO-BETALING-EXIT
           END-IF
           MOVE WS-NY-AUTO-PROCENT
               TO KK-AUTO-PROCENT OF KREDITKORT-AR(WS-KK-MATCH-IX)
           MOVE WS-NY-BETALINGS-KONTO
               TO KK-BETALINGS-KONTO-ID OF KREDITKORT-AR(WS-KK-MATCH-IX)
           PERFORM GEM-KORTKONTI
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "AUTOMATISK BETALING AENDRET.".

       AENDR-AUTO-BETALING-EXIT.
           EXIT.

      * A NEW RATE APPLIES FROM THE NEXT MISSED DUE DATE; A LOWER
      * LIMIT APPLIES TO THE NEXT AUTHORIZATION.
       AENDR-KREDITMAKS.
           PERFORM LOAD-KORTKONTI
           DISPLAY "KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO-ID
           PERFORM FIND-KORTKONTO
           IF WS-KK-MATCH-IX = ZEROES
               DISPLAY "KREDITKORTKONTOEN FINDES IKKE."
               GO TO AENDR-KREDITMAKS-EXIT
           END-IF
           IF KK-STATUS OF KREDITKORT-AR(WS-KK-MATCH-IX) NOT = "AKTIV"
               DISPLAY "KREDITKORTKONTOEN ER LUKKET."
               GO TO AENDR-KREDITMAKS-EXIT
           END-IF
           DISPLAY "NYT KREDITMAKSIMUM: " WITH NO ADVANCING
           ACCEPT WS-NY-KREDITMAKS
           DISPLAY "NY AARLIG RENTESATS I PCT.: " WITH NO ADVANCING
           ACCEPT WS-NY-RENTESATS
           IF WS-NY-KREDITMAKS IS NOT NUMERIC
               OR WS-NY-KREDITMAKS = ZEROES
               OR WS-NY-RENTESATS IS NOT NUMERIC
               DISPLAY "AENDRING AFVIST - UGYLDIGT BELOEB ELLER SATS"
               GO TO AENDR-KREDITMAKS-EXIT
           END-IF
           DISPLAY "BEKRAEFT AENDRING (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "AENDRING FORTRUDT."
               GO TO AENDR-KREDITMAKS-EXIT
           END-IF
           MOVE WS-NY-KREDITMAKS
               TO KK-KREDITMAKS OF KREDITKORT-AR(WS-KK-MATCH-IX)
           MOVE WS-NY-RENTESATS
               TO KK-RENTESATS OF KREDITKORT-AR(WS-KK-MATCH-IX)
           PERFORM GEM-KORTKONTI
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "KREDITMAKSIMUM OG RENTESATS AENDRET.".

       AENDR-KREDITMAKS-EXIT.
           EXIT.

      * A CARD ACCOUNT WITH A STATEMENT STILL AABEN CAN'T BE CLOSED -
      * THE BILLING MUST RUN TO ITS DUE DATE FIRST. THE ROW STAYS ON
      * FILE AS LUKKET.
       LUK-KORTKONTO.
           PERFORM LOAD-KORTKONTI
           DISPLAY "KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO-ID
           PERFORM FIND-KORTKONTO
           IF WS-KK-MATCH-IX = ZEROES
               DISPLAY "KREDITKORTKONTOEN FINDES IKKE."
               GO TO LUK-KORTKONTO-EXIT
           END-IF
           IF KK-STATUS OF KREDITKORT-AR(WS-KK-MATCH-IX) NOT = "AKTIV"
               DISPLAY "KREDITKORTKONTOEN ER ALLEREDE LUKKET."
               GO TO LUK-KORTKONTO-EXIT
           END-IF
           IF KK-UDTOG-STATUS OF KREDITKORT-AR(WS-KK-MATCH-IX)
                   = "AABEN"
               DISPLAY "UDTOG ER AABENT TIL FORFALD "
                   KK-FORFALD-DATO OF KREDITKORT-AR(WS-KK-MATCH-IX)
                   " - KAN IKKE LUKKES ENDNU."
               GO TO LUK-KORTKONTO-EXIT
           END-IF
           DISPLAY "BEKRAEFT LUKNING AF KREDITKORTKONTO (J/N): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "AENDRING FORTRUDT."
               GO TO LUK-KORTKONTO-EXIT
           END-IF
           MOVE "LUKKET" TO KK-STATUS OF KREDITKORT-AR(WS-KK-MATCH-IX)
           PERFORM GEM-KORTKONTI
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "KREDITKORTKONTO LUKKET.".

       LUK-KORTKONTO-EXIT.
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

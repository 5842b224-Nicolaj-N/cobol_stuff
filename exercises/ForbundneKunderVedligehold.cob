       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CONNECTED-CLIENTS REGISTER STOREKSP GROUPS BY - SMALL
      * ENOUGH THAT ENDING A LINK RELOADS AND REWRITES THE WHOLE
      * FILE, SAME SHAPE AS FULDMAGTVEDLIGEHOLD. SEE
      * FORBUNDNEKUNDER.CPY.
           SELECT FORBUNDNE-KUNDER ASSIGN TO "ForbundneKunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FK-STATUS.
      * BOTH SIDES OF A LINK MUST BE CUSTOMERS WE KNOW - SAME KEYING
      * AS KONTOVEDLIGEHOLD'S CUSTOMER CROSS-CHECK.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - A LINK MOVES A CUSTOMER'S
      * DEBT INTO SOMEONE ELSE'S LARGE-EXPOSURE FIGURE, SO THE SAME
      * NIVEAU GATE AS SIKKERHEDVEDLIGEHOLD APPLIES: 2 TO LINK, 3 TO
      * END A LINK.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - THE SESSION
      * WRITES ITS OWN LINE HERE, STAMPED WITH THE OPERATOR.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORBUNDNE-KUNDER.
       01  FORBUNDET-REC.
           COPY "FORBUNDNEKUNDER.cpy".

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
       01  WS-FK-STATUS             PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
      * OPERATOR SIGN-ON STATE - SAME GATE AS KONTOVEDLIGEHOLD.
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
       01  WS-KUNDE-FUNDET          PIC X VALUE "N".
      * THE WHOLE REGISTER, LOADED BY OPHOER-FORBINDELSE SO THE
      * ENDED ROW CAN BE FLAGGED AND THE FILE WRITTEN BACK INTACT -
      * SAME SNAPSHOT-AND-REWRITE SHAPE AS THE FULDMAGT DIALOG.
       01  FORBUNDET-AR OCCURS 999 TIMES.
           COPY "FORBUNDNEKUNDER.cpy".
       01  ANTAL-FK                 PIC 9(4) VALUE ZEROES.
       01  WS-FK-IX                 PIC 9(4).
       01  WS-FK-FUNDET             PIC X VALUE "N".
       01  EOF-FK                   PIC X VALUE "N".
       01  WS-SOEGE-KUNDE-ID        PIC X(10) VALUE SPACES.
       01  WS-SOEGE-FORBUNDET-ID    PIC X(10) VALUE SPACES.

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
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER
           PERFORM SKRIV-SESSIONS-LOG.

      * SIGN-ON AGAINST OPERATOERER.TXT - SAME GATE AS
      * KONTOVEDLIGEHOLD'S; AN UNKNOWN ID NEVER GETS A MENU.
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

      * THE SESSION'S AUDIT LINE - PROGRAM, OPERATOR, START/END AND
      * HOW MANY REGISTER ROWS THE SESSION ACTUALLY CHANGED.
       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "FKVEDL    " DELIMITED BY SIZE
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
           DISPLAY "FORBUNDNE KUNDER VEDLIGEHOLDELSE"
           DISPLAY "1. OPRET FORBINDELSE"
           DISPLAY "2. OPHOER FORBINDELSE"
           DISPLAY "3. AFSLUT"
           DISPLAY "4. VIS FORBINDELSER FOR KUNDE"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-FORBINDELSE
                   END-IF
               WHEN "2"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPHOER-FORBINDELSE
                           THRU OPHOER-FORBINDELSE-EXIT
                   END-IF
               WHEN "3"
                   MOVE "N" TO WS-FORTSAT
               WHEN "4"
                   PERFORM VIS-FORBINDELSER
                       THRU VIS-FORBINDELSER-EXIT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       SLAA-KUNDE-OP.
           MOVE "N" TO WS-KUNDE-FUNDET
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KUNDE-FUNDET
           END-READ.

      * REQUIRED-FIELD AND CROSS-REFERENCE CHECKS, AND NO SECOND
      * AKTIV LINK BETWEEN THE SAME TWO CUSTOMERS EITHER WAY ROUND.
       VALIDER-FORBINDELSE.
           MOVE "N" TO WS-FEJL
           IF FK-KUNDE-ID OF FORBUNDET-REC = SPACES
               OR FK-FORBUNDET-ID OF FORBUNDET-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "BEGGE KUNDE-ID ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND FK-KUNDE-ID OF FORBUNDET-REC
                   = FK-FORBUNDET-ID OF FORBUNDET-REC
               MOVE "Y" TO WS-FEJL
               MOVE "EN KUNDE KAN IKKE FORBINDES MED SIG SELV"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND FK-BEGRUNDELSE OF FORBUNDET-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "BEGRUNDELSE ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE FK-KUNDE-ID OF FORBUNDET-REC
                   TO KUNDE-ID OF KUNDEOPL-IN
               PERFORM SLAA-KUNDE-OP
               IF WS-KUNDE-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "KUNDE-ID FINDES IKKE I KUNDEREGISTER"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               MOVE FK-FORBUNDET-ID OF FORBUNDET-REC
                   TO KUNDE-ID OF KUNDEOPL-IN
               PERFORM SLAA-KUNDE-OP
               IF WS-KUNDE-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "FORBUNDET KUNDE-ID FINDES IKKE I KUNDEREGISTER"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               PERFORM LOAD-FORBINDELSER
               PERFORM VARYING WS-FK-IX FROM 1 BY 1
                       UNTIL WS-FK-IX > ANTAL-FK
                   IF FK-STATUS OF FORBUNDET-AR(WS-FK-IX) = "AKTIV"
                       IF (FK-KUNDE-ID OF FORBUNDET-AR(WS-FK-IX)
                               = FK-KUNDE-ID OF FORBUNDET-REC
                           AND FK-FORBUNDET-ID OF FORBUNDET-AR(WS-FK-IX)
                               = FK-FORBUNDET-ID OF FORBUNDET-REC)
                         OR (FK-KUNDE-ID OF FORBUNDET-AR(WS-FK-IX)
                               = FK-FORBUNDET-ID OF FORBUNDET-REC
                           AND FK-FORBUNDET-ID OF FORBUNDET-AR(WS-FK-IX)
                               = FK-KUNDE-ID OF FORBUNDET-REC)
                           MOVE "Y" TO WS-FEJL
                           MOVE "KUNDERNE ER ALLEREDE FORBUNDET"
                               TO WS-FEJLTEKST
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       OPRET-FORBINDELSE.
           MOVE SPACES TO FORBUNDET-REC
           DISPLAY "KUNDE-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT FK-KUNDE-ID OF FORBUNDET-REC
           DISPLAY "FORBUNDET KUNDE-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT FK-FORBUNDET-ID OF FORBUNDET-REC
           DISPLAY "BEGRUNDELSE (FX FAELLES TILBAGEBETALINGSKILDE): "
               WITH NO ADVANCING
           ACCEPT FK-BEGRUNDELSE OF FORBUNDET-REC
           MOVE "AKTIV" TO FK-STATUS OF FORBUNDET-REC
           MOVE WS-OPERATOR TO FK-OPRETTET-AF OF FORBUNDET-REC
           MOVE WS-DAGS-DATO TO FK-OPRETTET-DATO OF FORBUNDET-REC
           PERFORM VALIDER-FORBINDELSE
           IF WS-FEJL = "Y"
               DISPLAY "FORBINDELSE IKKE OPRETTET - " WS-FEJLTEKST
           ELSE
               OPEN EXTEND FORBUNDNE-KUNDER
               IF WS-FK-STATUS = "35"
                   OPEN OUTPUT FORBUNDNE-KUNDER
               END-IF
               WRITE FORBUNDET-REC
               CLOSE FORBUNDNE-KUNDER
               ADD 1 TO WS-ANTAL-AENDRINGER
               DISPLAY "FORBINDELSE OPRETTET."
           END-IF.

      * LOADS THE REGISTER INTO THE SNAPSHOT - SHARED BY THE
      * DUPLICATE CHECK, ENDING A LINK AND INQUIRY.
       LOAD-FORBINDELSER.
           MOVE ZEROES TO ANTAL-FK
           MOVE "N" TO EOF-FK
           OPEN INPUT FORBUNDNE-KUNDER
           IF WS-FK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FK = "Y"
                   READ FORBUNDNE-KUNDER
                       AT END
                           MOVE "Y" TO EOF-FK
                       NOT AT END
                           ADD 1 TO ANTAL-FK
                           MOVE FORBUNDET-REC
                               TO FORBUNDET-AR(ANTAL-FK)
                   END-READ
               END-PERFORM
               CLOSE FORBUNDNE-KUNDER
           END-IF.

      * EVERY LINK THE CUSTOMER IS ON, WHICHEVER SIDE.
       VIS-FORBINDELSER.
           PERFORM LOAD-FORBINDELSER
           IF ANTAL-FK = ZEROES
               DISPLAY "INGEN FORBINDELSER PAA FIL."
               GO TO VIS-FORBINDELSER-EXIT
           END-IF
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE-ID
           MOVE "N" TO WS-FK-FUNDET
           PERFORM VARYING WS-FK-IX FROM 1 BY 1
                   UNTIL WS-FK-IX > ANTAL-FK
               IF FK-KUNDE-ID OF FORBUNDET-AR(WS-FK-IX)
                       = WS-SOEGE-KUNDE-ID
                   OR FK-FORBUNDET-ID OF FORBUNDET-AR(WS-FK-IX)
                       = WS-SOEGE-KUNDE-ID
                   MOVE "Y" TO WS-FK-FUNDET
                   DISPLAY FK-KUNDE-ID OF FORBUNDET-AR(WS-FK-IX)
                       " - " FK-FORBUNDET-ID OF FORBUNDET-AR(WS-FK-IX)
                       " " FK-BEGRUNDELSE OF FORBUNDET-AR(WS-FK-IX)
                       " " FK-STATUS OF FORBUNDET-AR(WS-FK-IX)
                       " " FK-OPRETTET-DATO OF FORBUNDET-AR(WS-FK-IX)
               END-IF
           END-PERFORM
           IF WS-FK-FUNDET = "N"
               DISPLAY "INGEN FORBINDELSER FOR KUNDEN."
           END-IF.

       VIS-FORBINDELSER-EXIT.
           EXIT.

      * FLAGS THE LINK OPHOERT RATHER THAN DELETING IT - STOREKSP
      * IGNORES ENDED ROWS BUT THE TRAIL STAYS. EITHER SIDE MAY BE
      * KEYED FIRST.
       OPHOER-FORBINDELSE.
           PERFORM LOAD-FORBINDELSER
           IF ANTAL-FK = ZEROES
               DISPLAY "INGEN FORBINDELSER PAA FIL."
               GO TO OPHOER-FORBINDELSE-EXIT
           END-IF
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KUNDE-ID
           DISPLAY "FORBUNDET KUNDE-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-FORBUNDET-ID
           MOVE "N" TO WS-FK-FUNDET
           PERFORM VARYING WS-FK-IX FROM 1 BY 1
                   UNTIL WS-FK-IX > ANTAL-FK
               IF FK-STATUS OF FORBUNDET-AR(WS-FK-IX) = "AKTIV"
                   AND ((FK-KUNDE-ID OF FORBUNDET-AR(WS-FK-IX)
                           = WS-SOEGE-KUNDE-ID
                       AND FK-FORBUNDET-ID OF FORBUNDET-AR(WS-FK-IX)
                           = WS-SOEGE-FORBUNDET-ID)
                     OR (FK-KUNDE-ID OF FORBUNDET-AR(WS-FK-IX)
                           = WS-SOEGE-FORBUNDET-ID
                       AND FK-FORBUNDET-ID OF FORBUNDET-AR(WS-FK-IX)
                           = WS-SOEGE-KUNDE-ID))
                   MOVE "Y" TO WS-FK-FUNDET
                   DISPLAY "BEKRAEFT OPHOER AF FORBINDELSEN "
                       WS-SOEGE-KUNDE-ID " - " WS-SOEGE-FORBUNDET-ID
                       " (J/N): " WITH NO ADVANCING
                   ACCEPT WS-SVAR
                   IF WS-SVAR = "J" OR WS-SVAR = "j"
                       MOVE "OPHOERT"
                           TO FK-STATUS OF FORBUNDET-AR(WS-FK-IX)
                       MOVE WS-OPERATOR
                           TO FK-OPHOERT-AF OF FORBUNDET-AR(WS-FK-IX)
                       MOVE WS-DAGS-DATO
                           TO FK-OPHOERT-DATO OF FORBUNDET-AR(WS-FK-IX)
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "FORBINDELSE OPHOERT."
                   ELSE
                       DISPLAY "OPHOER FORTRUDT."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FK-FUNDET = "N"
               DISPLAY "INGEN AKTIV FORBINDELSE FUNDET."
               GO TO OPHOER-FORBINDELSE-EXIT
           END-IF

           OPEN OUTPUT FORBUNDNE-KUNDER
           PERFORM VARYING WS-FK-IX FROM 1 BY 1
                   UNTIL WS-FK-IX > ANTAL-FK
               MOVE FORBUNDET-AR(WS-FK-IX) TO FORBUNDET-REC
               WRITE FORBUNDET-REC
           END-PERFORM
           CLOSE FORBUNDNE-KUNDER.

       OPHOER-FORBINDELSE-EXIT.
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

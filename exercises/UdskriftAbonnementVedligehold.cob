       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE SUBSCRIPTION REGISTER ELEKTRONISKUDSKRIFT READS NIGHTLY -
      * SMALL ENOUGH THAT CLOSURE RELOADS AND REWRITES THE WHOLE
      * FILE, SAME SHAPE AS FIKKREDITORVEDLIGEHOLD.
           SELECT UDSKRIFT-ABONNEMENTER
               ASSIGN TO "UdskriftAbonnementer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABON-STATUS.
      * OPENED READ-ONLY, KEYED BY KONTO-ID - SAME CROSS-CHECK
      * KEYING AS KONTOVEDLIGEHOLD.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE CORPORATE REGISTER - ONLY A BUSINESS CUSTOMER WITH AN
      * AKTIV VERSION THERE CAN TAKE AN ELECTRONIC STATEMENT.
           SELECT VIRKSOMHEDER ASSIGN TO "Virksomheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIRK-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - SAME NIVEAU GATE AS THE
      * OTHER REGISTER DIALOGS: 2 TO CREATE, 3 TO CLOSE.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UDSKRIFT-ABONNEMENTER.
       01  ABONNEMENT-REC.
           COPY "UDSKRIFTABONNEMENTER.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  VIRKSOMHEDER.
       01  VIRKSOMHED-REC.
           COPY "VIRKSOMHEDER.cpy".

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-ABON-STATUS           PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-VIRK-STATUS           PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-VIRK                 PIC X VALUE "N".
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
       01  WS-VIRK-FUNDET           PIC X VALUE "N".
      * THE ROW BEING KEYED - HELD APART FROM THE FILE RECORD, WHICH
      * THE DUPLICATE CHECK'S RELOAD OVERWRITES.
       01  NYT-ABONNEMENT.
           COPY "UDSKRIFTABONNEMENTER.cpy".
       01  ABONNEMENT-AR OCCURS 999 TIMES.
           COPY "UDSKRIFTABONNEMENTER.cpy".
       01  ANTAL-ABON               PIC 9(4) VALUE ZEROES.
       01  WS-ABON-IX               PIC 9(4).
       01  WS-ABON-FUNDET           PIC X VALUE "N".
       01  EOF-ABON                 PIC X VALUE "N".
       01  WS-SOEGE-KONTO           PIC X(10) VALUE SPACES.

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
           STRING "UABONVEDL " DELIMITED BY SIZE
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
           DISPLAY "ELEKTRONISK KONTOUDSKRIFT - ABONNEMENTER"
           DISPLAY "1. OPRET NYT ABONNEMENT"
           DISPLAY "2. OPHOER ABONNEMENT"
           DISPLAY "3. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-ABONNEMENT
                   END-IF
               WHEN "2"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPHOER-ABONNEMENT
                           THRU OPHOER-ABONNEMENT-EXIT
                   END-IF
               WHEN "3"
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

      * THE ACCOUNT'S OWNER MUST HAVE AN AKTIV VERSION ON THE
      * CORPORATE REGISTER - A PERSONAL CUSTOMER GETS THE PAPER AND
      * CSV STATEMENTS ONLY.
       SLAA-VIRKSOMHED-OP.
           MOVE "N" TO WS-VIRK-FUNDET
           MOVE "N" TO EOF-VIRK
           OPEN INPUT VIRKSOMHEDER
           IF WS-VIRK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VIRK = "Y"
                   READ VIRKSOMHEDER
                       AT END
                           MOVE "Y" TO EOF-VIRK
                       NOT AT END
                           IF VS-KUNDE-ID OF VIRKSOMHED-REC
                                   = UA-KUNDE-ID OF NYT-ABONNEMENT
                               AND VS-STATUS OF VIRKSOMHED-REC
                                   = "AKTIV"
                               MOVE "Y" TO WS-VIRK-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIRKSOMHEDER
           END-IF.

      * ONE AKTIV SUBSCRIPTION PER ACCOUNT - THE NIGHTLY RUN WRITES
      * ONE STATEMENT FILE PER ACCOUNT AND NUMBER.
       LOAD-ABONNEMENTER.
           MOVE ZEROES TO ANTAL-ABON
           MOVE "N" TO EOF-ABON
           OPEN INPUT UDSKRIFT-ABONNEMENTER
           IF WS-ABON-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-ABON = "Y"
                   READ UDSKRIFT-ABONNEMENTER
                       AT END
                           MOVE "Y" TO EOF-ABON
                       NOT AT END
                           ADD 1 TO ANTAL-ABON
                           MOVE ABONNEMENT-REC
                               TO ABONNEMENT-AR(ANTAL-ABON)
                   END-READ
               END-PERFORM
               CLOSE UDSKRIFT-ABONNEMENTER
           END-IF.

       VALIDER-ABONNEMENT.
           MOVE "N" TO WS-FEJL
           IF UA-FORMAT OF NYT-ABONNEMENT NOT = "CAMT053"
               AND UA-FORMAT OF NYT-ABONNEMENT NOT = "MT940"
               MOVE "Y" TO WS-FEJL
               MOVE "FORMAT SKAL VAERE CAMT053 ELLER MT940"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND UA-LEVERING OF NYT-ABONNEMENT NOT = "SFTP"
               AND UA-LEVERING OF NYT-ABONNEMENT NOT = "EBICS"
               AND UA-LEVERING OF NYT-ABONNEMENT NOT = "NETBANK"
               MOVE "Y" TO WS-FEJL
               MOVE "LEVERING SKAL VAERE SFTP, EBICS ELLER NETBANK"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND UA-LEVERING OF NYT-ABONNEMENT NOT = "NETBANK"
               AND UA-MODTAGER OF NYT-ABONNEMENT = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "MODTAGER ER PAAKRAEVET VED SFTP OG EBICS"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE UA-KONTO-ID OF NYT-ABONNEMENT
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
                           TO UA-KUNDE-ID OF NYT-ABONNEMENT
                   END-IF
               END-IF
           END-IF
           IF WS-FEJL = "N"
               PERFORM SLAA-VIRKSOMHED-OP
               IF WS-VIRK-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "KONTOHAVER ER IKKE AKTIV ERHVERVSKUNDE"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               PERFORM LOAD-ABONNEMENTER
               PERFORM VARYING WS-ABON-IX FROM 1 BY 1
                       UNTIL WS-ABON-IX > ANTAL-ABON
                   IF UA-KONTO-ID OF ABONNEMENT-AR(WS-ABON-IX)
                           = UA-KONTO-ID OF NYT-ABONNEMENT
                       AND UA-STATUS OF ABONNEMENT-AR(WS-ABON-IX)
                           = "AKTIV"
                       MOVE "Y" TO WS-FEJL
                       MOVE "KONTOEN HAR ALLEREDE ET AKTIVT ABONNEMENT"
                           TO WS-FEJLTEKST
                   END-IF
               END-PERFORM
           END-IF.

       OPRET-ABONNEMENT.
           MOVE SPACES TO NYT-ABONNEMENT
           DISPLAY "KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT UA-KONTO-ID OF NYT-ABONNEMENT
           DISPLAY "FORMAT (CAMT053/MT940): " WITH NO ADVANCING
           ACCEPT UA-FORMAT OF NYT-ABONNEMENT
           DISPLAY "LEVERING (SFTP/EBICS/NETBANK): "
               WITH NO ADVANCING
           ACCEPT UA-LEVERING OF NYT-ABONNEMENT
           DISPLAY "MODTAGER (SFTP-BRUGER/EBICS-PARTNER): "
               WITH NO ADVANCING
           ACCEPT UA-MODTAGER OF NYT-ABONNEMENT
           MOVE "AKTIV" TO UA-STATUS OF NYT-ABONNEMENT
           MOVE WS-OPERATOR TO UA-OPRETTET-AF OF NYT-ABONNEMENT
           MOVE WS-I-DAG TO UA-OPRETTET-DATO OF NYT-ABONNEMENT
           PERFORM VALIDER-ABONNEMENT
           IF WS-FEJL = "Y"
               DISPLAY "ABONNEMENT IKKE OPRETTET - " WS-FEJLTEKST
           ELSE
               OPEN EXTEND UDSKRIFT-ABONNEMENTER
               IF WS-ABON-STATUS = "35"
                   OPEN OUTPUT UDSKRIFT-ABONNEMENTER
               END-IF
               MOVE NYT-ABONNEMENT TO ABONNEMENT-REC
               WRITE ABONNEMENT-REC
               CLOSE UDSKRIFT-ABONNEMENTER
               ADD 1 TO WS-ANTAL-AENDRINGER
               DISPLAY "ABONNEMENT OPRETTET."
           END-IF.

      * FLAGS THE SUBSCRIPTION OPHOERT RATHER THAN DELETING THE ROW -
      * SAME KEEP-THE-TRACE PRINCIPLE AS THE FIK CREDITOR REGISTER.
       OPHOER-ABONNEMENT.
           PERFORM LOAD-ABONNEMENTER
           IF ANTAL-ABON = ZEROES
               DISPLAY "INGEN ABONNEMENTER PAA FIL."
               GO TO OPHOER-ABONNEMENT-EXIT
           END-IF

           DISPLAY "KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO
           MOVE "N" TO WS-ABON-FUNDET
           PERFORM VARYING WS-ABON-IX FROM 1 BY 1
                   UNTIL WS-ABON-IX > ANTAL-ABON
               IF UA-KONTO-ID OF ABONNEMENT-AR(WS-ABON-IX)
                       = WS-SOEGE-KONTO
                   AND UA-STATUS OF ABONNEMENT-AR(WS-ABON-IX)
                       = "AKTIV"
                   MOVE "Y" TO WS-ABON-FUNDET
                   DISPLAY "BEKRAEFT OPHOER AF "
                       UA-FORMAT OF ABONNEMENT-AR(WS-ABON-IX)
                       " VIA "
                       UA-LEVERING OF ABONNEMENT-AR(WS-ABON-IX)
                       " (J/N): " WITH NO ADVANCING
                   ACCEPT WS-SVAR
                   IF WS-SVAR = "J" OR WS-SVAR = "j"
                       MOVE "OPHOERT"
                           TO UA-STATUS OF ABONNEMENT-AR(WS-ABON-IX)
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "ABONNEMENT OPHOERT."
                   ELSE
                       DISPLAY "OPHOER FORTRUDT."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ABON-FUNDET = "N"
               DISPLAY "INTET AKTIVT ABONNEMENT FUNDET."
               GO TO OPHOER-ABONNEMENT-EXIT
           END-IF

           OPEN OUTPUT UDSKRIFT-ABONNEMENTER
           PERFORM VARYING WS-ABON-IX FROM 1 BY 1
                   UNTIL WS-ABON-IX > ANTAL-ABON
               MOVE ABONNEMENT-AR(WS-ABON-IX) TO ABONNEMENT-REC
               WRITE ABONNEMENT-REC
           END-PERFORM
           CLOSE UDSKRIFT-ABONNEMENTER.

       OPHOER-ABONNEMENT-EXIT.
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

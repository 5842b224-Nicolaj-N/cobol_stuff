           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
      * THE TERMS VERSION CATALOGUE AND THE AGREEMENT REGISTER - NO
      * CARD IS ISSUED UNTIL THE CARDHOLDER HAS ACCEPTED THE
      * GAELDENDE CARD TERMS, AND THE ACCEPTANCE IS RECORDED. SEE
      * KONTROLLER-VILKAAR/GEM-AFTALE.
           SELECT VILKAARS-VERSIONER
               ASSIGN TO "Vilkaarsversioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VV-STATUS.
           SELECT AFTALER ASSIGN TO "Aftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  VILKAARS-VERSIONER.
       01  VERSION-REC.
           COPY "VILKAARSVERSIONER.cpy".

       FD  AFTALER.
       01  AFTALE-REC.
           COPY "AFTALER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-KORT-STATUS           PIC XX VALUE "00".
       01  EOF-KORT                 PIC X VALUE "N".
       01  WS-SOEGE-KORT            PIC X(16) VALUE SPACES.
       01  WS-NY-STATUS             PIC X(8) VALUE SPACES.
       01  WS-NYT-KORT-IX           PIC 9(4) VALUE ZEROES.
       01  WS-GAMMELT-KORT-IX       PIC 9(4) VALUE ZEROES.
      * CARD TERMS ACCEPTANCE GATE - SEE KONTROLLER-VILKAAR.
       01  WS-I-DAG                 PIC X(10) VALUE SPACES.
       01  WS-VV-STATUS             PIC XX VALUE "00".
       01  WS-AF-STATUS             PIC XX VALUE "00".
       01  EOF-VV                   PIC X VALUE "N".
       01  WS-VILK-GAELDENDE        PIC X(10) VALUE SPACES.
       01  WS-VILK-KANAL            PIC X(7) VALUE SPACES.

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
       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "KORTVEDL  " DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               "  AENDRINGER " DELIMITED BY SIZE
               WS-ANTAL-AENDRINGER DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           DISPLAY "3. OPHAEV SPAERRING"
           DISPLAY "4. AFSLUT"
           DISPLAY "5. VIS KORT"
           DISPLAY "6. AKTIVER ERSTATNINGSKORT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

                   MOVE "N" TO WS-FORTSAT
               WHEN "5"
                   PERFORM VIS-KORT THRU VIS-KORT-EXIT
               WHEN "6"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM AKTIVER-ERSTATNING
                           THRU AKTIVER-ERSTATNING-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.
           ACCEPT KT-UDLOEB-DATO OF KORT-REC
           MOVE "AKTIV" TO KT-STATUS OF KORT-REC
           PERFORM VALIDER-KORT
           IF WS-FEJL = "N"
               PERFORM KONTROLLER-VILKAAR
           END-IF
           IF WS-FEJL = "Y"
               DISPLAY "KORT IKKE UDSTEDT - " WS-FEJLTEKST
           ELSE
               WRITE KORT-REC
               CLOSE KORT-REGISTER
               ADD 1 TO WS-ANTAL-AENDRINGER
               PERFORM GEM-AFTALE
               DISPLAY "KORT UDSTEDT."
           END-IF.

      * THE CARDHOLDER MUST ACCEPT THE GAELDENDE VERSION OF THE CARD
      * TERMS (KORTVILK ON VILKAARSVERSIONER.TXT) BEFORE THE CARD IS
      * ISSUED - NO VERSION ON THE CATALOGUE, NO ACCEPTANCE, OR NO
      * VALID CHANNEL, AND THE CARD IS REFUSED.
       KONTROLLER-VILKAAR.
           MOVE SPACES TO WS-VILK-GAELDENDE
           MOVE SPACES TO WS-VILK-KANAL
           MOVE "N" TO EOF-VV
           OPEN INPUT VILKAARS-VERSIONER
           IF WS-VV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VV = "Y"
                   READ VILKAARS-VERSIONER
                       AT END
                           MOVE "Y" TO EOF-VV
                       NOT AT END
                           IF VV-DOK-TYPE = "KORTVILK"
                               AND VV-STATUS = "GAELDENDE"
                               MOVE VV-VERSION TO WS-VILK-GAELDENDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VILKAARS-VERSIONER
           END-IF
           IF WS-VILK-GAELDENDE = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "INGEN GAELDENDE KORTVILKAAR REGISTRERET"
                   TO WS-FEJLTEKST
           ELSE
               DISPLAY "KORTVILKAAR VERSION " WS-VILK-GAELDENDE
               DISPLAY "ACCEPTERET AF KORTHOLDER (J/N): "
                   WITH NO ADVANCING
               ACCEPT WS-SVAR
               IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
                   MOVE "Y" TO WS-FEJL
                   MOVE "KORTVILKAAR IKKE ACCEPTERET AF KORTHOLDER"
                       TO WS-FEJLTEKST
               ELSE
                   DISPLAY "ACCEPTKANAL (FILIAL/NETBANK/POST): "
                       WITH NO ADVANCING
                   ACCEPT WS-VILK-KANAL
                   IF WS-VILK-KANAL NOT = "FILIAL"
                       AND WS-VILK-KANAL NOT = "NETBANK"
                       AND WS-VILK-KANAL NOT = "POST"
                       MOVE "Y" TO WS-FEJL
                       MOVE "ACCEPTKANAL SKAL VAERE FILIAL/NETBANK/POST"
                           TO WS-FEJLTEKST
                   END-IF
               END-IF
           END-IF.

      * THE ACCEPTANCE KONTROLLER-VILKAAR TOOK, ON THE AGREEMENT
      * REGISTER UNDER THE CARDHOLDER AND THE CARD'S ACCOUNT.
       GEM-AFTALE.
           OPEN EXTEND AFTALER
           IF WS-AF-STATUS = "35"
               OPEN OUTPUT AFTALER
           END-IF
           MOVE SPACES TO AFTALE-REC
           MOVE KT-KUNDE-ID OF KORT-REC TO AF-KUNDE-ID
           MOVE KT-KONTO-ID OF KORT-REC TO AF-KONTO-ID
           MOVE "KORTVILK" TO AF-DOK-TYPE
           MOVE WS-VILK-GAELDENDE TO AF-VERSION
           MOVE WS-I-DAG TO AF-DATO
           MOVE WS-VILK-KANAL TO AF-KANAL
           MOVE "ACCEPTERET" TO AF-STATUS
           MOVE WS-OPERATOR TO AF-REGISTRERET-AF
           WRITE AFTALE-REC
           CLOSE AFTALER.

       LOAD-KORT.
           MOVE ZEROES TO ANTAL-KORT
           MOVE "N" TO EOF-KORT
                       KT-STATUS OF KORT-AR(WS-KORT-IX)
                       " UDLOEB: "
                       KT-UDLOEB-DATO OF KORT-AR(WS-KORT-IX)
                   IF KT-FORGAENGER OF KORT-AR(WS-KORT-IX)
                           NOT = SPACES
                       DISPLAY "ERSTATTER KORT: "
                           KT-FORGAENGER OF KORT-AR(WS-KORT-IX)
                           " BESTILT: "
                           KT-BESTILT-DATO OF KORT-AR(WS-KORT-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-KORT-FUNDET = "N"

       SKIFT-KORT-STATUS-EXIT.
           EXIT.

      * THE CARDHOLDER HAS RECEIVED THE SUCCESSOR KORTFORNYELSE
      * ORDERED: THE BESTILT CARD BECOMES AKTIV AND THE CARD IT
      * REPLACES BECOMES ERSTATTE, SO ONLY ONE OF THE TWO CAN EVER
      * AUTHORIZE. A PREDECESSOR ALREADY BLOCKED STAYS SPAERRET.
       AKTIVER-ERSTATNING.
           PERFORM LOAD-KORT
           IF ANTAL-KORT = ZEROES
               DISPLAY "INGEN KORT PAA FIL."
               GO TO AKTIVER-ERSTATNING-EXIT
           END-IF
           DISPLAY "NYT KORTNUMMER: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KORT
           MOVE ZEROES TO WS-NYT-KORT-IX
           MOVE ZEROES TO WS-GAMMELT-KORT-IX
           PERFORM VARYING WS-KORT-IX FROM 1 BY 1
                   UNTIL WS-KORT-IX > ANTAL-KORT
               IF KT-KORTNUMMER OF KORT-AR(WS-KORT-IX)
                       = WS-SOEGE-KORT
                   MOVE WS-KORT-IX TO WS-NYT-KORT-IX
               END-IF
           END-PERFORM
           IF WS-NYT-KORT-IX = ZEROES
               DISPLAY "KORTET FINDES IKKE."
               GO TO AKTIVER-ERSTATNING-EXIT
           END-IF
           IF KT-STATUS OF KORT-AR(WS-NYT-KORT-IX) NOT = "BESTILT"
               DISPLAY "KORTET ER IKKE BESTILT - STATUS "
                   KT-STATUS OF KORT-AR(WS-NYT-KORT-IX)
               GO TO AKTIVER-ERSTATNING-EXIT
           END-IF
           PERFORM VARYING WS-KORT-IX FROM 1 BY 1
                   UNTIL WS-KORT-IX > ANTAL-KORT
               IF KT-KORTNUMMER OF KORT-AR(WS-KORT-IX)
                       = KT-FORGAENGER OF KORT-AR(WS-NYT-KORT-IX)
                   MOVE WS-KORT-IX TO WS-GAMMELT-KORT-IX
               END-IF
           END-PERFORM
           DISPLAY "BEKRAEFT AKTIVERING AF ERSTATNINGSKORT (J/N): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "AENDRING FORTRUDT."
               GO TO AKTIVER-ERSTATNING-EXIT
           END-IF
           MOVE "AKTIV" TO KT-STATUS OF KORT-AR(WS-NYT-KORT-IX)
           IF WS-GAMMELT-KORT-IX NOT = ZEROES
               IF KT-STATUS OF KORT-AR(WS-GAMMELT-KORT-IX) = "AKTIV"
                   OR KT-STATUS OF KORT-AR(WS-GAMMELT-KORT-IX)
                       = "UDLOEBET"
                   MOVE "ERSTATTE"
                       TO KT-STATUS OF KORT-AR(WS-GAMMELT-KORT-IX)
               END-IF
           END-IF
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "ERSTATNINGSKORT AKTIVERET."

           OPEN OUTPUT KORT-REGISTER
           PERFORM VARYING WS-KORT-IX FROM 1 BY 1
                   UNTIL WS-KORT-IX > ANTAL-KORT
               MOVE KORT-AR(WS-KORT-IX) TO KORT-REC
               WRITE KORT-REC
           END-PERFORM
           CLOSE KORT-REGISTER.

       AKTIVER-ERSTATNING-EXIT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CARD REGISTER - LOADED WHOLE, THE ORDERED SUCCESSORS
      * APPENDED IN MEMORY AND THE FILE WRITTEN BACK, SAME
      * SNAPSHOT-AND-REWRITE SHAPE AS KORTVEDLIGEHOLD. SEE KORT.CPY.
           SELECT KORT-REGISTER ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.
      * READ ONCE INTO A TABLE FOR THE ACCOUNT STATUS - SAME SHAPE
      * AS CLEARINGINDKOERSEL'S ACCOUNT LOOKUP.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CUSTOMER MASTER FOR THE NAME AND ADDRESS THE CARD PRODUCER
      * MAILS THE NEW CARD TO.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE COURT ATTACHMENT REGISTER - AN AKTIV ROW IS WHAT BLOCKS
      * AN ACCOUNT, SEE UDLAEG.CPY. A MISSING REGISTER MEANS NO
      * BLOCKED ACCOUNTS.
           SELECT UDLAEG ASSIGN TO "Udlaeg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDLAEG-STATUS.
      * THE LAST SEQUENCE NUMBER HANDED OUT FOR A REISSUED CARD -
      * ONE LINE, WRITTEN BACK AFTER THE RUN. NO FILE STARTS THE
      * SERIES FROM ZERO; A NUMBER ALREADY ON THE REGISTER IS SIMPLY
      * SKIPPED.
           SELECT KORT-NUMMERSERIE ASSIGN TO "KortNummerSerie.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIE-STATUS.
      * THE CALENDAR STEP'S MONTH-END SWITCH - SAME GATE AS
      * FXREVALUERING. SEE KONTROLLER-ULTIMO.
           SELECT MAANED-ULTIMO ASSIGN TO "MaanedUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * THE REISSUE ORDER FILE FOR THE CARD PRODUCER - ONE ROW PER
      * NEW CARD WITH THE CARD IT REPLACES AND WHERE TO MAIL IT.
      * REBUILT EVERY MONTH-END RUN.
           SELECT KORT-BESTILLINGER ASSIGN TO "KortBestillinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CARDS DUE FOR RENEWAL THAT WERE NOT REORDERED, WITH THE
      * REASON - CLOSED, DECEASED, DORMANT OR BLOCKED ACCOUNTS.
      * REBUILT EVERY RUN; MORGENDASHBOARD COUNTS IT.
           SELECT KORT-UDELADT ASSIGN TO "KortFornyelseUdeladt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KORT-REGISTER.
       01 KORT-REC.
           COPY "KORT.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD UDLAEG.
       01 UDLAEG-REC.
           COPY "UDLAEG.cpy".
       FD KORT-NUMMERSERIE.
       01 SERIE-REC.
           02  NS-SIDSTE-NR         PIC 9(9).
       FD MAANED-ULTIMO.
       01 ULTIMO-RECORD.
           02  MU-SVAR              PIC X.
           02  MU-DATO              PIC X(10).
       FD KORT-BESTILLINGER.
       01 BESTILLING-RECORD.
           02  BESTILLING-LINE      PIC X(200) VALUE SPACES.
       FD KORT-UDELADT.
       01 UDELADT-RECORD.
           02  UDELADT-LINE         PIC X(150) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "KORTFORNY".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-KORT-STATUS           PIC XX VALUE "00".
       01  WS-UDLAEG-STATUS         PIC XX VALUE "00".
       01  WS-SERIE-STATUS          PIC XX VALUE "00".
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  EOF-KORT                 PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-UDLAEG               PIC X VALUE "N".
      * THE RENEWAL WINDOW: AN AKTIV CARD EXPIRING FROM TODAY UP TO
      * AND INCLUDING WS-GRAENSE-DATO (TODAY PLUS WS-FORNY-MAANEDER
      * CALENDAR MONTHS) IS REORDERED THIS MONTH-END. BOTH ARE
      * YYYY-MM-DD, SO THEY COMPARE AS PLAIN TEXT.
       01  WS-FORNY-MAANEDER        PIC 9(2) VALUE 2.
       01  WS-GRAENSE-DATO          PIC X(10) VALUE SPACES.
       01  WS-GRAENSE-AAR           PIC 9(4) VALUE ZEROES.
       01  WS-GRAENSE-MAANED        PIC 9(2) VALUE ZEROES.
      * A REISSUED CARD RUNS THIS MANY YEARS PAST THE OLD EXPIRY.
       01  WS-GYLDIG-AAR            PIC 9(2) VALUE 4.
       01  WS-NYT-UDLOEB-AAR        PIC 9(4) VALUE ZEROES.
      * THE WHOLE CARD REGISTER IN MEMORY. WS-ANTAL-FOER IS THE
      * COUNT BEFORE THIS RUN APPENDED ANYTHING, SO A SUCCESSOR
      * ORDERED TONIGHT IS NEVER ITSELF LOOKED AT FOR RENEWAL.
       01  KORT-AR OCCURS 999 TIMES.
           COPY "KORT.cpy".
       01  ANTAL-KORT               PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-FOER            PIC 9(4) VALUE ZEROES.
       01  WS-KORT-IX               PIC 9(4).
       01  WS-SOEGE-IX              PIC 9(4).
       01  WS-HAR-EFTERFOELGER      PIC X VALUE "N".
      * ACCOUNT STATUS TABLE.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KA-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KA-KONTO-STATUS      PIC X(6) VALUE SPACES.
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
       01  WS-KONTO-MATCH-IX        PIC 9(4) VALUE ZEROES.
      * CUSTOMER MASTER.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
      * ACCOUNTS CARRYING AN AKTIV ATTACHMENT.
       01  SPAERRET-AR OCCURS 999 TIMES.
           02  SP-KONTO-ID          PIC X(10) VALUE SPACES.
       01  ANTAL-SPAERRET           PIC 9(4) VALUE ZEROES.
       01  WS-SPAERRET-IX           PIC 9(4).
       01  WS-UDELADT-AARSAG        PIC X(40) VALUE SPACES.
       01  WS-ANTAL-BESTILT         PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-UDELADT         PIC 9(4) VALUE ZEROES.
      * NEW CARD NUMBER: THE OLD CARD'S SIX-DIGIT ISSUER PREFIX,
      * THE NINE-DIGIT SEQUENCE, AND THE LUHN CHECK DIGIT THE CARD
      * SCHEMES REQUIRE IN POSITION 16.
       01  WS-SERIE-NR              PIC 9(9) VALUE ZEROES.
       01  WS-NYT-KORTNUMMER        PIC X(16) VALUE SPACES.
       01  WS-NUMMER-LEDIG          PIC X VALUE "N".
       01  WS-LUHN-IX               PIC 9(2).
       01  WS-LUHN-CIFFER           PIC 9 VALUE ZEROES.
       01  WS-LUHN-PRODUKT          PIC 9(2) VALUE ZEROES.
       01  WS-LUHN-SUM              PIC 9(4) VALUE ZEROES.
       01  WS-LUHN-KVOT             PIC 9(4) VALUE ZEROES.
       01  WS-LUHN-REST             PIC 9 VALUE ZEROES.
       01  WS-LUHN-KONTROL          PIC 9 VALUE ZEROES.
       01  WS-NAVN                  PIC X(41) VALUE SPACES.

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

      * AT MONTH-END, ORDERS A SUCCESSOR FOR EVERY AKTIV CARD THAT
      * EXPIRES WITHIN THE RENEWAL WINDOW ON AN OPEN, UNBLOCKED
      * ACCOUNT: THE NEW CARD GOES ON THE REGISTER AS BESTILT,
      * LINKED TO THE OLD ONE, AND ON THE PRODUCER'S ORDER FILE.
      * CARDS LEFT OUT ARE LISTED WITH THE REASON.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           IF WS-ER-ULTIMO = "N"
               DISPLAY "KORTFORNY: IKKE MAANEDSULTIMO - INGEN "
                   "KORTFORNYELSE I NAT"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM BEREGN-GRAENSE
           PERFORM LOAD-KORT-REGISTER
           PERFORM LOAD-KONTI
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-UDLAEG
           PERFORM LOAD-NUMMERSERIE
           MOVE ANTAL-KORT TO WS-ANTAL-FOER
           OPEN OUTPUT KORT-BESTILLINGER
           OPEN OUTPUT KORT-UDELADT
           PERFORM VARYING WS-KORT-IX FROM 1 BY 1
                   UNTIL WS-KORT-IX > WS-ANTAL-FOER
               PERFORM VURDER-KORT THRU VURDER-KORT-EXIT
           END-PERFORM
           CLOSE KORT-UDELADT
           CLOSE KORT-BESTILLINGER
           IF WS-ANTAL-BESTILT > ZEROES
               PERFORM SKRIV-KORT-RETUR
               PERFORM SKRIV-NUMMERSERIE
           END-IF
           DISPLAY "KORTFORNY: " WS-ANTAL-BESTILT
               " ERSTATNINGSKORT BESTILT"
           DISPLAY "KORTFORNY: " WS-ANTAL-UDELADT
               " KORT UDELADT - SE KORTFORNYELSEUDELADT.TXT"
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2)
           MOVE WS-DAGS-DATO TO WS-TIDSPUNKT(1:10)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-RUN-START-TIME(1:2) TO WS-TIDSPUNKT(12:2)
           MOVE ":" TO WS-TIDSPUNKT(14:1)
           MOVE WS-RUN-START-TIME(3:2) TO WS-TIDSPUNKT(15:2)
           MOVE ":" TO WS-TIDSPUNKT(17:1)
           MOVE WS-RUN-START-TIME(5:2) TO WS-TIDSPUNKT(18:2).

       WRITE-AUDIT-LOG.
           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-PROGRAM-NAME DELIMITED BY SIZE
               "  START " DELIMITED BY SIZE
               WS-RUN-START-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               "  END " DELIMITED BY SIZE
               WS-RUN-END-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-END-TIME DELIMITED BY SIZE
               "  IN " DELIMITED BY SIZE
               WS-RECS-IN DELIMITED BY SIZE
               "  OUT " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * SAME SWITCH AS FXREVALUERING - "J" DATED TODAY MEANS
      * TONIGHT IS THE MONTH'S LAST BANKING DAY; NO SWITCH FILE
      * MEANS AN OPERATOR RAN THE PROGRAM BY HAND.
       KONTROLLER-ULTIMO.
           OPEN INPUT MAANED-ULTIMO
           IF WS-ULTIMO-STATUS = "35"
               CONTINUE
           ELSE
               READ MAANED-ULTIMO
                   AT END
                       MOVE "N" TO WS-ER-ULTIMO
                   NOT AT END
                       IF MU-SVAR OF ULTIMO-RECORD = "J"
                           AND MU-DATO OF ULTIMO-RECORD = WS-DAGS-DATO
                           MOVE "J" TO WS-ER-ULTIMO
                       ELSE
                           MOVE "N" TO WS-ER-ULTIMO
                       END-IF
               END-READ
               CLOSE MAANED-ULTIMO
           END-IF.

      * TODAY PLUS WS-FORNY-MAANEDER CALENDAR MONTHS, SAME DAY OF
      * MONTH. THE LIMIT IS ONLY EVER COMPARED AS TEXT, SO A DAY
      * THE TARGET MONTH DOES NOT HAVE STILL ORDERS CORRECTLY.
       BEREGN-GRAENSE.
           MOVE WS-RUN-START-DATE(1:4) TO WS-GRAENSE-AAR
           MOVE WS-RUN-START-DATE(5:2) TO WS-GRAENSE-MAANED
           ADD WS-FORNY-MAANEDER TO WS-GRAENSE-MAANED
           IF WS-GRAENSE-MAANED > 12
               SUBTRACT 12 FROM WS-GRAENSE-MAANED
               ADD 1 TO WS-GRAENSE-AAR
           END-IF
           MOVE WS-DAGS-DATO TO WS-GRAENSE-DATO
           MOVE WS-GRAENSE-AAR TO WS-GRAENSE-DATO(1:4)
           MOVE WS-GRAENSE-MAANED TO WS-GRAENSE-DATO(6:2).

       LOAD-KORT-REGISTER.
           OPEN INPUT KORT-REGISTER
           IF WS-KORT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KORT = "Y"
                   READ KORT-REGISTER
                       AT END
                           MOVE "Y" TO EOF-KORT
                       NOT AT END
                           ADD 1 TO ANTAL-KORT
                           MOVE KORT-REC TO KORT-AR(ANTAL-KORT)
                   END-READ
               END-PERFORM
               CLOSE KORT-REGISTER
           END-IF.

       LOAD-KONTI.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER INTO KONTOOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO ANTAL-KONTI
                       MOVE KONTO-ID OF KONTOOPL-IN
                           TO KA-KONTO-ID(ANTAL-KONTI)
                       MOVE KONTO-STATUS OF KONTOOPL-IN
                           TO KA-KONTO-STATUS(ANTAL-KONTI)
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

       LOAD-KUNDEOPLYSNINGER.
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL EOF-KUNDE = "Y"
               READ KUNDEOPLYSNINGER INTO KUNDEOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KUNDE
                   NOT AT END
                       ADD 1 TO ANTAL-KUNDER
                       MOVE KUNDEOPL-IN TO KUNDEOPL-AR(ANTAL-KUNDER)
               END-READ
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER.

      * ONLY THE AKTIV ATTACHMENTS MATTER - A CLOSED CASE NO LONGER
      * BLOCKS ANYTHING.
       LOAD-UDLAEG.
           OPEN INPUT UDLAEG
           IF WS-UDLAEG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-UDLAEG = "Y"
                   READ UDLAEG
                       AT END
                           MOVE "Y" TO EOF-UDLAEG
                       NOT AT END
                           IF UL-STATUS OF UDLAEG-REC = "AKTIV"
                               ADD 1 TO ANTAL-SPAERRET
                               MOVE UL-KONTO-ID OF UDLAEG-REC
                                   TO SP-KONTO-ID(ANTAL-SPAERRET)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UDLAEG
           END-IF.

       LOAD-NUMMERSERIE.
           OPEN INPUT KORT-NUMMERSERIE
           IF WS-SERIE-STATUS = "35"
               CONTINUE
           ELSE
               READ KORT-NUMMERSERIE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NS-SIDSTE-NR OF SERIE-REC IS NUMERIC
                           MOVE NS-SIDSTE-NR OF SERIE-REC
                               TO WS-SERIE-NR
                       END-IF
               END-READ
               CLOSE KORT-NUMMERSERIE
           END-IF.

      * ONE CARD FROM THE REGISTER: IN THE WINDOW, NOT ALREADY
      * REORDERED, AND ON AN ACCOUNT THAT MAY STILL HAVE A CARD.
      * WS-RECS-IN COUNTS THE CARDS DUE, WS-RECS-OUT THE ORDERS.
       VURDER-KORT.
           IF KT-STATUS OF KORT-AR(WS-KORT-IX) NOT = "AKTIV"
               GO TO VURDER-KORT-EXIT
           END-IF
           IF KT-UDLOEB-DATO OF KORT-AR(WS-KORT-IX) < WS-DAGS-DATO
               OR KT-UDLOEB-DATO OF KORT-AR(WS-KORT-IX)
                   > WS-GRAENSE-DATO
               GO TO VURDER-KORT-EXIT
           END-IF
           MOVE "N" TO WS-HAR-EFTERFOELGER
           PERFORM VARYING WS-SOEGE-IX FROM 1 BY 1
                   UNTIL WS-SOEGE-IX > ANTAL-KORT
               IF KT-FORGAENGER OF KORT-AR(WS-SOEGE-IX)
                       = KT-KORTNUMMER OF KORT-AR(WS-KORT-IX)
                   MOVE "Y" TO WS-HAR-EFTERFOELGER
               END-IF
           END-PERFORM
           IF WS-HAR-EFTERFOELGER = "Y"
               GO TO VURDER-KORT-EXIT
           END-IF
           ADD 1 TO WS-RECS-IN

           MOVE SPACES TO WS-UDELADT-AARSAG
           MOVE ZEROES TO WS-KONTO-MATCH-IX
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KA-KONTO-ID(WS-KONTO-IX)
                       = KT-KONTO-ID OF KORT-AR(WS-KORT-IX)
                   MOVE WS-KONTO-IX TO WS-KONTO-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-KONTO-MATCH-IX = ZEROES
               MOVE "KONTO IKKE FUNDET" TO WS-UDELADT-AARSAG
           ELSE
               EVALUATE KA-KONTO-STATUS(WS-KONTO-MATCH-IX)
                   WHEN "LUKKET"
                       MOVE "KONTO LUKKET" TO WS-UDELADT-AARSAG
                   WHEN "BOET"
                       MOVE "KONTO I BO - KONTOHAVER AFDOED"
                           TO WS-UDELADT-AARSAG
                   WHEN "HVILEN"
                       MOVE "KONTO HVILENDE" TO WS-UDELADT-AARSAG
                   WHEN "INSOLV"
                       MOVE "KONTO UNDER INSOLVENSSAG"
                           TO WS-UDELADT-AARSAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-UDELADT-AARSAG = SPACES
               PERFORM VARYING WS-SPAERRET-IX FROM 1 BY 1
                       UNTIL WS-SPAERRET-IX > ANTAL-SPAERRET
                   IF SP-KONTO-ID(WS-SPAERRET-IX)
                           = KT-KONTO-ID OF KORT-AR(WS-KORT-IX)
                       MOVE "KONTO SPAERRET (UDLAEG)"
                           TO WS-UDELADT-AARSAG
                   END-IF
               END-PERFORM
           END-IF
           IF WS-UDELADT-AARSAG = SPACES
               MOVE ZEROES TO WS-KUNDE-MATCH-IX
               PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                       UNTIL WS-KUNDE-IX > ANTAL-KUNDER
                   IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                           = KT-KUNDE-ID OF KORT-AR(WS-KORT-IX)
                       MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
                   END-IF
               END-PERFORM
               IF WS-KUNDE-MATCH-IX = ZEROES
                   MOVE "KORTHOLDER IKKE FUNDET" TO WS-UDELADT-AARSAG
               ELSE
                   IF KONTO-STATUS OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                           = "LUKKET"
                       MOVE "KUNDE LUKKET" TO WS-UDELADT-AARSAG
                   END-IF
               END-IF
           END-IF
           IF WS-UDELADT-AARSAG = SPACES
               AND ANTAL-KORT NOT < 999
               MOVE "KORTREGISTER FULDT" TO WS-UDELADT-AARSAG
           END-IF
           IF WS-UDELADT-AARSAG NOT = SPACES
               PERFORM SKRIV-UDELADT
               GO TO VURDER-KORT-EXIT
           END-IF
           PERFORM BESTIL-KORT.

       VURDER-KORT-EXIT.
           EXIT.

       SKRIV-UDELADT.
           MOVE SPACES TO UDELADT-RECORD
           STRING KT-KORTNUMMER OF KORT-AR(WS-KORT-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KT-KONTO-ID OF KORT-AR(WS-KORT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KT-KUNDE-ID OF KORT-AR(WS-KORT-IX) DELIMITED BY SIZE
               " UDLOEB " DELIMITED BY SIZE
               KT-UDLOEB-DATO OF KORT-AR(WS-KORT-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-UDELADT-AARSAG DELIMITED BY SIZE
               INTO UDELADT-LINE
           WRITE UDELADT-RECORD
           ADD 1 TO WS-ANTAL-UDELADT.

      * APPENDS THE SUCCESSOR TO THE REGISTER AS BESTILT - SAME
      * ACCOUNT AND HOLDER, EXPIRY WS-GYLDIG-AAR YEARS ON - AND
      * WRITES THE PRODUCER'S ORDER ROW.
       BESTIL-KORT.
           PERFORM NAESTE-KORTNUMMER
           ADD 1 TO ANTAL-KORT
           MOVE KORT-AR(WS-KORT-IX) TO KORT-AR(ANTAL-KORT)
           MOVE WS-NYT-KORTNUMMER TO KT-KORTNUMMER OF
               KORT-AR(ANTAL-KORT)
           MOVE "BESTILT" TO KT-STATUS OF KORT-AR(ANTAL-KORT)
           MOVE KT-KORTNUMMER OF KORT-AR(WS-KORT-IX)
               TO KT-FORGAENGER OF KORT-AR(ANTAL-KORT)
           MOVE WS-DAGS-DATO TO KT-BESTILT-DATO OF KORT-AR(ANTAL-KORT)
           MOVE KT-UDLOEB-DATO OF KORT-AR(WS-KORT-IX)(1:4)
               TO WS-NYT-UDLOEB-AAR
           ADD WS-GYLDIG-AAR TO WS-NYT-UDLOEB-AAR
           MOVE WS-NYT-UDLOEB-AAR
               TO KT-UDLOEB-DATO OF KORT-AR(ANTAL-KORT)(1:4)

           MOVE SPACES TO WS-NAVN
           STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY "  "
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY "  "
               INTO WS-NAVN
           MOVE SPACES TO BESTILLING-RECORD
           STRING WS-NYT-KORTNUMMER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KT-KORTNUMMER OF KORT-AR(WS-KORT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KT-KONTO-ID OF KORT-AR(WS-KORT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KT-KUNDE-ID OF KORT-AR(WS-KORT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KT-UDLOEB-DATO OF KORT-AR(ANTAL-KORT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               INTO BESTILLING-LINE
           WRITE BESTILLING-RECORD
           ADD 1 TO WS-RECS-OUT
           ADD 1 TO WS-ANTAL-BESTILT.

      * NEXT FREE NUMBER IN THE SERIES UNDER THE OLD CARD'S ISSUER
      * PREFIX. A NUMBER ALREADY ON THE REGISTER (A CARD ISSUED BY
      * HAND) IS PASSED OVER.
       NAESTE-KORTNUMMER.
           MOVE "N" TO WS-NUMMER-LEDIG
           PERFORM UNTIL WS-NUMMER-LEDIG = "Y"
               ADD 1 TO WS-SERIE-NR
               MOVE KT-KORTNUMMER OF KORT-AR(WS-KORT-IX)(1:6)
                   TO WS-NYT-KORTNUMMER(1:6)
               MOVE WS-SERIE-NR TO WS-NYT-KORTNUMMER(7:9)
               PERFORM BEREGN-LUHN
               MOVE WS-LUHN-KONTROL TO WS-NYT-KORTNUMMER(16:1)
               MOVE "Y" TO WS-NUMMER-LEDIG
               PERFORM VARYING WS-SOEGE-IX FROM 1 BY 1
                       UNTIL WS-SOEGE-IX > ANTAL-KORT
                   IF KT-KORTNUMMER OF KORT-AR(WS-SOEGE-IX)
                           = WS-NYT-KORTNUMMER
                       MOVE "N" TO WS-NUMMER-LEDIG
                   END-IF
               END-PERFORM
           END-PERFORM.

      * LUHN CHECK DIGIT OVER THE FIRST FIFTEEN DIGITS: COUNTING
      * FROM THE RIGHT, EVERY SECOND DIGIT (POSITIONS 15, 13, ... 1)
      * IS DOUBLED AND A TWO-DIGIT PRODUCT CONTRIBUTES ITS DIGIT SUM.
       BEREGN-LUHN.
           MOVE ZEROES TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-IX FROM 1 BY 1
                   UNTIL WS-LUHN-IX > 15
               MOVE WS-NYT-KORTNUMMER(WS-LUHN-IX:1) TO WS-LUHN-CIFFER
               DIVIDE WS-LUHN-IX BY 2
                   GIVING WS-LUHN-KVOT REMAINDER WS-LUHN-REST
               IF WS-LUHN-REST = 1
                   COMPUTE WS-LUHN-PRODUKT = WS-LUHN-CIFFER * 2
                   IF WS-LUHN-PRODUKT > 9
                       SUBTRACT 9 FROM WS-LUHN-PRODUKT
                   END-IF
               ELSE
                   MOVE WS-LUHN-CIFFER TO WS-LUHN-PRODUKT
               END-IF
               ADD WS-LUHN-PRODUKT TO WS-LUHN-SUM
           END-PERFORM
           DIVIDE WS-LUHN-SUM BY 10
               GIVING WS-LUHN-KVOT REMAINDER WS-LUHN-REST
           IF WS-LUHN-REST = ZEROES
               MOVE ZEROES TO WS-LUHN-KONTROL
           ELSE
               COMPUTE WS-LUHN-KONTROL = 10 - WS-LUHN-REST
           END-IF.

       SKRIV-KORT-RETUR.
           OPEN OUTPUT KORT-REGISTER
           PERFORM VARYING WS-KORT-IX FROM 1 BY 1
                   UNTIL WS-KORT-IX > ANTAL-KORT
               MOVE KORT-AR(WS-KORT-IX) TO KORT-REC
               WRITE KORT-REC
           END-PERFORM
           CLOSE KORT-REGISTER.

       SKRIV-NUMMERSERIE.
           OPEN OUTPUT KORT-NUMMERSERIE
           MOVE WS-SERIE-NR TO NS-SIDSTE-NR OF SERIE-REC
           WRITE SERIE-REC
           CLOSE KORT-NUMMERSERIE.

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

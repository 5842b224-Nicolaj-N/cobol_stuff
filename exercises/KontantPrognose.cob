           SELECT KASSE-FILIALER ASSIGN TO "KasseFilialer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILIAL-STATUS.
      * THE ATM JOURNALS - THE DISPENSES ARE AN ATM'S CASH DEMAND,
      * AVERAGED THE SAME WAY AS A DRAWER'S NET MOVEMENT. LOADS ARE
      * CASH MOVED BETWEEN OUR OWN HANDS AND ARE NOT DEMAND.
           SELECT AUTOMAT-JOURNAL ASSIGN TO "AutomatJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTOMAT-JRN-STATUS.
      * THE ATM REGISTER - EACH MACHINE'S SERVICING BRANCH AND THE
      * BOOK HOLDING AUTOMATAFSTEMNING PROVED TONIGHT. OPTIONAL
      * FILE - NO REGISTER MEANS NO ATMS IN THE FORECAST.
           SELECT AUTOMATER ASSIGN TO "Automater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTOMAT-STATUS.
      * FLOOR AND CEILING HOLDINGS PER BRANCH. OPTIONAL FILE - THE
      * BUILT-IN DEFAULTS APPLY UNTIL TREASURY WRITES A ROW, SAME
      * CONFIG-WITH-DEFAULTS IDIOM AS SVINDELREGLER.TXT.
      * SECOND-GUESSED WITHOUT RERUNNING ANYTHING.
           SELECT KONTANT-PROGNOSE ASSIGN TO "KontantPrognose.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE OUTBOUND-FILE TRANSMISSION REGISTER - ONE ROW PER FILE
      * PRODUCED HERE, WITH ITS CONTROL TOTALS. SEE TRANSMISSIONER.CPY.
           SELECT TRANSMISSIONER ASSIGN TO "Transmissioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSM-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 FILIAL-REC.
           02  KF-KASSE-NR          PIC 9(2) VALUE ZEROES.
           02  KF-REG-NR            PIC 9(4) VALUE ZEROES.
       FD AUTOMAT-JOURNAL.
       01 AUTOMAT-JOURNAL-REC.
           COPY "AUTOMATJOURNAL.cpy".
       FD AUTOMATER.
       01 AUTOMAT-REC.
           COPY "AUTOMATER.cpy".
       FD KASSE-GRAENSER.
       01 GRAENSE-REC.
           02  KG-REG-NR            PIC 9(4) VALUE ZEROES.
       FD KONTANT-PROGNOSE.
       01 PROGNOSE-RECORD.
           02  PROGNOSE-LINE        PIC X(132) VALUE SPACES.
       FD TRANSMISSIONER.
       01 TRANSMISSION-REC.
           COPY "TRANSMISSIONER.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-OPTAEL-STATUS         PIC XX VALUE "00".
       01  WS-FILIAL-STATUS         PIC XX VALUE "00".
       01  WS-GRAENSE-STATUS        PIC XX VALUE "00".
       01  WS-AUTOMAT-JRN-STATUS    PIC XX VALUE "00".
       01  WS-AUTOMAT-STATUS        PIC XX VALUE "00".
       01  EOF-JOURNAL              PIC X VALUE "N".
       01  EOF-KALENDER             PIC X VALUE "N".
       01  EOF-OPTAEL               PIC X VALUE "N".
       01  EOF-FILIAL               PIC X VALUE "N".
       01  EOF-GRAENSE              PIC X VALUE "N".
       01  EOF-AUTOMAT-JRN          PIC X VALUE "N".
       01  EOF-AUTOMAT              PIC X VALUE "N".
      * THE HOLIDAY LIST AND THE BANKING-DAY ARITHMETIC - SAME
      * DAY-OF-WEEK RULE AS KALENDERKONTROL (REMAINDER 0 IS SUNDAY,
      * 6 IS SATURDAY).
      * ORDINARY DAYS AND THE PAYDAY/MONTH-START WINDOW (DAY OF
      * MONTH 28 AND UP, OR 01-02), WITH A DISTINCT-DATE COUNT PER
      * CLASS. THE JOURNAL APPENDS CHRONOLOGICALLY, SO A DATE
      * CHANGE PER DRAWER IS A NEW DAY. AN ATM TAKES A SLOT OF ITS
      * OWN, KEYED BY KS-AUTOMAT-ID (BLANK ON A DRAWER'S SLOT).
       01  KASSE-AR OCCURS 99 TIMES.
           02  KS-KASSE-NR          PIC 9(2) VALUE ZEROES.
           02  KS-AUTOMAT-ID        PIC X(10) VALUE SPACES.
           02  KS-REG-NR            PIC 9(4) VALUE ZEROES.
           02  KS-NORMAL-NET        PIC S9(13)V99 VALUE ZEROES.
           02  KS-NORMAL-DAGE       PIC 9(5) VALUE ZEROES.
       01  WS-KASSE-IX              PIC 99.
       01  WS-KASSE-SLOT            PIC 99 VALUE ZEROES.
       01  WS-SOEGE-KASSE           PIC 9(2) VALUE ZEROES.
       01  WS-SOEGE-AUTOMAT         PIC X(10) VALUE SPACES.
      * ONE MOVEMENT FOR NOTER-BEVAEGELSE - ITS DATE AND SIGNED
      * AMOUNT, WHETHER IT CAME FROM A DRAWER OR AN ATM.
       01  WS-BEV-DATO              PIC X(10) VALUE SPACES.
       01  WS-BEV-BELOB             PIC S9(9)V99 VALUE ZEROES.
      * PER-BRANCH ROLL-UP - HOLDINGS, THE COMING WEEK'S EXPECTED
      * NET, AND THE FLOOR/CEILING THE RECOMMENDATION RUNS ON.
       01  FILIAL-AR OCCURS 99 TIMES.
       01  WS-BELOB-DISPLAY-2       PIC -(12)9.99.
       01  WS-BELOB-DISPLAY-3       PIC -(12)9.99.

      * THE OUTBOUND FILE BEING REGISTERED - SEE
      * REGISTRER-TRANSMISSION.
       01  WS-TRANSM-STATUS         PIC XX VALUE "00".
       01  WS-TM-FILNAVN            PIC X(40) VALUE SPACES.
       01  WS-TM-MODPART            PIC X(10) VALUE SPACES.
       01  WS-TM-ANTAL              PIC 9(9) VALUE ZEROES.
       01  WS-TM-SUM                PIC S9(15)V99 VALUE ZEROES.
       01  WS-TM-FRIST-DAGE         PIC 99 VALUE ZEROES.
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
      * BANKING DAYS FROM THE TELLER JOURNAL'S OWN HISTORY AND
      * RECOMMENDS AN ORDER OR A RETURN AGAINST THE CONFIGURED
      * FLOOR AND CEILING - THE FIGURES THE BRANCHES USED TO GUESS
      * AT ON THE MORNING THE ATM RAN DRY. THE BRANCH'S ATMS COUNT
      * IN ITS HOLDINGS AND ITS DEMAND ALONGSIDE THE DRAWERS.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-KALENDER
           PERFORM LOAD-FILIAL-MAP
           PERFORM SAML-HISTORIK
           PERFORM LOAD-AUTOMATER
           PERFORM SAML-AUTOMAT-HISTORIK
           PERFORM LOAD-BEHOLDNINGER
           PERFORM RUL-OP-PER-FILIAL
           PERFORM LOAD-GRAENSER
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
               "  OUT " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           END-IF
           MOVE KJ-KASSE-NR TO WS-SOEGE-KASSE
           PERFORM FIND-KASSE-SLOT
           MOVE KJ-TIDSPUNKT(1:10) TO WS-BEV-DATO
           MOVE KJ-BELOB TO WS-BEV-BELOB
           PERFORM NOTER-BEVAEGELSE.

       NOTER-JOURNAL-ROW-EXIT.
           EXIT.

      * ADDS THE MOVEMENT IN WS-BEV-DATO/WS-BEV-BELOB TO THE SLOT IN
      * WS-KASSE-SLOT, ON THE ORDINARY OR THE PAYDAY SIDE BY ITS DAY
      * OF MONTH.
       NOTER-BEVAEGELSE.
           MOVE WS-BEV-DATO(9:2) TO WS-DAG-I-MD
           PERFORM VURDER-PEAK-DAG
           IF WS-PEAK-DAG = "Y"
               ADD WS-BEV-BELOB TO KS-PEAK-NET(WS-KASSE-SLOT)
               IF WS-BEV-DATO NOT = KS-PEAK-SIDST(WS-KASSE-SLOT)
                   ADD 1 TO KS-PEAK-DAGE(WS-KASSE-SLOT)
                   MOVE WS-BEV-DATO TO KS-PEAK-SIDST(WS-KASSE-SLOT)
               END-IF
           ELSE
               ADD WS-BEV-BELOB TO KS-NORMAL-NET(WS-KASSE-SLOT)
               IF WS-BEV-DATO NOT = KS-NORMAL-SIDST(WS-KASSE-SLOT)
                   ADD 1 TO KS-NORMAL-DAGE(WS-KASSE-SLOT)
                   MOVE WS-BEV-DATO TO KS-NORMAL-SIDST(WS-KASSE-SLOT)
               END-IF
           END-IF.

      * EVERY AKTIV ATM ON THE REGISTER TAKES A SLOT WITH ITS BRANCH
      * AND TONIGHT'S PROVED BOOK HOLDING - AN ATM HAS NO DECLARED
      * COUNT OF ITS OWN ON KASSEOPTAELLING.TXT.
       LOAD-AUTOMATER.
           OPEN INPUT AUTOMATER
           IF WS-AUTOMAT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AUTOMAT = "Y"
                   READ AUTOMATER
                       AT END
                           MOVE "Y" TO EOF-AUTOMAT
                       NOT AT END
                           IF AT-STATUS OF AUTOMAT-REC = "AKTIV"
                               MOVE AT-AUTOMAT-ID OF AUTOMAT-REC
                                   TO WS-SOEGE-AUTOMAT
                               PERFORM FIND-AUTOMAT-SLOT
                               MOVE AT-REG-NR OF AUTOMAT-REC
                                   TO KS-REG-NR(WS-KASSE-SLOT)
                               MOVE AT-BEHOLDNING OF AUTOMAT-REC
                                   TO KS-BEHOLDNING(WS-KASSE-SLOT)
                               MOVE AT-AFSTEMT-DATO OF AUTOMAT-REC
                                   TO KS-OPTALT-DATO(WS-KASSE-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTOMATER
           END-IF.

      * ONE PASS OVER THE ATM JOURNALS - EVERY DISPENSE ON A
      * REGISTERED MACHINE IS CASH OUT OF THAT MACHINE'S SLOT. A
      * MACHINE THAT IS NOT AKTIV ON THE REGISTER IS NOT FORECAST.
       SAML-AUTOMAT-HISTORIK.
           OPEN INPUT AUTOMAT-JOURNAL
           IF WS-AUTOMAT-JRN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AUTOMAT-JRN = "Y"
                   READ AUTOMAT-JOURNAL
                       AT END
                           MOVE "Y" TO EOF-AUTOMAT-JRN
                       NOT AT END
                           IF AJ-HAENDELSE = "UDBETALT"
                               ADD 1 TO WS-RECS-IN
                               PERFORM NOTER-AUTOMAT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTOMAT-JOURNAL
           END-IF.

       NOTER-AUTOMAT-ROW.
           MOVE ZEROES TO WS-KASSE-SLOT
           PERFORM VARYING WS-KASSE-IX FROM 1 BY 1
                   UNTIL WS-KASSE-IX > ANTAL-KASSER
               IF KS-AUTOMAT-ID(WS-KASSE-IX) = AJ-AUTOMAT-ID
                   MOVE WS-KASSE-IX TO WS-KASSE-SLOT
               END-IF
           END-PERFORM
           IF WS-KASSE-SLOT NOT = ZEROES
               MOVE AJ-TIDSPUNKT(1:10) TO WS-BEV-DATO
               COMPUTE WS-BEV-BELOB = ZERO - AJ-BELOB
               PERFORM NOTER-BEVAEGELSE
           END-IF.

      * THE PAYDAY/MONTH-START WINDOW - THE LAST DAYS OF ONE MONTH
      * AND THE FIRST OF THE NEXT, WHEN SALARIES AND PENSIONS LAND
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO ORDRE-RECORD
           WRITE ORDRE-RECORD
           CLOSE KONTANT-ORDRE
           MOVE WS-ORDRE-NAME TO WS-TM-FILNAVN
           MOVE "KONTANTCTR" TO WS-TM-MODPART
           COMPUTE WS-TM-ANTAL = WS-ANTAL-ORDRER + WS-ANTAL-RETURER
           MOVE WS-ORDRE-TOTAL TO WS-TM-SUM
           MOVE 1 TO WS-TM-FRIST-DAGE
           PERFORM REGISTRER-TRANSMISSION.

       VURDER-ORDRE.
           COMPUTE WS-PROGNOSE = FI-BEHOLDNING(WS-FILIAL-IX)
           PERFORM VARYING WS-KASSE-IX FROM 1 BY 1
                   UNTIL WS-KASSE-IX > ANTAL-KASSER
               IF KS-KASSE-NR(WS-KASSE-IX) = WS-SOEGE-KASSE
                   AND KS-AUTOMAT-ID(WS-KASSE-IX) = SPACES
                   MOVE WS-KASSE-IX TO WS-KASSE-SLOT
               END-IF
           END-PERFORM
               MOVE ANTAL-KASSER TO WS-KASSE-SLOT
           END-IF.

       FIND-AUTOMAT-SLOT.
           MOVE ZEROES TO WS-KASSE-SLOT
           PERFORM VARYING WS-KASSE-IX FROM 1 BY 1
                   UNTIL WS-KASSE-IX > ANTAL-KASSER
               IF KS-AUTOMAT-ID(WS-KASSE-IX) = WS-SOEGE-AUTOMAT
                   MOVE WS-KASSE-IX TO WS-KASSE-SLOT
               END-IF
           END-PERFORM
           IF WS-KASSE-SLOT = ZEROES
               ADD 1 TO ANTAL-KASSER
               MOVE WS-SOEGE-AUTOMAT TO KS-AUTOMAT-ID(ANTAL-KASSER)
               MOVE ANTAL-KASSER TO WS-KASSE-SLOT
           END-IF.

       FIND-FILIAL-SLOT.
           MOVE ZEROES TO WS-FILIAL-SLOT
           PERFORM VARYING WS-FILIAL-IX FROM 1 BY 1
               MOVE WS-SOEGE-REG TO FI-REG-NR(ANTAL-FILIALER)
               MOVE ANTAL-FILIALER TO WS-FILIAL-SLOT
           END-IF.

      * APPENDS THE FILE JUST CLOSED TO THE TRANSMISSION REGISTER
      * AS DANNET, WITH ITS CONTROL COUNT AND SUM, SO TRANSKVIT CAN
      * MATCH THE COUNTERPARTY'S RECEIPT OR REJECT NOTICE BACK TO
      * IT. THE CALLER FILLS THE WS-TM- FIELDS.
       REGISTRER-TRANSMISSION.
           OPEN EXTEND TRANSMISSIONER
           IF WS-TRANSM-STATUS = "35"
               OPEN OUTPUT TRANSMISSIONER
           END-IF
           MOVE SPACES TO TRANSMISSION-REC
           MOVE WS-TM-FILNAVN TO TM-FILNAVN
           MOVE WS-PROGRAM-NAME TO TM-PROGRAM
           MOVE WS-TM-MODPART TO TM-MODPART
           MOVE WS-RUN-START-DATE TO TM-DANNET-DATO
           MOVE WS-RUN-START-TIME TO TM-DANNET-TID
           MOVE WS-TM-ANTAL TO TM-ANTAL
           MOVE WS-TM-SUM TO TM-SUM
           MOVE WS-TM-FRIST-DAGE TO TM-FRIST-DAGE
           MOVE "DANNET" TO TM-STATUS
           MOVE WS-RUN-START-DATE(1:4) TO TM-STATUS-DATO(1:4)
           MOVE "-" TO TM-STATUS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO TM-STATUS-DATO(6:2)
           MOVE "-" TO TM-STATUS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO TM-STATUS-DATO(9:2)
           WRITE TRANSMISSION-REC
           CLOSE TRANSMISSIONER.
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

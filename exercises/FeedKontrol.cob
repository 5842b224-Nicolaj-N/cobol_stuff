       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE FEED-ARRIVAL REGISTER - EVERY INBOUND FILE THE CHAIN
      * EXPECTS, WITH ITS WINDOW, MINIMUM SIZE AND WHETHER IT IS
      * MANDATORY. SEE FEEDREGISTER.CPY.
           SELECT FEED-REGISTER ASSIGN TO "FeedRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
      * GENERIC INPUT DRIVEN BY NAME - EACH REGISTERED FEED IN TURN,
      * SAME DYNAMIC-ASSIGN STYLE AS REFERENCEGATEWAY'S CANDIDATES.
           SELECT GEN-FEED ASSIGN TO WS-FEED-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      * FIRST-SEEN TIMES FOR THE CURRENT BATCH DAY - SEE
      * FEEDANKOMSTER.CPY. OPTIONAL; REWRITTEN EVERY RUN.
           SELECT FEED-ANKOMSTER ASSIGN TO "FeedAnkomster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANKOMST-STATUS.
      * THE BANK CALENDAR - THE SAME HOLIDAY LIST KALENDER READS, SO
      * A "B" FEED IS MANDATORY ON EXACTLY THE NIGHTS KALENDER OPENS
      * THE POSTING BLOCK.
           SELECT BANK-KALENDER ASSIGN TO "BankKalender.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KALENDER-STATUS.
           SELECT FEED-AFVIGELSER ASSIGN TO "FeedAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - WHAT ARRIVED
      * AND WHEN IS STAMPED HERE ONE LINE PER FEED, SO "WHY DIDN'T
      * THE BATCH START" HAS AN ANSWER IN THE SAME PLACE AS
      * KALENDER'S.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-REGISTER.
       01 REGISTER-REC.
           COPY "FEEDREGISTER.cpy".
       FD GEN-FEED.
       01 GEN-FEED-REC.
           02  GF-LINJE             PIC X(300).
       FD FEED-ANKOMSTER.
       01 ANKOMST-REC.
           COPY "FEEDANKOMSTER.cpy".
       FD BANK-KALENDER.
       01 KALENDER-REC.
           02  BK-DATO              PIC X(10).
           02  BK-TYPE              PIC X(10).
       FD FEED-AFVIGELSER.
       01 FEED-AFV-RECORD.
           02  FEED-AFV-LINE        PIC X(120) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "FEEDKTRL".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RECS-AFVIST           PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-REGISTER-STATUS       PIC XX VALUE "00".
       01  WS-FEED-STATUS           PIC XX VALUE "00".
       01  WS-ANKOMST-STATUS        PIC XX VALUE "00".
       01  WS-KALENDER-STATUS       PIC XX VALUE "00".
       01  EOF-REGISTER             PIC X VALUE "N".
       01  EOF-FEED                 PIC X VALUE "N".
       01  EOF-ANKOMST              PIC X VALUE "N".
       01  EOF-KALENDER             PIC X VALUE "N".
       01  WS-FEED-NAVN             PIC X(30) VALUE SPACES.
      * THE REGISTER, LOADED ONCE.
       01  FEED-AR OCCURS 50 TIMES.
           COPY "FEEDREGISTER.cpy".
       01  ANTAL-FEEDS              PIC 9(2) VALUE ZEROES.
       01  WS-FEED-IX               PIC 9(2).
      * TONIGHT'S FIRST-SEEN TIMES - ONLY THE CURRENT BATCH DAY'S
      * ROWS ARE KEPT.
       01  ANKOMST-AR OCCURS 50 TIMES.
           COPY "FEEDANKOMSTER.cpy".
       01  ANTAL-ANKOMSTER          PIC 9(2) VALUE ZEROES.
       01  WS-ANK-IX                PIC 9(2).
       01  WS-ANK-SLOT              PIC 9(2) VALUE ZEROES.
      * THE HOLIDAY LIST AND THE BANKING-DAY TEST, AS KALENDER.
       01  HELLIGDAG-AR OCCURS 200 TIMES PIC X(10) VALUE SPACES.
       01  ANTAL-HELLIGDAGE         PIC 9(3) VALUE ZEROES.
       01  WS-HD-IX                 PIC 9(3).
       01  WS-HELTAL                PIC S9(9) VALUE ZEROES.
       01  WS-UGEDAG                PIC 99 VALUE ZEROES.
       01  WS-KVOT                  PIC 9(9) VALUE ZEROES.
       01  WS-BANKDAG               PIC X VALUE "N".
      * THE BATCH DAY RUNS NOON TO NOON: A RUN BEFORE 12:00 BELONGS
      * TO YESTERDAY'S BATCH DAY, SO THE EVENING'S POLLS AND THE
      * CHAIN STEP AFTER MIDNIGHT SHARE ONE SET OF FIRST-SEEN TIMES.
      * EVERY CLOCK TIME BELOW IS CONVERTED TO MINUTES SINCE NOON
      * BEFORE IT IS COMPARED.
       01  WS-BATCH-DATO            PIC X(10) VALUE SPACES.
       01  WS-BATCH-YYYYMMDD        PIC 9(8) VALUE ZEROES.
       01  WS-NU-KLOKKE             PIC X(8) VALUE SPACES.
       01  WS-NU-MIN                PIC 9(4) VALUE ZEROES.
       01  WS-FRA-MIN               PIC 9(4) VALUE ZEROES.
       01  WS-TIL-MIN               PIC 9(4) VALUE ZEROES.
       01  WS-ANKOMST-MIN           PIC 9(4) VALUE ZEROES.
       01  WS-KLOKKE                PIC X(5) VALUE SPACES.
       01  WS-KLOKKE-MIN            PIC 9(4) VALUE ZEROES.
       01  WS-TIMER                 PIC 99 VALUE ZEROES.
       01  WS-MINUTTER              PIC 99 VALUE ZEROES.
      * ONE FEED'S VERDICT.
       01  WS-RAEKKER               PIC 9(7) VALUE ZEROES.
       01  WS-FOERSTE-LINJE         PIC X(300) VALUE SPACES.
       01  WS-FEED-DATO             PIC X(10) VALUE SPACES.
       01  WS-VERDICT               PIC X(12) VALUE SPACES.
       01  WS-OBLIGATORISK          PIC X VALUE "N".
       01  WS-EFTER-CUTOFF          PIC X VALUE "N".
       01  WS-STOP                  PIC X VALUE "N".
       01  WS-ANTAL-OK              PIC 9(3) VALUE ZEROES.
       01  WS-ANTAL-MANGLER         PIC 9(3) VALUE ZEROES.
       01  WS-ANTAL-STOP            PIC 9(3) VALUE ZEROES.
       01  WS-VIS-RAEKKER           PIC Z(6)9.
       01  WS-VIS-MIN-RAEKKER       PIC Z(6)9.
       01  WS-AFVIGELSE             PIC X(48) VALUE SPACES.
       01  WS-AFV-DETALJE           PIC X(40) VALUE SPACES.
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

      * CHECKS EVERY REGISTERED INBOUND FEED FOR ARRIVAL, SIZE AND
      * FIRST-ROW DATE BEFORE THE CHAIN TOUCHES A MASTER: A MANDATORY
      * FEED THAT IS MISSING, SHORT OR STALE RETURNS CONDITION CODE 8
      * AND THE CHAIN DOES NOT START. A FEED STILL MISSING AFTER ITS
      * CUT-OFF, OR ONE THAT CAME LATE, IS ALERTED ON
      * FEEDAFVIGELSER.TXT FOR THE OPERATOR. WHAT ARRIVED AND WHEN IS
      * STAMPED IN BATCHAUDITLOG.TXT EITHER WAY.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM BEREGN-BATCH-DAG
           PERFORM LOAD-KALENDER
           PERFORM VURDER-BANKDAG
           PERFORM LOAD-REGISTER
           PERFORM LOAD-ANKOMSTER

           OPEN OUTPUT FEED-AFVIGELSER
           IF ANTAL-FEEDS = ZEROES
               MOVE "FEEDREGISTRET ER TOMT ELLER MANGLER"
                   TO WS-AFVIGELSE
               MOVE "FeedRegister.txt" TO WS-FEED-NAVN
               MOVE SPACES TO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               MOVE "Y" TO WS-STOP
           END-IF
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                   UNTIL WS-FEED-IX > ANTAL-FEEDS
               PERFORM KONTROLLER-FEED THRU KONTROLLER-FEED-EXIT
           END-PERFORM
           CLOSE FEED-AFVIGELSER
           PERFORM GEM-ANKOMSTER

           DISPLAY "FEEDKTRL: " WS-ANTAL-OK " FEEDS OK, "
               WS-ANTAL-MANGLER " IKKE OK, "
               WS-ANTAL-STOP " OBLIGATORISKE STOPPER KAEDEN"
           IF WS-STOP = "Y"
               DISPLAY "FEEDKTRL: KAEDEN STARTES IKKE - SE "
                   "FeedAfvigelser.txt"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-AUDIT-LOG
           END-IF
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2)
           MOVE WS-RUN-START-TIME(1:2) TO WS-NU-KLOKKE(1:2)
           MOVE ":" TO WS-NU-KLOKKE(3:1)
           MOVE WS-RUN-START-TIME(3:2) TO WS-NU-KLOKKE(4:2)
           MOVE ":" TO WS-NU-KLOKKE(6:1)
           MOVE WS-RUN-START-TIME(5:2) TO WS-NU-KLOKKE(7:2).

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
               "  AFVIST " DELIMITED BY SIZE
               WS-RECS-AFVIST DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * THE BATCH DAY THIS RUN BELONGS TO AND THE TIME NOW ON THE
      * NOON-TO-NOON CLOCK.
       BEREGN-BATCH-DAG.
           MOVE WS-NU-KLOKKE(1:5) TO WS-KLOKKE
           PERFORM BEREGN-KLOKKE-MIN
           MOVE WS-KLOKKE-MIN TO WS-NU-MIN
           MOVE WS-RUN-START-DATE TO WS-BATCH-YYYYMMDD
           IF WS-RUN-START-TIME(1:2) < "12"
               COMPUTE WS-HELTAL =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE) - 1
               COMPUTE WS-BATCH-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-HELTAL)
           END-IF
           MOVE WS-BATCH-YYYYMMDD(1:4) TO WS-BATCH-DATO(1:4)
           MOVE "-" TO WS-BATCH-DATO(5:1)
           MOVE WS-BATCH-YYYYMMDD(5:2) TO WS-BATCH-DATO(6:2)
           MOVE "-" TO WS-BATCH-DATO(8:1)
           MOVE WS-BATCH-YYYYMMDD(7:2) TO WS-BATCH-DATO(9:2).

      * HH:MM IN WS-KLOKKE TO MINUTES SINCE NOON IN WS-KLOKKE-MIN -
      * 12:00 IS 0, 23:59 IS 719, 00:00 IS 720, 11:59 IS 1439. A
      * BLANK OR MALFORMED TIME COUNTS AS 11:59, THE END OF THE DAY.
       BEREGN-KLOKKE-MIN.
           IF WS-KLOKKE(1:2) IS NOT NUMERIC
               OR WS-KLOKKE(4:2) IS NOT NUMERIC
               MOVE 1439 TO WS-KLOKKE-MIN
           ELSE
               MOVE WS-KLOKKE(1:2) TO WS-TIMER
               MOVE WS-KLOKKE(4:2) TO WS-MINUTTER
               COMPUTE WS-KLOKKE-MIN = WS-TIMER * 60 + WS-MINUTTER
               IF WS-KLOKKE-MIN < 720
                   ADD 720 TO WS-KLOKKE-MIN
               ELSE
                   SUBTRACT 720 FROM WS-KLOKKE-MIN
               END-IF
           END-IF.

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

      * IS TONIGHT A BANKING DAY? THE RUN DATE, BY KALENDER'S RULE -
      * NOT A SATURDAY, NOT A SUNDAY, NOT ON THE HOLIDAY LIST.
       VURDER-BANKDAG.
           MOVE "Y" TO WS-BANKDAG
           COMPUTE WS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
           DIVIDE WS-HELTAL BY 7
               GIVING WS-KVOT REMAINDER WS-UGEDAG
           IF WS-UGEDAG = 6 OR WS-UGEDAG = 0
               MOVE "N" TO WS-BANKDAG
           END-IF
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
                   UNTIL WS-HD-IX > ANTAL-HELLIGDAGE
               IF HELLIGDAG-AR(WS-HD-IX) = WS-DAGS-DATO
                   MOVE "N" TO WS-BANKDAG
               END-IF
           END-PERFORM.

       LOAD-REGISTER.
           OPEN INPUT FEED-REGISTER
           IF WS-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-REGISTER = "Y"
                   READ FEED-REGISTER
                       AT END
                           MOVE "Y" TO EOF-REGISTER
                       NOT AT END
                           IF FR-FILNAVN OF REGISTER-REC NOT = SPACES
                               ADD 1 TO ANTAL-FEEDS
                               MOVE REGISTER-REC
                                   TO FEED-AR(ANTAL-FEEDS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTER
           END-IF.

      * ONLY THE CURRENT BATCH DAY'S FIRST-SEEN TIMES CARRY OVER.
       LOAD-ANKOMSTER.
           OPEN INPUT FEED-ANKOMSTER
           IF WS-ANKOMST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-ANKOMST = "Y"
                   READ FEED-ANKOMSTER
                       AT END
                           MOVE "Y" TO EOF-ANKOMST
                       NOT AT END
                           IF FA-BATCH-DATO OF ANKOMST-REC
                                   = WS-BATCH-DATO
                               AND ANTAL-ANKOMSTER < 50
                               ADD 1 TO ANTAL-ANKOMSTER
                               MOVE ANKOMST-REC
                                   TO ANKOMST-AR(ANTAL-ANKOMSTER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-ANKOMSTER
           END-IF.

       GEM-ANKOMSTER.
           OPEN OUTPUT FEED-ANKOMSTER
           PERFORM VARYING WS-ANK-IX FROM 1 BY 1
                   UNTIL WS-ANK-IX > ANTAL-ANKOMSTER
               MOVE ANKOMST-AR(WS-ANK-IX) TO ANKOMST-REC
               WRITE ANKOMST-REC
           END-PERFORM
           CLOSE FEED-ANKOMSTER.

      * ONE REGISTERED FEED: IS IT THERE, HOW MANY ROWS, WHAT DATE
      * DOES ITS FIRST ROW CARRY - THEN THE VERDICT, THE FIRST-SEEN
      * TIME, THE ALERTS AND THE AUDIT LINE.
       KONTROLLER-FEED.
           ADD 1 TO WS-RECS-IN
           MOVE FR-FILNAVN OF FEED-AR(WS-FEED-IX) TO WS-FEED-NAVN
           MOVE ZEROES TO WS-RAEKKER
           MOVE SPACES TO WS-FOERSTE-LINJE
           MOVE SPACES TO WS-FEED-DATO
           MOVE "N" TO EOF-FEED
           OPEN INPUT GEN-FEED
           IF WS-FEED-STATUS NOT = "00"
               MOVE "MANGLER" TO WS-VERDICT
           ELSE
               PERFORM UNTIL EOF-FEED = "Y"
                   READ GEN-FEED
                       AT END
                           MOVE "Y" TO EOF-FEED
                       NOT AT END
                           ADD 1 TO WS-RAEKKER
                           IF WS-RAEKKER = 1
                               MOVE GF-LINJE TO WS-FOERSTE-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-FEED
               MOVE "OK" TO WS-VERDICT
               IF FR-DATO-POS OF FEED-AR(WS-FEED-IX) > ZEROES
                   AND FR-DATO-POS OF FEED-AR(WS-FEED-IX) < 292
                   MOVE WS-FOERSTE-LINJE
                       (FR-DATO-POS OF FEED-AR(WS-FEED-IX):10)
                       TO WS-FEED-DATO
                   IF WS-FEED-DATO NOT = WS-BATCH-DATO
                       AND WS-FEED-DATO NOT = WS-DAGS-DATO
                       MOVE "FORKERT DATO" TO WS-VERDICT
                   END-IF
               END-IF
               IF WS-RAEKKER < FR-MIN-RAEKKER OF FEED-AR(WS-FEED-IX)
                   MOVE "FOR LILLE" TO WS-VERDICT
               END-IF
           END-IF

           PERFORM NOTER-ANKOMST THRU NOTER-ANKOMST-EXIT

           MOVE "N" TO WS-OBLIGATORISK
           IF FR-KRAV OF FEED-AR(WS-FEED-IX) = "J"
               OR (FR-KRAV OF FEED-AR(WS-FEED-IX) = "B"
                   AND WS-BANKDAG = "Y")
               MOVE "Y" TO WS-OBLIGATORISK
           END-IF
           MOVE FR-VINDUE-FRA OF FEED-AR(WS-FEED-IX) TO WS-KLOKKE
           PERFORM BEREGN-KLOKKE-MIN
           MOVE WS-KLOKKE-MIN TO WS-FRA-MIN
           MOVE FR-VINDUE-TIL OF FEED-AR(WS-FEED-IX) TO WS-KLOKKE
           PERFORM BEREGN-KLOKKE-MIN
           MOVE WS-KLOKKE-MIN TO WS-TIL-MIN
           MOVE "N" TO WS-EFTER-CUTOFF
           IF WS-NU-MIN > WS-TIL-MIN
               MOVE "Y" TO WS-EFTER-CUTOFF
           END-IF

           PERFORM SKRIV-FEED-AUDIT

           IF WS-VERDICT = "OK"
               ADD 1 TO WS-ANTAL-OK
               PERFORM VURDER-ANKOMSTTID
                   THRU VURDER-ANKOMSTTID-EXIT
               GO TO KONTROLLER-FEED-EXIT
           END-IF

           ADD 1 TO WS-ANTAL-MANGLER
           MOVE SPACES TO WS-AFV-DETALJE
           EVALUATE WS-VERDICT
               WHEN "MANGLER"
                   STRING "CUT-OFF " DELIMITED BY SIZE
                       FR-VINDUE-TIL OF FEED-AR(WS-FEED-IX)
                       DELIMITED BY SIZE
                       INTO WS-AFV-DETALJE
               WHEN "FOR LILLE"
                   MOVE WS-RAEKKER TO WS-VIS-RAEKKER
                   MOVE FR-MIN-RAEKKER OF FEED-AR(WS-FEED-IX)
                       TO WS-VIS-MIN-RAEKKER
                   STRING "RAEKKER " DELIMITED BY SIZE
                       WS-VIS-RAEKKER DELIMITED BY SIZE
                       " MIN " DELIMITED BY SIZE
                       WS-VIS-MIN-RAEKKER DELIMITED BY SIZE
                       INTO WS-AFV-DETALJE
               WHEN OTHER
                   STRING "DATO " DELIMITED BY SIZE
                       WS-FEED-DATO DELIMITED BY SIZE
                       " VENTET " DELIMITED BY SIZE
                       WS-BATCH-DATO DELIMITED BY SIZE
                       INTO WS-AFV-DETALJE
           END-EVALUATE
           IF WS-OBLIGATORISK = "Y"
               MOVE "Y" TO WS-STOP
               ADD 1 TO WS-ANTAL-STOP
               ADD 1 TO WS-RECS-AFVIST
               MOVE SPACES TO WS-AFVIGELSE
               IF WS-EFTER-CUTOFF = "Y"
                   STRING "OBLIGATORISK FEED " DELIMITED BY SIZE
                       WS-VERDICT DELIMITED BY "  "
                       " - EFTER CUT-OFF" DELIMITED BY SIZE
                       INTO WS-AFVIGELSE
               ELSE
                   STRING "OBLIGATORISK FEED " DELIMITED BY SIZE
                       WS-VERDICT DELIMITED BY "  "
                       " - KAEDEN VENTER" DELIMITED BY SIZE
                       INTO WS-AFVIGELSE
               END-IF
               PERFORM SKRIV-AFVIGELSE
           ELSE
               IF WS-EFTER-CUTOFF = "Y"
                   MOVE SPACES TO WS-AFVIGELSE
                   STRING "VALGFRI FEED " DELIMITED BY SIZE
                       WS-VERDICT DELIMITED BY "  "
                       " - EFTER CUT-OFF" DELIMITED BY SIZE
                       INTO WS-AFVIGELSE
                   PERFORM SKRIV-AFVIGELSE
               END-IF
           END-IF.

       KONTROLLER-FEED-EXIT.
           EXIT.

      * THE FIRST RUN THAT FINDS THE FILE STAMPS ITS ARRIVAL; LATER
      * RUNS ONLY REFRESH THE ROW COUNT AND VERDICT.
       NOTER-ANKOMST.
           MOVE ZEROES TO WS-ANK-SLOT
           PERFORM VARYING WS-ANK-IX FROM 1 BY 1
                   UNTIL WS-ANK-IX > ANTAL-ANKOMSTER
               IF FA-FILNAVN OF ANKOMST-AR(WS-ANK-IX) = WS-FEED-NAVN
                   MOVE WS-ANK-IX TO WS-ANK-SLOT
               END-IF
           END-PERFORM
           IF WS-ANK-SLOT = ZEROES
               AND ANTAL-ANKOMSTER < 50
               ADD 1 TO ANTAL-ANKOMSTER
               MOVE ANTAL-ANKOMSTER TO WS-ANK-SLOT
               INITIALIZE ANKOMST-AR(WS-ANK-SLOT)
               MOVE WS-BATCH-DATO
                   TO FA-BATCH-DATO OF ANKOMST-AR(WS-ANK-SLOT)
               MOVE WS-FEED-NAVN
                   TO FA-FILNAVN OF ANKOMST-AR(WS-ANK-SLOT)
           END-IF
           IF WS-ANK-SLOT = ZEROES
               GO TO NOTER-ANKOMST-EXIT
           END-IF
           IF WS-VERDICT NOT = "MANGLER"
               AND FA-ANKOMST OF ANKOMST-AR(WS-ANK-SLOT) = SPACES
               MOVE WS-NU-KLOKKE
                   TO FA-ANKOMST OF ANKOMST-AR(WS-ANK-SLOT)
           END-IF
           MOVE WS-RAEKKER TO FA-RAEKKER OF ANKOMST-AR(WS-ANK-SLOT)
           MOVE WS-VERDICT TO FA-STATUS OF ANKOMST-AR(WS-ANK-SLOT).

       NOTER-ANKOMST-EXIT.
           EXIT.

      * A FEED THAT IS HERE AND SOUND BUT FIRST SEEN OUTSIDE ITS
      * WINDOW IS WORTH A LOOK: AFTER THE CUT-OFF IT WAS LATE; BEFORE
      * THE WINDOW OPENED IT MAY BE YESTERDAY'S FILE LEFT BEHIND.
       VURDER-ANKOMSTTID.
           IF WS-ANK-SLOT = ZEROES
               GO TO VURDER-ANKOMSTTID-EXIT
           END-IF
           IF FA-ANKOMST OF ANKOMST-AR(WS-ANK-SLOT) = SPACES
               GO TO VURDER-ANKOMSTTID-EXIT
           END-IF
           MOVE FA-ANKOMST OF ANKOMST-AR(WS-ANK-SLOT)(1:5)
               TO WS-KLOKKE
           PERFORM BEREGN-KLOKKE-MIN
           MOVE WS-KLOKKE-MIN TO WS-ANKOMST-MIN
           MOVE SPACES TO WS-AFV-DETALJE
           STRING "SET " DELIMITED BY SIZE
               FA-ANKOMST OF ANKOMST-AR(WS-ANK-SLOT)
               DELIMITED BY SIZE
               " VINDUE " DELIMITED BY SIZE
               FR-VINDUE-FRA OF FEED-AR(WS-FEED-IX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FR-VINDUE-TIL OF FEED-AR(WS-FEED-IX) DELIMITED BY SIZE
               INTO WS-AFV-DETALJE
           IF WS-ANKOMST-MIN > WS-TIL-MIN
               MOVE "FEED MODTAGET EFTER CUT-OFF" TO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
           END-IF
           IF WS-ANKOMST-MIN < WS-FRA-MIN
               MOVE "FEED SET FOER VINDUET - KONTROLLER AT DEN ER NY"
                   TO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
           END-IF.

       VURDER-ANKOMSTTID-EXIT.
           EXIT.

      * ONE LINE PER FEED - CALLER SETS WS-AFVIGELSE, WS-FEED-NAVN
      * AND WS-AFV-DETALJE FIRST.
       SKRIV-AFVIGELSE.
           MOVE SPACES TO FEED-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FEED-NAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-DETALJE DELIMITED BY SIZE
               INTO FEED-AFV-RECORD
           WRITE FEED-AFV-RECORD
           ADD 1 TO WS-RECS-OUT.

      * WHAT ARRIVED AND WHEN - KALENDER'S LINE LAYOUT, ONE PER FEED,
      * WRITTEN WHATEVER THE VERDICT. THE RUN'S OWN START/END LINE
      * FOLLOWS ONLY ON A CLEAN RESULT, AS FOR EVERY CHAIN STEP.
       SKRIV-FEED-AUDIT.
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE WS-RAEKKER TO WS-VIS-RAEKKER
           MOVE SPACES TO AUDIT-LOG-RECORD
           IF WS-ANK-SLOT > ZEROES
               STRING WS-PROGRAM-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RUN-START-TIME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-FEED-NAVN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VERDICT DELIMITED BY SIZE
                   " KRAV " DELIMITED BY SIZE
                   FR-KRAV OF FEED-AR(WS-FEED-IX) DELIMITED BY SIZE
                   " SET " DELIMITED BY SIZE
                   FA-ANKOMST OF ANKOMST-AR(WS-ANK-SLOT)
                   DELIMITED BY SIZE
                   " RAEKKER " DELIMITED BY SIZE
                   WS-VIS-RAEKKER DELIMITED BY SIZE
                   INTO AUDIT-LOG-RECORD
           ELSE
               STRING WS-PROGRAM-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RUN-START-TIME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-FEED-NAVN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VERDICT DELIMITED BY SIZE
                   " KRAV " DELIMITED BY SIZE
                   FR-KRAV OF FEED-AR(WS-FEED-IX) DELIMITED BY SIZE
                   " RAEKKER " DELIMITED BY SIZE
                   WS-VIS-RAEKKER DELIMITED BY SIZE
                   INTO AUDIT-LOG-RECORD
           END-IF
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

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

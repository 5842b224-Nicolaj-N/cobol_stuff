       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE OUTBOUND-FILE TRANSMISSION REGISTER EVERY PRODUCING
      * PROGRAM APPENDS TO - SEE TRANSMISSIONER.CPY. READ WHOLE AND
      * REWRITTEN WITH TONIGHT'S STATUS CHANGES.
           SELECT TRANSMISSIONER ASSIGN TO "Transmissioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSM-STATUS.
      * THE COUNTERPARTIES' RECEIPTS AND REJECT NOTICES SINCE THE
      * LAST RUN - SEE KVITTERINGER.CPY. OPTIONAL; EMPTIED ONCE
      * TAKEN IN, SAME AS BSINDSIGELSER.TXT.
           SELECT KVITTERINGER ASSIGN TO "Kvitteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KVIT-STATUS.
      * FILES PAST THEIR ACKNOWLEDGEMENT DEADLINE, RECEIPTS THAT
      * MATCH NO FILE, AND FILES REJECTED TONIGHT - ONE LINE EACH,
      * FOR THE MORNING DASHBOARD.
           SELECT TRANSMISSION-AFVIGELSER
               ASSIGN TO "TransmissionAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * EVERY REJECTED FILE STILL WAITING FOR ITS PRODUCING PROGRAM
      * TO BE RERUN, WITH THE PROGRAM NAME AND THE REASON - THE
      * OPERATOR'S LIST FOR A CONTROLLED REGENERATION.
           SELECT TRANSMISSION-GENDANNES
               ASSIGN TO "TransmissionGendannes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSMISSIONER.
       01 TRANSMISSION-REC.
           COPY "TRANSMISSIONER.cpy".
       FD KVITTERINGER.
       01 KVITTERING-REC.
           COPY "KVITTERINGER.cpy".
       FD TRANSMISSION-AFVIGELSER.
       01 TM-AFV-RECORD.
           02  TM-AFV-LINE          PIC X(150) VALUE SPACES.
       FD TRANSMISSION-GENDANNES.
       01 TM-GEN-RECORD.
           02  TM-GEN-LINE          PIC X(150) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "TRANSKVIT".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RECS-AFVIST           PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-TRANSM-STATUS         PIC XX VALUE "00".
       01  WS-KVIT-STATUS           PIC XX VALUE "00".
       01  EOF-TRANSM               PIC X VALUE "N".
       01  EOF-KVIT                 PIC X VALUE "N".
      * THE WHOLE REGISTER, IN FILE ORDER - A LATER ROW IS A LATER
      * REGISTRATION. A REGISTER TOO BIG FOR THE TABLE IS NEVER
      * REWRITTEN, SO NO ROW IS LOST.
       01  TRANSM-AR OCCURS 9999 TIMES.
           COPY "TRANSMISSIONER.cpy".
       01  ANTAL-TRANSM             PIC 9(4) VALUE ZEROES.
       01  WS-TM-IX                 PIC 9(4).
       01  WS-TM-IX2                PIC 9(4).
       01  WS-TM-SLOT               PIC 9(4) VALUE ZEROES.
       01  WS-TM-FULD               PIC X VALUE "N".
      * ONE DEVIATION LINE - SEE SKRIV-AFVIGELSE.
       01  WS-AFVIGELSE             PIC X(40) VALUE SPACES.
       01  WS-AFV-DETALJE           PIC X(60) VALUE SPACES.
       01  WS-AFV-FILNAVN           PIC X(40) VALUE SPACES.
       01  WS-AFV-MODPART           PIC X(10) VALUE SPACES.
       01  WS-VIS-ANTAL             PIC Z(8)9.
       01  WS-VIS-SUM               PIC -(15)9.99.
       01  WS-VIS-DAGE              PIC Z9.
      * DEADLINE ARITHMETIC IN DAY NUMBERS.
       01  WS-DAGNR-IDAG            PIC 9(9) VALUE ZEROES.
       01  WS-DAGNR-FRIST           PIC 9(9) VALUE ZEROES.
       01  WS-DATO-8                PIC 9(8) VALUE ZEROES.
       01  WS-ANTAL-KVITTERET       PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-AFVIST          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-FORFALDNE       PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-GENDANNES       PIC 9(5) VALUE ZEROES.
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

      * TAKES IN THE NIGHT'S COUNTERPARTY RECEIPTS AND REJECT
      * NOTICES AGAINST THE TRANSMISSION REGISTER: A RECEIPT WHOSE
      * COUNT AND SUM AGREE WITH THE FILE'S CONTROL TOTALS CLOSES
      * THE FILE AS KVITTERET; A REJECT, OR A RECEIPT THAT DISAGREES,
      * MARKS IT AFVIST. EVERY REJECTED FILE IS THEN HELD AS
      * GENDANNES ON THE REGENERATION LIST UNTIL ITS PRODUCING
      * PROGRAM HAS REGISTERED A NEW VERSION, AND EVERY FILE STILL
      * UNACKNOWLEDGED PAST ITS DEADLINE GOES ON THE DASHBOARD.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-TRANSMISSIONER
           IF WS-TM-FULD = "Y"
               DISPLAY "TRANSKVIT: TRANSMISSIONER.TXT HAR MERE END "
                   "9999 RAEKKER - INTET AENDRET"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSMISSION-AFVIGELSER
           PERFORM LAES-KVITTERINGER
           PERFORM VARYING WS-TM-IX FROM 1 BY 1
                   UNTIL WS-TM-IX > ANTAL-TRANSM
               PERFORM VURDER-TRANSMISSION
                   THRU VURDER-TRANSMISSION-EXIT
           END-PERFORM
           CLOSE TRANSMISSION-AFVIGELSER
           PERFORM SKRIV-GENDANNES
           PERFORM GEM-TRANSMISSIONER
           DISPLAY "TRANSKVIT: " WS-ANTAL-KVITTERET " KVITTERET, "
               WS-ANTAL-AFVIST " AFVIST, "
               WS-ANTAL-FORFALDNE " OVER FRISTEN, "
               WS-ANTAL-GENDANNES " TIL GENDANNELSE"
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
           COMPUTE WS-DAGNR-IDAG =
               FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE).

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

       LOAD-TRANSMISSIONER.
           OPEN INPUT TRANSMISSIONER
           IF WS-TRANSM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-TRANSM = "Y"
                   READ TRANSMISSIONER
                       AT END
                           MOVE "Y" TO EOF-TRANSM
                       NOT AT END
                           IF TM-FILNAVN OF TRANSMISSION-REC
                                   NOT = SPACES
                               IF ANTAL-TRANSM < 9999
                                   ADD 1 TO ANTAL-TRANSM
                                   MOVE TRANSMISSION-REC
                                       TO TRANSM-AR(ANTAL-TRANSM)
                               ELSE
                                   MOVE "Y" TO WS-TM-FULD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSMISSIONER
           END-IF.

      * EVERY RECEIPT IS MATCHED AND THE FILE IS EMPTIED - WHAT
      * COULD NOT BE MATCHED IS ON THE DEVIATION LIST, NOT LEFT
      * BEHIND TO BE MATCHED WRONGLY TOMORROW.
       LAES-KVITTERINGER.
           OPEN INPUT KVITTERINGER
           IF WS-KVIT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KVIT = "Y"
                   READ KVITTERINGER
                       AT END
                           MOVE "Y" TO EOF-KVIT
                       NOT AT END
                           IF KV-FILNAVN OF KVITTERING-REC
                                   NOT = SPACES
                               ADD 1 TO WS-RECS-IN
                               PERFORM BEHANDL-KVITTERING
                                   THRU BEHANDL-KVITTERING-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KVITTERINGER
               OPEN OUTPUT KVITTERINGER
               CLOSE KVITTERINGER
           END-IF.

      * ONE RECEIPT OR REJECT. IT BELONGS TO AN OPEN (DANNET) FILE
      * OF THE SAME NAME FOR THE SAME COUNTERPARTY - THE ONE WHOSE
      * CONTROL TOTALS IT CARRIES IF THERE IS ONE, OTHERWISE THE
      * OLDEST, SINCE THAT IS THE ONE THE COUNTERPARTY HAS HAD
      * LONGEST.
       BEHANDL-KVITTERING.
           MOVE KV-FILNAVN OF KVITTERING-REC TO WS-AFV-FILNAVN
           MOVE KV-MODPART OF KVITTERING-REC TO WS-AFV-MODPART
           MOVE ZEROES TO WS-TM-SLOT
           PERFORM VARYING WS-TM-IX FROM 1 BY 1
                   UNTIL WS-TM-IX > ANTAL-TRANSM
               IF TM-FILNAVN OF TRANSM-AR(WS-TM-IX)
                       = KV-FILNAVN OF KVITTERING-REC
                   AND TM-MODPART OF TRANSM-AR(WS-TM-IX)
                       = KV-MODPART OF KVITTERING-REC
                   AND TM-STATUS OF TRANSM-AR(WS-TM-IX) = "DANNET"
                   IF WS-TM-SLOT = ZEROES
                       MOVE WS-TM-IX TO WS-TM-SLOT
                   ELSE
                       IF TM-ANTAL OF TRANSM-AR(WS-TM-IX)
                               = KV-ANTAL OF KVITTERING-REC
                           AND TM-SUM OF TRANSM-AR(WS-TM-IX)
                               = KV-SUM OF KVITTERING-REC
                           AND (TM-ANTAL OF TRANSM-AR(WS-TM-SLOT)
                                   NOT = KV-ANTAL OF KVITTERING-REC
                               OR TM-SUM OF TRANSM-AR(WS-TM-SLOT)
                                   NOT = KV-SUM OF KVITTERING-REC)
                           MOVE WS-TM-IX TO WS-TM-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TM-SLOT = ZEROES
               ADD 1 TO WS-RECS-AFVIST
               MOVE "KVITTERING UDEN AABEN TRANSMISSION"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING KV-TYPE OF KVITTERING-REC DELIMITED BY SPACE
                   " REF " DELIMITED BY SIZE
                   KV-REFERENCE OF KVITTERING-REC DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-KVITTERING-EXIT
           END-IF

           MOVE KV-REFERENCE OF KVITTERING-REC
               TO TM-KVIT-REF OF TRANSM-AR(WS-TM-SLOT)
           MOVE WS-DAGS-DATO TO TM-STATUS-DATO OF TRANSM-AR(WS-TM-SLOT)
           IF KV-TYPE OF KVITTERING-REC = "AFVIS"
               MOVE "AFVIST" TO TM-STATUS OF TRANSM-AR(WS-TM-SLOT)
               MOVE KV-AARSAG OF KVITTERING-REC
                   TO TM-AARSAG OF TRANSM-AR(WS-TM-SLOT)
               ADD 1 TO WS-ANTAL-AFVIST
               GO TO BEHANDL-KVITTERING-EXIT
           END-IF
           IF TM-ANTAL OF TRANSM-AR(WS-TM-SLOT)
                   NOT = KV-ANTAL OF KVITTERING-REC
               OR TM-SUM OF TRANSM-AR(WS-TM-SLOT)
                   NOT = KV-SUM OF KVITTERING-REC
               MOVE "AFVIST" TO TM-STATUS OF TRANSM-AR(WS-TM-SLOT)
               MOVE "KONTROLTAL AFVIGER FRA KVITTERINGEN"
                   TO TM-AARSAG OF TRANSM-AR(WS-TM-SLOT)
               ADD 1 TO WS-ANTAL-AFVIST
               GO TO BEHANDL-KVITTERING-EXIT
           END-IF
           MOVE "KVITTERET" TO TM-STATUS OF TRANSM-AR(WS-TM-SLOT)
           ADD 1 TO WS-ANTAL-KVITTERET.

       BEHANDL-KVITTERING-EXIT.
           EXIT.

      * ONE REGISTER ROW AFTER THE RECEIPTS ARE IN: AN OPEN FILE
      * PAST ITS DEADLINE IS LISTED; A REJECTED FILE IS HELD FOR
      * REGENERATION UNTIL A NEWER REGISTRATION OF THE SAME FILE FOR
      * THE SAME COUNTERPARTY - MADE ON OR AFTER THE DAY OF THE
      * REJECTION - REPLACES IT.
       VURDER-TRANSMISSION.
           MOVE TM-FILNAVN OF TRANSM-AR(WS-TM-IX) TO WS-AFV-FILNAVN
           MOVE TM-MODPART OF TRANSM-AR(WS-TM-IX) TO WS-AFV-MODPART
           IF TM-STATUS OF TRANSM-AR(WS-TM-IX) = "DANNET"
               COMPUTE WS-DAGNR-FRIST = FUNCTION INTEGER-OF-DATE
                   (TM-DANNET-DATO OF TRANSM-AR(WS-TM-IX))
                   + TM-FRIST-DAGE OF TRANSM-AR(WS-TM-IX)
               IF WS-DAGNR-IDAG > WS-DAGNR-FRIST
                   ADD 1 TO WS-ANTAL-FORFALDNE
                   MOVE "IKKE KVITTERET - FRISTEN ER OVERSKREDET"
                       TO WS-AFVIGELSE
                   MOVE TM-FRIST-DAGE OF TRANSM-AR(WS-TM-IX)
                       TO WS-VIS-DAGE
                   MOVE SPACES TO WS-AFV-DETALJE
                   STRING "DANNET " DELIMITED BY SIZE
                       TM-DANNET-DATO OF TRANSM-AR(WS-TM-IX)
                       DELIMITED BY SIZE
                       " FRIST " DELIMITED BY SIZE
                       WS-VIS-DAGE DELIMITED BY SIZE
                       " DAGE" DELIMITED BY SIZE
                       INTO WS-AFV-DETALJE
                   PERFORM SKRIV-AFVIGELSE
               END-IF
               GO TO VURDER-TRANSMISSION-EXIT
           END-IF
           IF TM-STATUS OF TRANSM-AR(WS-TM-IX) NOT = "AFVIST"
               AND TM-STATUS OF TRANSM-AR(WS-TM-IX) NOT = "GENDANNES"
               GO TO VURDER-TRANSMISSION-EXIT
           END-IF

           IF TM-STATUS OF TRANSM-AR(WS-TM-IX) = "AFVIST"
               MOVE "AFVIST AF MODPARTEN - SKAL GENDANNES"
                   TO WS-AFVIGELSE
               MOVE TM-AARSAG OF TRANSM-AR(WS-TM-IX) TO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               MOVE "GENDANNES" TO TM-STATUS OF TRANSM-AR(WS-TM-IX)
           END-IF

           MOVE TM-STATUS-DATO OF TRANSM-AR(WS-TM-IX)(1:4)
               TO WS-DATO-8(1:4)
           MOVE TM-STATUS-DATO OF TRANSM-AR(WS-TM-IX)(6:2)
               TO WS-DATO-8(5:2)
           MOVE TM-STATUS-DATO OF TRANSM-AR(WS-TM-IX)(9:2)
               TO WS-DATO-8(7:2)
           PERFORM VARYING WS-TM-IX2 FROM WS-TM-IX BY 1
                   UNTIL WS-TM-IX2 > ANTAL-TRANSM
               IF WS-TM-IX2 > WS-TM-IX
                   AND TM-FILNAVN OF TRANSM-AR(WS-TM-IX2)
                       = TM-FILNAVN OF TRANSM-AR(WS-TM-IX)
                   AND TM-MODPART OF TRANSM-AR(WS-TM-IX2)
                       = TM-MODPART OF TRANSM-AR(WS-TM-IX)
                   AND TM-DANNET-DATO OF TRANSM-AR(WS-TM-IX2)
                       >= WS-DATO-8
                   MOVE "ERSTATTET" TO TM-STATUS OF TRANSM-AR(WS-TM-IX)
                   MOVE WS-DAGS-DATO
                       TO TM-STATUS-DATO OF TRANSM-AR(WS-TM-IX)
               END-IF
           END-PERFORM.

       VURDER-TRANSMISSION-EXIT.
           EXIT.

      * CALLER SETS WS-AFVIGELSE, WS-AFV-FILNAVN, WS-AFV-MODPART AND
      * WS-AFV-DETALJE FIRST.
       SKRIV-AFVIGELSE.
           MOVE SPACES TO TM-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-AFV-FILNAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-MODPART DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-DETALJE DELIMITED BY SIZE
               INTO TM-AFV-RECORD
           WRITE TM-AFV-RECORD
           ADD 1 TO WS-RECS-OUT.

      * THE REGENERATION LIST - EVERY FILE STILL GENDANNES, WITH THE
      * PROGRAM TO RERUN, ITS CONTROL TOTALS AND THE REASON. THE
      * RERUN REGISTERS THE NEW VERSION AND THE NEXT RUN HERE
      * TAKES THE OLD ONE OFF THE LIST AS ERSTATTET.
       SKRIV-GENDANNES.
           OPEN OUTPUT TRANSMISSION-GENDANNES
           PERFORM VARYING WS-TM-IX FROM 1 BY 1
                   UNTIL WS-TM-IX > ANTAL-TRANSM
               IF TM-STATUS OF TRANSM-AR(WS-TM-IX) = "GENDANNES"
                   ADD 1 TO WS-ANTAL-GENDANNES
                   MOVE TM-ANTAL OF TRANSM-AR(WS-TM-IX) TO WS-VIS-ANTAL
                   MOVE TM-SUM OF TRANSM-AR(WS-TM-IX) TO WS-VIS-SUM
                   MOVE SPACES TO TM-GEN-RECORD
                   STRING "GENKOER " DELIMITED BY SIZE
                       TM-PROGRAM OF TRANSM-AR(WS-TM-IX)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TM-FILNAVN OF TRANSM-AR(WS-TM-IX)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TM-MODPART OF TRANSM-AR(WS-TM-IX)
                       DELIMITED BY SIZE
                       " DANNET " DELIMITED BY SIZE
                       TM-DANNET-DATO OF TRANSM-AR(WS-TM-IX)
                       DELIMITED BY SIZE
                       " ANTAL " DELIMITED BY SIZE
                       WS-VIS-ANTAL DELIMITED BY SIZE
                       " SUM " DELIMITED BY SIZE
                       WS-VIS-SUM DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       TM-AARSAG OF TRANSM-AR(WS-TM-IX)
                       DELIMITED BY SIZE
                       INTO TM-GEN-RECORD
                   WRITE TM-GEN-RECORD
               END-IF
           END-PERFORM
           CLOSE TRANSMISSION-GENDANNES.

       GEM-TRANSMISSIONER.
           OPEN OUTPUT TRANSMISSIONER
           PERFORM VARYING WS-TM-IX FROM 1 BY 1
                   UNTIL WS-TM-IX > ANTAL-TRANSM
               MOVE TRANSM-AR(WS-TM-IX) TO TRANSMISSION-REC
               WRITE TRANSMISSION-REC
           END-PERFORM
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

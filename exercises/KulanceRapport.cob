       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE GOODWILL REGISTER BETALINGSINDTASTNING KEEPS - READ-ONLY
      * HERE. SEE KULANCER.CPY.
           SELECT KULANCER ASSIGN TO "Kulancer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KU-STATUS.
      * THE CALENDAR STEP'S MONTH-END SWITCH - SAME GATE AS
      * LEGITIMATIONKONTROL. SEE KONTROLLER-ULTIMO.
           SELECT MAANED-ULTIMO ASSIGN TO "MaanedUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * THE MONTH'S GOODWILL PER OPERATOR, PER BRANCH AND PER
      * REASON. REBUILT EVERY RUN.
           SELECT KULANCE-RAPPORT ASSIGN TO "KulanceRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KULANCER.
       01 KULANCE-REC.
           COPY "KULANCER.cpy".
       FD MAANED-ULTIMO.
       01 ULTIMO-RECORD.
           02  MU-SVAR              PIC X.
           02  MU-DATO              PIC X(10).
       FD KULANCE-RAPPORT.
       01 RAPPORT-RECORD.
           02  RAPPORT-LINE         PIC X(132) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "KULANCERAP".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
      * THE MONTH REPORTED ON, YYYY-MM - THE RUN DATE'S OWN MONTH,
      * SINCE THE STEP ONLY RUNS ON ITS LAST BANKING DAY.
       01  WS-MAANED                PIC X(7) VALUE SPACES.
       01  WS-KU-STATUS             PIC XX VALUE "00".
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  EOF-KU                   PIC X VALUE "N".
      * ONE BUCKET PER GROUPING, KEY AND CURRENCY - RT-GRUPPE IS
      * O (OPERATOR WHO KEYED IT), R (REG-NR), A (AARSAG) OR T (THE
      * MONTH'S TOTAL). KEPT IN FIRST-SEEN ORDER.
       01  RAPPORT-AR OCCURS 500 TIMES.
           02  RT-GRUPPE            PIC X VALUE SPACES.
           02  RT-NOEGLE            PIC X(10) VALUE SPACES.
           02  RT-VALUTA            PIC X(3) VALUE SPACES.
           02  RT-ANTAL             PIC 9(5) VALUE ZEROES.
           02  RT-BELOB             PIC 9(11)V99 VALUE ZEROES.
       01  ANTAL-RAPPORT            PIC 9(4) VALUE ZEROES.
       01  WS-RT-IX                 PIC 9(4).
       01  WS-RT-SLOT               PIC 9(4) VALUE ZEROES.
       01  WS-RT-GRUPPE             PIC X VALUE SPACES.
       01  WS-RT-NOEGLE             PIC X(10) VALUE SPACES.
       01  WS-AFSNIT-TITEL          PIC X(40) VALUE SPACES.
       01  WS-ANTAL-TEXT            PIC ZZZZ9.
       01  WS-BELOB-TEXT            PIC Z(10)9.99.
       01  WS-ANTAL-VENTER          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-AFVIST          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-BOGFOERT        PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-UDEN-SAG        PIC 9(5) VALUE ZEROES.

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

      * AT MONTH-END, TOTALS THE GOODWILL REFUNDS BOOKED IN THE
      * MONTH - COUNT AND AMOUNT PER CURRENCY - BY THE OPERATOR WHO
      * KEYED THEM, BY BRANCH AND BY REASON, SO MANAGEMENT SEES WHO
      * GIVES WHAT AWAY AND WHY. REFUNDS STILL WAITING FOR APPROVAL
      * AND THE MONTH'S REJECTED ONES ARE COUNTED ALONGSIDE.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           IF WS-ER-ULTIMO = "N"
               DISPLAY "KULANCERAP: IKKE MAANEDSULTIMO - INGEN "
                   "KULANCERAPPORT I NAT"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           MOVE WS-DAGS-DATO(1:7) TO WS-MAANED
           OPEN INPUT KULANCER
           IF WS-KU-STATUS NOT = "35"
               PERFORM UNTIL EOF-KU = "Y"
                   READ KULANCER
                       AT END
                           MOVE "Y" TO EOF-KU
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           PERFORM VURDER-KULANCE
                   END-READ
               END-PERFORM
               CLOSE KULANCER
           END-IF
           OPEN OUTPUT KULANCE-RAPPORT
           PERFORM SKRIV-RAPPORT
           CLOSE KULANCE-RAPPORT
           DISPLAY "KULANCERAP: " WS-ANTAL-BOGFOERT
               " KULANCER BOGFOERT I " WS-MAANED
               " - SE KULANCERAPPORT.TXT"
           DISPLAY "KULANCERAP: " WS-ANTAL-VENTER
               " KULANCER VENTER PAA GODKENDELSE"
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2).

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

      * SAME SWITCH AS LEGITIMATIONKONTROL - "J" DATED TODAY MEANS
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

      * ONE REGISTER ROW. A REFUND BOOKED THIS MONTH GOES INTO ALL
      * FOUR GROUPINGS; ONE STILL VENTER IS COUNTED WHATEVER ITS
      * DATE, ONE AFVIST ONLY WHEN IT WAS KEYED THIS MONTH.
       VURDER-KULANCE.
           IF KU-STATUS OF KULANCE-REC = "VENTER"
               ADD 1 TO WS-ANTAL-VENTER
           END-IF
           IF KU-STATUS OF KULANCE-REC = "AFVIST"
               AND KU-INDTASTET-TID OF KULANCE-REC(1:7) = WS-MAANED
               ADD 1 TO WS-ANTAL-AFVIST
           END-IF
           IF KU-STATUS OF KULANCE-REC = "BOGFOERT"
               AND KU-BOGFOERT-DATO OF KULANCE-REC(1:7) = WS-MAANED
               ADD 1 TO WS-ANTAL-BOGFOERT
               IF KU-KLAGE-SAGSNR OF KULANCE-REC = SPACES
                   ADD 1 TO WS-ANTAL-UDEN-SAG
               END-IF
               MOVE "O" TO WS-RT-GRUPPE
               MOVE KU-INDTASTET-AF OF KULANCE-REC TO WS-RT-NOEGLE
               PERFORM OPSAML-KULANCE
               MOVE "R" TO WS-RT-GRUPPE
               MOVE KU-REG-NR OF KULANCE-REC TO WS-RT-NOEGLE
               PERFORM OPSAML-KULANCE
               MOVE "A" TO WS-RT-GRUPPE
               MOVE KU-AARSAG OF KULANCE-REC TO WS-RT-NOEGLE
               PERFORM OPSAML-KULANCE
               MOVE "T" TO WS-RT-GRUPPE
               MOVE "I ALT" TO WS-RT-NOEGLE
               PERFORM OPSAML-KULANCE
           END-IF.

      * ADDS THE ROW TO THE BUCKET FOR WS-RT-GRUPPE/WS-RT-NOEGLE AND
      * ITS CURRENCY, OPENING THE BUCKET ON FIRST SIGHT.
       OPSAML-KULANCE.
           MOVE ZEROES TO WS-RT-SLOT
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > ANTAL-RAPPORT
               IF RT-GRUPPE(WS-RT-IX) = WS-RT-GRUPPE
                   AND RT-NOEGLE(WS-RT-IX) = WS-RT-NOEGLE
                   AND RT-VALUTA(WS-RT-IX) = KU-VALUTA OF KULANCE-REC
                   MOVE WS-RT-IX TO WS-RT-SLOT
               END-IF
           END-PERFORM
           IF WS-RT-SLOT = ZEROES
               ADD 1 TO ANTAL-RAPPORT
               MOVE ANTAL-RAPPORT TO WS-RT-SLOT
               MOVE WS-RT-GRUPPE TO RT-GRUPPE(WS-RT-SLOT)
               MOVE WS-RT-NOEGLE TO RT-NOEGLE(WS-RT-SLOT)
               MOVE KU-VALUTA OF KULANCE-REC TO RT-VALUTA(WS-RT-SLOT)
           END-IF
           ADD 1 TO RT-ANTAL(WS-RT-SLOT)
           ADD KU-BELOB OF KULANCE-REC TO RT-BELOB(WS-RT-SLOT).

       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORT-RECORD
           STRING "KULANCERAPPORT FOR " DELIMITED BY SIZE
               WS-MAANED DELIMITED BY SIZE
               "   DANNET " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO RAPPORT-LINE
           WRITE RAPPORT-RECORD
           MOVE "O" TO WS-RT-GRUPPE
           MOVE "PR. OPERATOER (INDTASTET AF)" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT
           MOVE "R" TO WS-RT-GRUPPE
           MOVE "PR. FILIAL (REG-NR)" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT
           MOVE "A" TO WS-RT-GRUPPE
           MOVE "PR. AARSAG" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT
           MOVE "T" TO WS-RT-GRUPPE
           MOVE "MAANEDEN I ALT" TO WS-AFSNIT-TITEL
           PERFORM SKRIV-AFSNIT
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE WS-ANTAL-UDEN-SAG TO WS-ANTAL-TEXT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "BOGFOERT UDEN KLAGESAG:     " DELIMITED BY SIZE
               WS-ANTAL-TEXT DELIMITED BY SIZE
               INTO RAPPORT-LINE
           WRITE RAPPORT-RECORD
           MOVE WS-ANTAL-AFVIST TO WS-ANTAL-TEXT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "AFVIST I MAANEDEN:          " DELIMITED BY SIZE
               WS-ANTAL-TEXT DELIMITED BY SIZE
               INTO RAPPORT-LINE
           WRITE RAPPORT-RECORD
           MOVE WS-ANTAL-VENTER TO WS-ANTAL-TEXT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "VENTER PAA GODKENDELSE:     " DELIMITED BY SIZE
               WS-ANTAL-TEXT DELIMITED BY SIZE
               INTO RAPPORT-LINE
           WRITE RAPPORT-RECORD.

      * ONE SECTION - A TITLE AND A LINE PER BUCKET OF WS-RT-GRUPPE.
       SKRIV-AFSNIT.
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-AFSNIT-TITEL TO RAPPORT-LINE
           WRITE RAPPORT-RECORD
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > ANTAL-RAPPORT
               IF RT-GRUPPE(WS-RT-IX) = WS-RT-GRUPPE
                   MOVE RT-ANTAL(WS-RT-IX) TO WS-ANTAL-TEXT
                   MOVE RT-BELOB(WS-RT-IX) TO WS-BELOB-TEXT
                   MOVE SPACES TO RAPPORT-RECORD
                   STRING "  " DELIMITED BY SIZE
                       RT-NOEGLE(WS-RT-IX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       RT-VALUTA(WS-RT-IX) DELIMITED BY SIZE
                       "  ANTAL " DELIMITED BY SIZE
                       WS-ANTAL-TEXT DELIMITED BY SIZE
                       "  BELOEB " DELIMITED BY SIZE
                       WS-BELOB-TEXT DELIMITED BY SIZE
                       INTO RAPPORT-LINE
                   WRITE RAPPORT-RECORD
                   ADD 1 TO WS-RECS-OUT
               END-IF
           END-PERFORM.

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

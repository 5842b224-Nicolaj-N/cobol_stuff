           SELECT ORDRE-AFVIGELSER
               ASSIGN TO "StaaendeOrdreAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PAYMENT LIMITS PER CUSTOMER AND CHANNEL, AND THE DAY'S
      * RUNNING TOTAL THEY ARE MEASURED AGAINST - SEE VURDER-GRAENSE.
      * BOTH OPTIONAL: NO REGISTER MEANS NO CEILINGS.
           SELECT BETALINGSGRAENSER ASSIGN TO "BetalingsGraenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BG-STATUS.
           SELECT BETALINGS-FORBRUG ASSIGN TO "BetalingsForbrug.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BF-STATUS.
      * AN ORDER OVER ITS CUSTOMER'S NETBANK LIMIT IS NOT POSTED -
      * IT IS HANDED TO THE MAKER/CHECKER QUEUE AS A VENTER ROW KEYED
      * BY "BAT", FOR A LEVEL-3 OPERATOR TO RELEASE IN
      * BETALINGSINDTASTNING.
           SELECT VENTENDE-BETALINGER
               ASSIGN TO "VentendeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENT-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDRE-AFVIGELSER.
       01 ORDRE-AFV-RECORD.
           02  ORDRE-AFV-LINE       PIC X(100) VALUE SPACES.
       FD BETALINGSGRAENSER.
       01 GRAENSE-REC.
           COPY "BETALINGSGRAENSER.cpy".
       FD BETALINGS-FORBRUG.
       01 FORBRUG-REC.
           COPY "BETALINGSFORBRUG.cpy".
       FD VENTENDE-BETALINGER.
       01 VENT-REC.
           COPY "VENTENDEBETALINGER.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-ORDRE-BELOB           PIC S9(9)V99 VALUE ZEROES.
       01  WS-ORDRE-BELOB-TEXT      PIC -(9)9.99.
       01  WS-ORDRE-AFV-TEKST       PIC X(50) VALUE SPACES.
       01  WS-VENT-STATUS           PIC XX VALUE "00".
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
      * TODAY'S RUNNING TOTAL PER CUSTOMER AND CHANNEL, FROM
      * BETALINGSFORBRUG.TXT AND KEPT UP AS THIS RUN LETS PAYMENTS
      * THROUGH.
       01  FORBRUG-AR OCCURS 999 TIMES.
           02  FO-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  FO-KANAL             PIC X(7) VALUE SPACES.
           02  FO-BELOB             PIC 9(13)V99 VALUE ZEROES.
       01  ANTAL-FORBRUG            PIC 9(4) VALUE ZEROES.
       01  WS-FO-IX                 PIC 9(4).
       01  WS-FO-SLOT               PIC 9(4) VALUE ZEROES.
       01  WS-GR-KUNDE-ID           PIC X(10) VALUE SPACES.
       01  WS-GR-KANAL              PIC X(7) VALUE SPACES.
       01  WS-GR-BELOB              PIC 9(11)V99 VALUE ZEROES.
       01  WS-GR-PR-BETALING        PIC 9(9)V99 VALUE ZEROES.
       01  WS-GR-PR-DAG             PIC 9(11)V99 VALUE ZEROES.
       01  WS-GR-OVER               PIC X VALUE "N".
       01  WS-GR-TEKST              PIC X(20) VALUE SPACES.
      * DUE-DATE ADVANCE WORK FIELDS - SEE BEREGN-NAESTE-DATO. A
      * WEEKLY ORDER MOVES 7 DAYS VIA THE SAME INTEGER-DAY-NUMBER
      * TRICK OPGAVE11'S GAP CHECK USES; A MONTHLY ORDER MOVES THE
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-DATO-HELTAL           PIC S9(9) VALUE ZEROES.

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
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-KONTOOPLYSNINGER
           PERFORM LOAD-REG-NR-TABEL
           PERFORM LOAD-GRAENSER
           PERFORM LOAD-FORBRUG
           MOVE WS-DAGS-DATO TO WS-TIDSPUNKT(1:10)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-RUN-START-TIME(1:2) TO WS-TIDSPUNKT(12:2)

           OPEN OUTPUT ORDRE-AFVIGELSER
           OPEN EXTEND TRANSAKTIONER
           OPEN EXTEND BETALINGS-FORBRUG
           IF WS-BF-STATUS = "35"
               OPEN OUTPUT BETALINGS-FORBRUG
           END-IF
           OPEN EXTEND VENTENDE-BETALINGER
           IF WS-VENT-STATUS = "35"
               OPEN OUTPUT VENTENDE-BETALINGER
           END-IF
           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > ANTAL-ORDRER
               ADD 1 TO WS-RECS-IN
                   PERFORM POSTER-ORDRE THRU POSTER-ORDRE-EXIT
               END-IF
           END-PERFORM
           CLOSE VENTENDE-BETALINGER
           CLOSE BETALINGS-FORBRUG
           CLOSE TRANSAKTIONER
           CLOSE ORDRE-AFVIGELSER
           PERFORM SKRIV-ORDRER-RETUR
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

      * POSTS ONE DUE ORDER - JOINS THE ORDER'S KONTO-ID TO ITS
      * ACCOUNT, OWNING CUSTOMER AND REG-NR, WRITES THE TRANSACTION,
      * AND ADVANCES THE ORDER'S DUE DATE. GO TO POSTER-ORDRE-EXIT ON
      * THE SAME "CAN'T POST THIS ONE" EXITS BEREGN-RENTE USES. AN
      * ORDER OVER THE CUSTOMER'S NETBANK LIMIT IS PARKED FOR
      * APPROVAL INSTEAD OF POSTED; ITS DUE DATE STILL ADVANCES, AS
      * THIS PERIOD'S PAYMENT NOW LIVES ON THE QUEUE. AN ORDER ON AN
      * ACCOUNT FROZEN UNDER AN INSOLVENCY DECREE IS SUSPENDED: THE
      * PERIOD IS SKIPPED AND LISTED, NOT POSTED - THE TRUSTEE
      * DECIDES WHAT IS PAID FROM THE ESTATE.
       POSTER-ORDRE.
           MOVE "N" TO WS-KONTO-FOUND
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
               PERFORM SKRIV-ORDRE-AFVIGELSE
               GO TO POSTER-ORDRE-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-AR(WS-KONTO-MATCH-IX) = "INSOLV"
               MOVE "SUSPENDERET - KONTO UNDER INSOLVENSSAG"
                   TO WS-ORDRE-AFV-TEKST
               PERFORM SKRIV-ORDRE-AFVIGELSE
               PERFORM BEREGN-NAESTE-DATO
               GO TO POSTER-ORDRE-EXIT
           END-IF

           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
               GO TO POSTER-ORDRE-EXIT
           END-IF

           MOVE KONTOOPL-KUNDE-ID OF KONTOOPL-AR(WS-KONTO-MATCH-IX)
               TO WS-GR-KUNDE-ID
           MOVE "NETBANK" TO WS-GR-KANAL
           MOVE SO-BELOB OF ORDRE-AR(WS-ORDRE-IX) TO WS-GR-BELOB
           PERFORM VURDER-GRAENSE
           IF WS-GR-OVER = "Y"
               PERFORM PARKER-ORDRE
               MOVE SPACES TO WS-ORDRE-AFV-TEKST
               STRING "PARKERET - OVER " DELIMITED BY SIZE
                   WS-GR-TEKST DELIMITED BY "  "
                   INTO WS-ORDRE-AFV-TEKST
               PERFORM SKRIV-ORDRE-AFVIGELSE
           ELSE
               PERFORM SKRIV-ORDRE-TRANSAKTION
               PERFORM NOTER-FORBRUG
           END-IF
           PERFORM BEREGN-NAESTE-DATO.

       POSTER-ORDRE-EXIT.
           WRITE TRANSAKTION-REC
           ADD 1 TO WS-RECS-OUT.

      * THE ORDER AS A VENTER ROW ON THE MAKER/CHECKER QUEUE, MARKED
      * OVER-LIMIT - ON RELEASE BETALINGSINDTASTNING POSTS IT WITH
      * THE SAME TYPE, AMOUNT AND RECEIVER THIS RUN WOULD HAVE.
       PARKER-ORDRE.
           MOVE SPACES TO VENT-REC
           MOVE SO-KONTO-ID OF ORDRE-AR(WS-ORDRE-IX)
               TO VB-KONTO-ID OF VENT-REC
           MOVE KRA-REG-NR(WS-REG-MATCH-IX) TO VB-REG-NR OF VENT-REC
           MOVE "STAAENDE ORDRE" TO VB-TYPE OF VENT-REC
           COMPUTE VB-BELOB OF VENT-REC =
               0 - SO-BELOB OF ORDRE-AR(WS-ORDRE-IX)
           MOVE SO-VALUTA OF ORDRE-AR(WS-ORDRE-IX)
               TO VB-VALUTA OF VENT-REC
           MOVE SO-MODTAGER-REG-NR OF ORDRE-AR(WS-ORDRE-IX)
               TO VB-MODTAGER-REG-NR OF VENT-REC
           MOVE SO-MODTAGER-KONTO OF ORDRE-AR(WS-ORDRE-IX)
               TO VB-MODTAGER-KONTO OF VENT-REC
           MOVE "BAT" TO VB-INDTASTET-AF OF VENT-REC
           MOVE WS-TIDSPUNKT TO VB-INDTASTET-TID OF VENT-REC
           MOVE "VENTER" TO VB-STATUS OF VENT-REC
           MOVE ZEROES TO VB-KASSE-NR OF VENT-REC
           MOVE ZEROES TO VB-TRAEKKER-REG-NR OF VENT-REC
           STRING "STAAENDE ORDRE TIL " DELIMITED BY SIZE
               SO-MODTAGER-NAVN OF ORDRE-AR(WS-ORDRE-IX)
               DELIMITED BY SIZE
               INTO VB-TEKST OF VENT-REC
           MOVE WS-GR-KANAL TO VB-GRAENSE-KANAL OF VENT-REC
           MOVE "J" TO VB-OVER-GRAENSE OF VENT-REC
           WRITE VENT-REC.

      * THE REGISTER, LOADED ONCE - SEE BETALINGSGRAENSER.CPY.
       LOAD-GRAENSER.
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

      * TODAY'S ROWS OF BETALINGSFORBRUG.TXT SUMMED PER CUSTOMER AND
      * CHANNEL - EVERYTHING THE COUNTERS, THE BULK INTAKE AND THE
      * EARLIER NIGHTLY RUNS HAVE ALREADY LET THROUGH TODAY.
       LOAD-FORBRUG.
           OPEN INPUT BETALINGS-FORBRUG
           IF WS-BF-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BF = "Y"
                   READ BETALINGS-FORBRUG
                       AT END
                           MOVE "Y" TO EOF-BF
                       NOT AT END
                           IF BF-DATO OF FORBRUG-REC = WS-DAGS-DATO
                               MOVE BF-KUNDE-ID OF FORBRUG-REC
                                   TO WS-GR-KUNDE-ID
                               MOVE BF-KANAL OF FORBRUG-REC
                                   TO WS-GR-KANAL
                               PERFORM FIND-FORBRUG
                               ADD BF-BELOB OF FORBRUG-REC
                                   TO FO-BELOB(WS-FO-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BETALINGS-FORBRUG
           END-IF.

      * THE FORBRUG-AR SLOT FOR WS-GR-KUNDE-ID/WS-GR-KANAL, OPENED
      * AT ZERO IF THE PAIR HAS SPENT NOTHING YET TODAY.
       FIND-FORBRUG.
           MOVE ZEROES TO WS-FO-SLOT
           PERFORM VARYING WS-FO-IX FROM 1 BY 1
                   UNTIL WS-FO-IX > ANTAL-FORBRUG
               IF FO-KUNDE-ID(WS-FO-IX) = WS-GR-KUNDE-ID
                   AND FO-KANAL(WS-FO-IX) = WS-GR-KANAL
                   MOVE WS-FO-IX TO WS-FO-SLOT
               END-IF
           END-PERFORM
           IF WS-FO-SLOT = ZEROES
               ADD 1 TO ANTAL-FORBRUG
               MOVE WS-GR-KUNDE-ID TO FO-KUNDE-ID(ANTAL-FORBRUG)
               MOVE WS-GR-KANAL TO FO-KANAL(ANTAL-FORBRUG)
               MOVE ZEROES TO FO-BELOB(ANTAL-FORBRUG)
               MOVE ANTAL-FORBRUG TO WS-FO-SLOT
           END-IF.

      * THE CUSTOMER'S CEILINGS FOR WS-GR-KANAL - THE BANK-WIDE
      * DEFAULT ROW FIRST, THEN ANY NON-ZERO FIELD ON THE CUSTOMER'S
      * OWN ROW OVER IT - AND THE DAY'S TOTAL SO FAR. A ZERO CEILING
      * IS NO CEILING. SAME RULE AS BETALINGSINDTASTNING.
       VURDER-GRAENSE.
           MOVE "N" TO WS-GR-OVER
           MOVE SPACES TO WS-GR-TEKST
           MOVE ZEROES TO WS-GR-PR-BETALING
           MOVE ZEROES TO WS-GR-PR-DAG
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
           PERFORM FIND-FORBRUG
           IF WS-GR-OVER = "N" AND WS-GR-PR-DAG > ZEROES
               AND FO-BELOB(WS-FO-SLOT) + WS-GR-BELOB > WS-GR-PR-DAG
               MOVE "Y" TO WS-GR-OVER
               MOVE "LOFT PR. DAG" TO WS-GR-TEKST
           END-IF.

      * COUNTS WS-GR-BELOB TOWARDS TODAY FOR THE CUSTOMER/CHANNEL,
      * IN THE TABLE FOR THE REST OF THIS RUN AND ON
      * BETALINGSFORBRUG.TXT FOR EVERYONE ELSE.
       NOTER-FORBRUG.
           PERFORM FIND-FORBRUG
           ADD WS-GR-BELOB TO FO-BELOB(WS-FO-SLOT)
           MOVE SPACES TO FORBRUG-REC
           MOVE WS-DAGS-DATO TO BF-DATO OF FORBRUG-REC
           MOVE WS-GR-KUNDE-ID TO BF-KUNDE-ID OF FORBRUG-REC
           MOVE WS-GR-KANAL TO BF-KANAL OF FORBRUG-REC
           MOVE WS-GR-BELOB TO BF-BELOB OF FORBRUG-REC
           MOVE WS-PROGRAM-NAME TO BF-KILDE OF FORBRUG-REC
           WRITE FORBRUG-REC.

      * ADVANCES THE POSTED ORDER'S SO-NAESTE-DATO ONE PERIOD. UGE
      * MOVES 7 DAYS THROUGH THE INTEGER-DAY-NUMBER FUNCTIONS (SAME
      * TRICK AS OPGAVE11'S BEREGN-TIDSPUNKT-DATO) SO MONTH AND YEAR
               END-PERFORM
               CLOSE STAAENDE-ORDRER
           END-IF.

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

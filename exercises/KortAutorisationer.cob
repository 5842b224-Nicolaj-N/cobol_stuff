           SELECT KORT-REGISTER ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.
      * THE ACCOUNT MASTER, READ ONCE FOR THE ACCOUNTS FROZEN UNDER
      * AN INSOLVENCY DECREE (KONTO-STATUS INSOLV) - CARD
      * AUTHORIZATIONS ON THEM ARE SUSPENDED UNTIL THE CASE IS
      * LIFTED. A MISSING MASTER MEANS NO FREEZES.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.
      * REJECTED AUTHORIZATIONS FOR THE FRAUD DESK - BLOCKED,
      * EXPIRED OR UNKNOWN CARDS, EACH WITH THE REASON.
           SELECT KORT-AFVISNINGER ASSIGN TO "KortAfvisninger.txt"
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
       FD KORT-AFVISNINGER.
       01 KORT-AFV-RECORD.
           02  KORT-AFV-LINE        PIC X(100) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-KORT-OK               PIC X VALUE "N".
       01  WS-KORT-AARSAG           PIC X(30) VALUE SPACES.
       01  WS-ANTAL-AFVIST          PIC 9(4) VALUE ZEROES.
      * THE INSOLV ACCOUNTS - SEE LOAD-INSOLV-KONTI.
       01  WS-KONTOOPL-STATUS       PIC XX VALUE "00".
       01  EOF-KONTOOPL             PIC X VALUE "N".
       01  INSOLV-AR OCCURS 500 TIMES.
           02  IS-KONTO-ID          PIC X(10) VALUE SPACES.
       01  ANTAL-INSOLV             PIC 9(3) VALUE ZEROES.
       01  WS-INSOLV-IX             PIC 9(3).
       01  WS-KONTO-INSOLV          PIC X VALUE "N".

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
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-KORT-REGISTER
           PERFORM LOAD-INSOLV-KONTI
           PERFORM LOAD-RESERVATIONER
           PERFORM UDLOEB-GAMLE-HOLDS
           OPEN OUTPUT KORT-AFVISNINGER
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

                                   OF RESERV-AR(ANTAL-RESERV)
                           MOVE "AABEN"
                               TO RS-STATUS OF RESERV-AR(ANTAL-RESERV)
                           MOVE AF-KORTNUMMER OF FEED-REC
                               TO RS-KORTNUMMER
                                   OF RESERV-AR(ANTAL-RESERV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORT-REGISTER
           END-IF.

      * LOADS THE KONTO-IDS OF THE ACCOUNTS FROZEN UNDER AN
      * INSOLVENCY DECREE - SEE INSOLVENSSAGER.CPY.
       LOAD-INSOLV-KONTI.
           OPEN INPUT KONTOOPLYSNINGER
           IF WS-KONTOOPL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KONTOOPL = "Y"
                   READ KONTOOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-KONTOOPL
                       NOT AT END
                           IF KONTO-STATUS OF KONTOOPL-IN = "INSOLV"
                               AND ANTAL-INSOLV < 500
                               ADD 1 TO ANTAL-INSOLV
                               MOVE KONTO-ID OF KONTOOPL-IN
                                   TO IS-KONTO-ID(ANTAL-INSOLV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLYSNINGER
           END-IF.

      * THE REGISTER CHECK THE FEED USED TO SKIP: THE CARD MUST BE
      * ON FILE, AKTIV, AND INSIDE ITS EXPIRY. ANYTHING ELSE IS AN
      * AUTHORIZATION AGAINST A CARD WE NEVER ISSUED OR ALREADY
      * STOPPED. A GOOD CARD ON AN ACCOUNT FROZEN UNDER AN
      * INSOLVENCY DECREE IS DECLINED TOO - NO HOLD IS TAKEN, SO
      * NOTHING SETTLES AGAINST THE ESTATE.
       KONTROLLER-KORT.
           MOVE "N" TO WS-KONTO-INSOLV
           PERFORM VARYING WS-INSOLV-IX FROM 1 BY 1
                   UNTIL WS-INSOLV-IX > ANTAL-INSOLV
               IF IS-KONTO-ID(WS-INSOLV-IX) = AF-KONTO-ID OF FEED-REC
                   MOVE "Y" TO WS-KONTO-INSOLV
               END-IF
           END-PERFORM
           MOVE "N" TO WS-KORT-OK
           MOVE ZEROES TO WS-KORT-MATCH-IX
           PERFORM VARYING WS-KORT-IX FROM 1 BY 1
               WHEN KT-STATUS OF KORT-AR(WS-KORT-MATCH-IX)
                       = "UDLOEBET"
                   MOVE "KORT UDLOEBET" TO WS-KORT-AARSAG
               WHEN KT-STATUS OF KORT-AR(WS-KORT-MATCH-IX)
                       = "BESTILT"
                   MOVE "KORT IKKE AKTIVERET" TO WS-KORT-AARSAG
               WHEN KT-STATUS OF KORT-AR(WS-KORT-MATCH-IX)
                       = "ERSTATTE"
                   MOVE "KORT ERSTATTET" TO WS-KORT-AARSAG
               WHEN KT-UDLOEB-DATO OF KORT-AR(WS-KORT-MATCH-IX)
                       NOT = SPACES
                   AND KT-UDLOEB-DATO OF KORT-AR(WS-KORT-MATCH-IX)
                       < WS-DAGS-DATO
                   MOVE "KORT UDLOEBET" TO WS-KORT-AARSAG
               WHEN WS-KONTO-INSOLV = "Y"
                   MOVE "KONTO UNDER INSOLVENSSAG" TO WS-KORT-AARSAG
               WHEN OTHER
                   MOVE "Y" TO WS-KORT-OK
           END-EVALUATE.
           CLOSE FEED-ARKIV
           OPEN OUTPUT AUTORISATIONS-FEED
           CLOSE AUTORISATIONS-FEED.

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

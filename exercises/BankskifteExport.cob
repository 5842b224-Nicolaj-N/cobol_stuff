           SELECT BS-MANDATER ASSIGN TO "BsMandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDAT-STATUS.
      * THE LEAVER REGISTER THE ATTRITION SCORING IS MEASURED
      * AGAINST - A CONFIRMED SWITCH IS A CUSTOMER WHO LEFT. SEE
      * KUNDEAFGANG.CPY.
           SELECT KUNDE-AFGANG ASSIGN TO "KundeAfgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFGANG-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - KILLING A CUSTOMER'S ORDERS
      * AND MANDATES IS A CLOSE-LEVEL ACTION, NIVEAU 3.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BS-MANDATER.
       01  MANDAT-REC.
           COPY "BSMANDATER.cpy".
       FD  KUNDE-AFGANG.
       01  AFGANG-REC.
           COPY "KUNDEAFGANG.cpy".
       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".
       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-ORDRE-STATUS          PIC XX VALUE "00".
       01  WS-MANDAT-STATUS         PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  WS-AFGANG-STATUS         PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-ANTAL-EKSPORT-ORDRER  PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-EKSPORT-MANDAT  PIC 9(4) VALUE ZEROES.

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
           IF WS-SVAR = "J" OR WS-SVAR = "j"
               PERFORM ANNULLER-ORDRER
               PERFORM OPHOER-MANDATER
               PERFORM NOTER-AFGANG
               DISPLAY "BANKSKIFTE GENNEMFOERT."
           ELSE
               OPEN OUTPUT BANKSKIFTE-UD
       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "BANKSKEXP " DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               "  MANDATER " DELIMITED BY SIZE
               WS-ANTAL-EKSPORT-MANDAT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

               END-PERFORM
               CLOSE BS-MANDATER
           END-IF.

      * ONE ROW ON THE LEAVER REGISTER, DATED THE DAY OF THE SWITCH.
       NOTER-AFGANG.
           OPEN EXTEND KUNDE-AFGANG
           IF WS-AFGANG-STATUS = "35"
               OPEN OUTPUT KUNDE-AFGANG
           END-IF
           MOVE SPACES TO AFGANG-REC
           MOVE WS-KUNDE-ID TO KG-KUNDE-ID
           MOVE WS-SESSION-START-DATE(1:4) TO KG-DATO(1:4)
           MOVE "-" TO KG-DATO(5:1)
           MOVE WS-SESSION-START-DATE(5:2) TO KG-DATO(6:2)
           MOVE "-" TO KG-DATO(8:1)
           MOVE WS-SESSION-START-DATE(7:2) TO KG-DATO(9:2)
           MOVE "BANKSKIFTE" TO KG-AARSAG
           MOVE "BANKSKEXP" TO KG-KILDE
           WRITE AFGANG-REC
           CLOSE KUNDE-AFGANG.

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

               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * THE WITHDRAWAL NOTICE REGISTER - A NOTICE THAT FELL DUE
      * TONIGHT (OV-PAAMINDET-DATO = TODAY) GETS THE CUSTOMER A
      * REMINDER THAT THE MONEY IS FREE TO DRAW. OPTIONAL FILE.
           SELECT OPSIGELSER ASSIGN TO "Opsigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSIG-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD OPSIGELSER.
       01 OPSIG-REC.
           COPY "OPSIGELSER.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-KL-KILDE              PIC X(40) VALUE SPACES.
       01  WS-KL-DOK-TYPE           PIC X(15) VALUE SPACES.
      * THE NOTICES FALLING DUE TONIGHT - EACH ONE'S ACCOUNT HAS A
      * KONTO-AR SLOT FOR ITS CONTACT DETAILS LIKE ANY ALARMED ONE.
       01  WS-OPSIG-STATUS          PIC XX VALUE "00".
       01  EOF-OPSIG                PIC X VALUE "N".
       01  PAAMIND-AR OCCURS 200 TIMES.
           02  PM-REFERENCE         PIC X(10) VALUE SPACES.
           02  PM-KONTO-ID          PIC X(10) VALUE SPACES.
           02  PM-BELOB             PIC 9(9)V99 VALUE ZEROES.
           02  PM-UDLOEB-DATO       PIC X(10) VALUE SPACES.
       01  ANTAL-PAAMIND            PIC 9(3) VALUE ZEROES.
       01  WS-PM-IX                 PIC 9(3).

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
           PERFORM LOAD-ALARMER
           PERFORM LOAD-PAAMINDELSER
           OPEN OUTPUT ALARM-UDTRAEK
           IF ANTAL-KONTI NOT = ZEROES
               PERFORM LOAD-KURSER
               PERFORM SUMMER-RUN
               PERFORM SAET-AABNINGS-SALDI
               PERFORM AFSPIL-TRANSAKTIONER
               PERFORM SKRIV-PAAMINDELSER
           END-IF
           CLOSE ALARM-UDTRAEK
           PERFORM WRITE-AUDIT-LOG
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

               INTO ALARM-UD-RECORD
           WRITE ALARM-UD-RECORD
           ADD 1 TO WS-RECS-OUT
           MOVE "ALARM" TO WS-KL-DOK-TYPE
           PERFORM SKRIV-KORRESPONDANCE.

      * LOADS THE NOTICES OPSIGELSEKOERSEL STAMPED DUE TONIGHT AND
      * GIVES EACH ONE'S ACCOUNT A KONTO-AR SLOT.
       LOAD-PAAMINDELSER.
           OPEN INPUT OPSIGELSER
           IF WS-OPSIG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-OPSIG = "Y"
                   READ OPSIGELSER
                       AT END
                           MOVE "Y" TO EOF-OPSIG
                       NOT AT END
                           IF OV-PAAMINDET-DATO = WS-DAGS-DATO
                               AND OV-STATUS = "FORFALDEN"
                               AND ANTAL-PAAMIND < 200
                               ADD 1 TO ANTAL-PAAMIND
                               MOVE OV-REFERENCE
                                   TO PM-REFERENCE(ANTAL-PAAMIND)
                               MOVE OV-KONTO-ID
                                   TO PM-KONTO-ID(ANTAL-PAAMIND)
                               COMPUTE PM-BELOB(ANTAL-PAAMIND)
                                   = OV-BELOB - OV-HAEVET
                                   - OV-DAGENS-HAEVET
                               MOVE OV-UDLOEB-DATO
                                   TO PM-UDLOEB-DATO(ANTAL-PAAMIND)
                               MOVE OV-KONTO-ID TO WS-SOEGE-KONTO
                               PERFORM FIND-KONTO-SLOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPSIGELSER
           END-IF.

      * ONE REMINDER PER NOTICE FALLING DUE - HOW MUCH IS FREE, AND
      * THE LAST DAY IT CAN BE DRAWN BEFORE THE NOTICE LAPSES.
       SKRIV-PAAMINDELSER.
           PERFORM VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > ANTAL-PAAMIND
               MOVE PM-KONTO-ID(WS-PM-IX) TO WS-SOEGE-KONTO
               PERFORM FIND-KONTO-SLOT
               MOVE PM-BELOB(WS-PM-IX) TO WS-ALARM-BELOB-DISPLAY
               MOVE SPACES TO ALARM-UD-RECORD
               STRING "KONTO-ID " DELIMITED BY SIZE
                   PM-KONTO-ID(WS-PM-IX) DELIMITED BY SIZE
                   " OPSIGELSE FORFALDEN - " DELIMITED BY SIZE
                   PM-REFERENCE(WS-PM-IX) DELIMITED BY SIZE
                   WS-ALARM-BELOB-DISPLAY DELIMITED BY SIZE
                   " DKK KAN HAEVES TIL " DELIMITED BY SIZE
                   PM-UDLOEB-DATO(WS-PM-IX) DELIMITED BY SIZE
                   " - TLF " DELIMITED BY SIZE
                   KA-TELEFON(WS-KONTO-SLOT) DELIMITED BY SIZE
                   " EMAIL " DELIMITED BY SIZE
                   KA-EMAIL(WS-KONTO-SLOT) DELIMITED BY SIZE
                   INTO ALARM-UD-RECORD
               WRITE ALARM-UD-RECORD
               ADD 1 TO WS-RECS-OUT
               MOVE "OPSIGELSE" TO WS-KL-DOK-TYPE
               PERFORM SKRIV-KORRESPONDANCE
           END-PERFORM.

      * THE NOTIFICATION JOINS THE SHARED CORRESPONDENCE LOG - THE
      * EXTRACT FILE IS THE REPRODUCTION SOURCE, AND THE CHANNEL IS
      * THE ONE THE SUBSCRIPTION'S CONTACT DETAILS ACTUALLY PICK.
           MOVE SPACES TO KORR-LOG-REC
           MOVE KA-KUNDE-ID(WS-KONTO-SLOT)
               TO CL-KUNDE-ID OF KORR-LOG-REC
           MOVE WS-KL-DOK-TYPE TO CL-DOK-TYPE OF KORR-LOG-REC
           MOVE WS-DAGS-DATO TO CL-DATO OF KORR-LOG-REC
           IF KA-EMAIL(WS-KONTO-SLOT) NOT = SPACES
               MOVE "EMAIL" TO CL-KANAL OF KORR-LOG-REC
           END-IF
           MOVE SPACES TO WS-KL-KILDE
           STRING "AlarmUdtraek.txt KONTO " DELIMITED BY SIZE
               KA-KONTO-ID(WS-KONTO-SLOT) DELIMITED BY SIZE
               INTO WS-KL-KILDE
           MOVE WS-KL-KILDE TO CL-KILDE OF KORR-LOG-REC
           WRITE KORR-LOG-REC
                       (WS-BELOB-NUM * WS-BEDSTE-RATE) / 100
               END-IF
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

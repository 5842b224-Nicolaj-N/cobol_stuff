       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE INTRADAY JOURNAL STRAKSKOERSEL POSTED TO THROUGH THE DAY
      * - TRANSAKTIONER.TXT'S OWN ROW SHAPE. OPTIONAL: NO FILE, NO
      * INSTANT PAYMENTS SINCE THE LAST NIGHT.
           SELECT STRAKS-JOURNAL ASSIGN TO "StraksJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRAKS-STATUS.
      * THE INTRADAY JOURNAL IS CONSUMED AFTER THE HANDOVER - DATED
      * ARCHIVE, THEN TRUNCATE - SO THE SAME ROWS NEVER JOIN THE
      * FEED TWICE.
           SELECT STRAKS-ARKIV ASSIGN TO WS-ARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE ROWS JOIN THE NIGHT'S FEED HERE, AHEAD OF THE FIRST
      * VALIDATION PASS, SO EVERY LATER STEP - GLPOSTERING,
      * AFVIKLINGSNETTING, THE STATEMENTS - SEES THE FULL DAY.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "StraksNatJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * THE DAY'S INSTANT-PAYMENT REJECTIONS - APPENDED BY EVERY
      * INTRADAY RUN, HANDED OVER HERE AS THE CLOSED DAY'S LIST FOR
      * THE MORNING REPORT AND THEN EMPTIED FOR THE NEW DAY.
           SELECT STRAKS-AFVISNINGER ASSIGN TO "StraksAfvisninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFV-STATUS.
           SELECT DAGS-AFVISNINGER
               ASSIGN TO "StraksDagsAfvisninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STRAKS-JOURNAL.
       01 STRAKS-REC.
           COPY "TRANSAKTIONER.cpy".
       FD STRAKS-ARKIV.
       01 STRAKS-ARKIV-REC          PIC X(400).
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
       FD STRAKS-AFVISNINGER.
       01 STRAKS-AFV-RECORD.
           02  STRAKS-AFV-LINE      PIC X(150) VALUE SPACES.
       FD DAGS-AFVISNINGER.
       01 DAGS-AFV-RECORD.
           02  DAGS-AFV-LINE        PIC X(150) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "STRAKSNAT".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RUN-ID                PIC X(16) VALUE SPACES.
       01  WS-STRAKS-STATUS         PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  WS-AFV-STATUS            PIC XX VALUE "00".
       01  EOF-STRAKS               PIC X VALUE "N".
       01  EOF-AFV                  PIC X VALUE "N".
      * DATED ARCHIVE OF THE CONSUMED INTRADAY JOURNAL - SEE
      * ARKIVER-STRAKS.
       01  WS-ARKIV-NAVN            PIC X(40) VALUE SPACES.
       01  WS-ARKIV-BUFFER          PIC X(400) VALUE SPACES.
       01  EOF-ARKIV                PIC X VALUE "N".
       01  WS-FEED-BEHANDLET        PIC X VALUE "N".

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
       01  WS-PJ-LOEBENR            PIC 9(9) VALUE ZEROES.
       01  WS-PJ-KSUM               PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           STOP RUN.

      * HANDS THE DAY'S INSTANT PAYMENTS TO THE NIGHT CHAIN. THEY
      * WERE POSTED AND SETTLED INTRADAY, SO NOTHING IS RE-DECIDED:
      * EACH JOURNAL ROW IS COPIED ONTO TRANSAKTIONER.TXT UNCHANGED,
      * WITH A POST ROW ON THE RUN JOURNAL SO A HALF-DONE HANDOVER
      * CAN BE COMPENSATED BY POSTERINGSGENOPRETNING LIKE ANY OTHER
      * POSTING STEP. CLEARINGUDTRAEK LEAVES THE STRAKS-UD ROWS OFF
      * THE NIGHT'S CLEARING FILE - THEY HAVE ALREADY GONE.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           OPEN INPUT STRAKS-JOURNAL
           IF WS-STRAKS-STATUS = "35"
               DISPLAY "INGEN STRAKSJOURNAL.TXT - INTET AT OVERFOERE"
           ELSE
               MOVE "Y" TO WS-FEED-BEHANDLET
               PERFORM HENT-PJ-KSUM
               OPEN EXTEND POSTERINGS-JOURNAL
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT POSTERINGS-JOURNAL
               END-IF
               PERFORM SKRIV-JOURNAL-START
               OPEN EXTEND TRANSAKTIONER
               PERFORM UNTIL EOF-STRAKS = "Y"
                   READ STRAKS-JOURNAL
                       AT END
                           MOVE "Y" TO EOF-STRAKS
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           MOVE STRAKS-REC TO TRANSAKTION-REC
                           WRITE TRANSAKTION-REC
                           PERFORM SKRIV-JOURNAL-POST
                           ADD 1 TO WS-RECS-OUT
                   END-READ
               END-PERFORM
               CLOSE STRAKS-JOURNAL
               CLOSE TRANSAKTIONER
               PERFORM SKRIV-JOURNAL-SLUT
               CLOSE POSTERINGS-JOURNAL
           END-IF
           IF WS-FEED-BEHANDLET = "Y"
               PERFORM ARKIVER-STRAKS
           END-IF
           PERFORM OVERDRAG-AFVISNINGER
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME.

      * APPENDS ONE LINE TO BATCHAUDITLOG.TXT - ROWS READ AND
      * HANDED OVER.
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

       SKRIV-JOURNAL-POST.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "POST" TO PJ-TYPE OF PJOURNAL-REC
           MOVE KONTO-ID OF TRANSAKTION-REC
               TO PJ-KONTO-ID OF PJOURNAL-REC
           MOVE CPR OF TRANSAKTION-REC TO PJ-CPR OF PJOURNAL-REC
           MOVE REG-NR OF TRANSAKTION-REC
               TO PJ-REG-NR OF PJOURNAL-REC
           MOVE BELØB OF TRANSAKTION-REC TO PJ-BELOB OF PJOURNAL-REC
           MOVE VALUTA OF TRANSAKTION-REC
               TO PJ-VALUTA OF PJOURNAL-REC
           PERFORM KSUM-PJ-REC
           WRITE PJOURNAL-REC.

       SKRIV-JOURNAL-START.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "START" TO PJ-TYPE OF PJOURNAL-REC
           PERFORM KSUM-PJ-REC
           WRITE PJOURNAL-REC.

       SKRIV-JOURNAL-SLUT.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "SLUT" TO PJ-TYPE OF PJOURNAL-REC
           PERFORM KSUM-PJ-REC
           WRITE PJOURNAL-REC.

      * CONSUMES THE HANDED-OVER INTRADAY JOURNAL: EVERY ROW GOES TO
      * THE DATED ARCHIVE, THEN THE JOURNAL IS TRUNCATED AND THE NEW
      * DAY'S INSTANT PAYMENTS START FROM THE NIGHT'S CLOSING
      * BALANCE.
       ARKIVER-STRAKS.
           MOVE SPACES TO WS-ARKIV-NAVN
           STRING "StraksJournal" DELIMITED BY SIZE
               WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARKIV-NAVN
           OPEN INPUT STRAKS-JOURNAL
           OPEN OUTPUT STRAKS-ARKIV
           MOVE "N" TO EOF-ARKIV
           PERFORM UNTIL EOF-ARKIV = "Y"
               READ STRAKS-JOURNAL INTO WS-ARKIV-BUFFER
                   AT END
                       MOVE "Y" TO EOF-ARKIV
                   NOT AT END
                       WRITE STRAKS-ARKIV-REC FROM WS-ARKIV-BUFFER
               END-READ
           END-PERFORM
           CLOSE STRAKS-JOURNAL
           CLOSE STRAKS-ARKIV
           OPEN OUTPUT STRAKS-JOURNAL
           CLOSE STRAKS-JOURNAL.

      * THE CLOSED DAY'S REJECTIONS BECOME STRAKSDAGSAFVISNINGER.TXT,
      * WHICH THE MORNING REPORT WATCHES, AND THE INTRADAY LIST
      * STARTS EMPTY AGAIN. NO INTRADAY LIST MEANS AN EMPTY REPORT
      * FILE, NOT LAST NIGHT'S LEFT IN PLACE.
       OVERDRAG-AFVISNINGER.
           OPEN OUTPUT DAGS-AFVISNINGER
           OPEN INPUT STRAKS-AFVISNINGER
           IF WS-AFV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AFV = "Y"
                   READ STRAKS-AFVISNINGER
                       AT END
                           MOVE "Y" TO EOF-AFV
                       NOT AT END
                           MOVE STRAKS-AFV-RECORD TO DAGS-AFV-RECORD
                           WRITE DAGS-AFV-RECORD
                   END-READ
               END-PERFORM
               CLOSE STRAKS-AFVISNINGER
               OPEN OUTPUT STRAKS-AFVISNINGER
               CLOSE STRAKS-AFVISNINGER
           END-IF
           CLOSE DAGS-AFVISNINGER.

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

      * WHERE THE POSTING JOURNAL'S CHAIN LEFT OFF - SAME RULES AS
      * HENT-AUDIT-KSUM.
       HENT-PJ-KSUM.
           MOVE ZEROES TO WS-PJ-LOEBENR
           MOVE ZEROES TO WS-PJ-KSUM
           MOVE "N" TO WS-KSUM-EOF
           OPEN INPUT POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-KSUM-EOF = "Y"
                   READ POSTERINGS-JOURNAL
                       AT END
                           MOVE "Y" TO WS-KSUM-EOF
                       NOT AT END
                           IF PJ-LOEBENR OF PJOURNAL-REC IS NUMERIC
                               MOVE PJ-LOEBENR OF PJOURNAL-REC
                                   TO WS-PJ-LOEBENR
                               MOVE PJ-KSUM OF PJOURNAL-REC
                                   TO WS-PJ-KSUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTERINGS-JOURNAL
           END-IF.

       KSUM-PJ-REC.
           ADD 1 TO WS-PJ-LOEBENR
           MOVE WS-PJ-LOEBENR TO PJ-LOEBENR OF PJOURNAL-REC
           MOVE PJOURNAL-REC(1:69) TO WS-KSUM-DATA
           MOVE 69 TO WS-KSUM-LAENGDE
           MOVE WS-PJ-KSUM TO WS-KSUM
           PERFORM BEREGN-KSUM
           MOVE WS-KSUM TO WS-PJ-KSUM
           MOVE WS-KSUM TO PJ-KSUM OF PJOURNAL-REC.

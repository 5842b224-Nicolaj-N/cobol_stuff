       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CALENDAR STEP'S MONTH-END SWITCH - THE PAYMENT STATISTICS
      * ONLY LEAVE ON THE LAST BANKING DAY OF JUNE AND DECEMBER. A
      * MISSING SWITCH MEANS A MANUAL, OPERATOR-DECIDED RUN, WHICH
      * REPORTS THE LAST HALF-YEAR THAT HAS ENDED.
           SELECT MAANED-ULTIMO ASSIGN TO "MaanedUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * THE RUNNING CATALOG OF SORTEDTRANS ARCHIVES - THE STATEMENT
      * RUN ARCHIVES THE NIGHT'S VALIDATED FEED UNDER A DATED NAME,
      * SO THE HALF-YEAR'S ARCHIVES ARE PICKED BY THE DATE IN THE
      * NAME, SAME TEST AS PALSKAT AND CRSINDB.
           SELECT ARKIV-KATALOG ASSIGN TO "ArkivKatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-STATUS.
           SELECT ARKIV-FIL ASSIGN TO WS-ARKIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARKIV-STATUS.
      * THE FIXED-FORMAT STATISTICS FILE FOR NATIONALBANKEN - ONE
      * ROW PER INSTRUMENT/CHANNEL/GEOGRAPHY/DIRECTION/CURRENCY CELL.
           SELECT BETALINGS-STATISTIK ASSIGN TO "Betalingsstatistik.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RECONCILIATION - EVERY ARCHIVE'S ROWS ACCOUNTED FOR AS
      * A PAYMENT, A ROW THAT IS NOT A PAYMENT, OR A ROW THAT COULD
      * NOT BE CLASSIFIED, THE LAST LISTED ONE BY ONE.
           SELECT BETALINGS-AFSTEMNING
               ASSIGN TO "BetalingsstatistikAfstemning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE OUTBOUND-FILE TRANSMISSION REGISTER - ONE ROW PER FILE
      * PRODUCED HERE, WITH ITS CONTROL TOTALS. SEE TRANSMISSIONER.CPY.
           SELECT TRANSMISSIONER ASSIGN TO "Transmissioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSM-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAANED-ULTIMO.
       01 ULTIMO-RECORD.
           02  MU-SVAR              PIC X.
           02  MU-DATO              PIC X(10).
       FD ARKIV-KATALOG.
       01 KATALOG-NAVN-REC.
           02  AK-FILNAVN           PIC X(40).
       FD ARKIV-FIL.
       01 ARKIV-REC.
           COPY "TRANSAKTIONER.cpy".
       FD BETALINGS-STATISTIK.
       01 STATISTIK-RECORD.
           02  BST-PERIODE          PIC X(7).
           02  BST-INSTRUMENT       PIC X(10).
           02  BST-KANAL            PIC X(8).
           02  BST-GEOGRAFI         PIC X(7).
           02  BST-RETNING          PIC X(3).
           02  BST-VALUTA           PIC X(3).
           02  BST-ANTAL            PIC 9(9).
           02  BST-VAERDI           PIC S9(15)V99 SIGN LEADING
                                    SEPARATE.
       FD BETALINGS-AFSTEMNING.
       01 AFSTEMNING-RECORD.
           02  AFSTEMNING-LINE      PIC X(120) VALUE SPACES.
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "BETSTAT".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-KATALOG-STATUS        PIC XX VALUE "00".
       01  WS-ARKIV-STATUS          PIC XX VALUE "00".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  WS-MANUEL                PIC X VALUE "J".
       01  WS-ARKIV-NAME            PIC X(40) VALUE SPACES.
       01  EOF-KATALOG              PIC X VALUE "N".
       01  EOF-ARKIV                PIC X VALUE "N".
      * THE HALF-YEAR REPORTED - "YYYY-H1" OR "YYYY-H2" - AND ITS
      * FIRST AND LAST DAY AS YYYYMMDD, THE SHAPE OF THE DATE IN AN
      * ARCHIVE'S NAME.
       01  WS-PERIODE               PIC X(7) VALUE SPACES.
       01  WS-PERIODE-FRA           PIC X(8) VALUE SPACES.
       01  WS-PERIODE-TIL           PIC X(8) VALUE SPACES.
       01  WS-AAR                   PIC 9(4) VALUE ZEROES.
       01  WS-MD                    PIC 9(2) VALUE ZEROES.
      * THE STATISTICAL CLASS OF EVERY TRANSACTION TYPE THE SYSTEM
      * POSTS ITSELF: THE TYPE, THE INSTRUMENT, AND THE CHANNEL IT
      * WAS INITIATED THROUGH. IKKE-BET MARKS A ROW THAT MOVES MONEY
      * BUT IS NOT A PAYMENT IN THE STATISTICAL SENSE - INTEREST,
      * FEES, TAX, REVERSALS, TRANSFERS BETWEEN A CUSTOMER'S OWN
      * ACCOUNTS AND THE LIKE. A TYPE NOT ON THE TABLE (THE COUNTER
      * KEYS ITS OWN) IS CLASSIFIED FROM THE ROW'S FIELDS - SEE
      * KLASSIFICER-RAEKKE.
       01  TYPE-TABEL.
           02  FILLER PIC X(38) VALUE
               "KORTKOEB            KORT      KORT    ".
           02  FILLER PIC X(38) VALUE
               "AUTOMATHAEVNING     KONTANTUD AUTOMAT ".
           02  FILLER PIC X(38) VALUE
               "BS-TRAEK            BS        AUTO    ".
           02  FILLER PIC X(38) VALUE
               "CHECKINDSAETTELSE   CHECK     FILIAL  ".
           02  FILLER PIC X(38) VALUE
               "UDLANDSBETALING     OVERFOERSLFILIAL  ".
           02  FILLER PIC X(38) VALUE
               "STRAKS-UD           OVERFOERSLFILIAL  ".
           02  FILLER PIC X(38) VALUE
               "STRAKS-IND          OVERFOERSLCLEARING".
           02  FILLER PIC X(38) VALUE
               "CLEARING-IND        OVERFOERSLCLEARING".
           02  FILLER PIC X(38) VALUE
               "FIK-INDBETALING     OVERFOERSLCLEARING".
           02  FILLER PIC X(38) VALUE
               "FREMTIDIG BETALING  OVERFOERSLNETBANK ".
           02  FILLER PIC X(38) VALUE
               "STAAENDE ORDRE      OVERFOERSLNETBANK ".
           02  FILLER PIC X(38) VALUE
               "ERHVERVSBETALING    OVERFOERSLFIL     ".
           02  FILLER PIC X(38) VALUE
               "LOEN                OVERFOERSLFIL     ".
           02  FILLER PIC X(38) VALUE
               "LOEN-UDBETALING     OVERFOERSLFIL     ".
           02  FILLER PIC X(38) VALUE
               "BUDGETBETALING      OVERFOERSLAUTO    ".
           02  FILLER PIC X(38) VALUE
               "PENSIONUDBETALING   OVERFOERSLAUTO    ".
           02  FILLER PIC X(38) VALUE
               "RENTE               IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "RENTE-DEBET         IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "MORARENTE           IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "STRAFRENTE          IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "RENTE-REGULERING    IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "GEBYR               IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "RYKKERGEBYR         IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "KULANCE             IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "STORNO              IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "BS-REFUSION         IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "KORT-FORELOEBIG     IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "KORT-KREDIT         IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "KORT-GENDEBET       IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "KREDITKORT-BET      IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "AFDRAG              IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "AFSKRIVNING         IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "PALSKAT             IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "KILDESKAT           IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "UDBYTTESKAT         IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "VEKSEL              IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "VALUTAREGULERING    IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "SPAREOP             IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "BUDGETOVERFOERSEL   IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "CASHPOOL            IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "REGNR-SKIFT         IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "OPHAEVELSE          IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "GARANTIKRAV         IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "DEPOSITUM           IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "BOUDLODNING         IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "VAERDIPAPIRKOEB     IKKE-BET          ".
           02  FILLER PIC X(38) VALUE
               "VAERDIPAPIRSALG     IKKE-BET          ".
       01  TYPE-TABEL-R REDEFINES TYPE-TABEL.
           02  TYPE-ENTRY OCCURS 47 TIMES.
               03  TT-TYPE          PIC X(20).
               03  TT-INSTRUMENT    PIC X(10).
               03  TT-KANAL         PIC X(8).
       01  WS-TT-IX                 PIC 99 VALUE ZEROES.
      * THE ARCHIVES IN THE PERIOD, IN CATALOG ORDER. A NIGHT WHOSE
      * STATEMENT RUN WAS RESTARTED LEAVES TWO COPIES OF THE SAME
      * FEED UNDER THE SAME DATE; ONLY THE LAST ONE COUNTS AND THE
      * EARLIER ONE IS SHOWN AS ERSTATTET, SO NO NIGHT IS COUNTED
      * TWICE.
       01  ARKIV-AR OCCURS 400 TIMES.
           02  AR-FILNAVN           PIC X(40) VALUE SPACES.
           02  AR-STATUS            PIC X(9) VALUE SPACES.
           02  AR-RAEKKER           PIC 9(9) VALUE ZEROES.
           02  AR-BETALINGER        PIC 9(9) VALUE ZEROES.
           02  AR-IKKE-BET          PIC 9(9) VALUE ZEROES.
           02  AR-UKLASSIFICERET    PIC 9(9) VALUE ZEROES.
       01  ANTAL-ARKIVER            PIC 9(3) VALUE ZEROES.
       01  WS-ARKIV-IX              PIC 9(3).
       01  WS-ARKIV-IX-2            PIC 9(3).
      * THE STATISTICS CELLS.
       01  CELLE-AR OCCURS 300 TIMES.
           02  CE-INSTRUMENT        PIC X(10) VALUE SPACES.
           02  CE-KANAL             PIC X(8) VALUE SPACES.
           02  CE-GEOGRAFI          PIC X(7) VALUE SPACES.
           02  CE-RETNING           PIC X(3) VALUE SPACES.
           02  CE-VALUTA            PIC X(3) VALUE SPACES.
           02  CE-ANTAL             PIC 9(9) VALUE ZEROES.
           02  CE-VAERDI            PIC S9(15)V99 VALUE ZEROES.
       01  ANTAL-CELLER             PIC 9(3) VALUE ZEROES.
       01  WS-CELLE-IX              PIC 9(3).
       01  WS-CELLE-SLOT            PIC 9(3) VALUE ZEROES.
      * THE ROWS THAT ARE NOT PAYMENTS, PER TYPE - SHOWN IN THE
      * RECONCILIATION SO A TYPE WRONGLY LEFT OUT STANDS OUT.
       01  IKKE-BET-AR OCCURS 100 TIMES.
           02  IB-TYPE              PIC X(20) VALUE SPACES.
           02  IB-ANTAL             PIC 9(9) VALUE ZEROES.
       01  ANTAL-IKKE-BET-TYPER     PIC 9(3) VALUE ZEROES.
       01  WS-IB-IX                 PIC 9(3).
       01  WS-IB-SLOT               PIC 9(3) VALUE ZEROES.
      * ONE ROW'S CLASSIFICATION.
       01  WS-INSTRUMENT            PIC X(10) VALUE SPACES.
       01  WS-KANAL                 PIC X(8) VALUE SPACES.
       01  WS-GEOGRAFI              PIC X(7) VALUE SPACES.
       01  WS-RETNING               PIC X(3) VALUE SPACES.
       01  WS-VALUTA                PIC X(3) VALUE SPACES.
       01  WS-VAERDI                PIC S9(15)V99 VALUE ZEROES.
      * THE TOTALS THE RECONCILIATION PROVES.
       01  WS-SUM-RAEKKER           PIC 9(9) VALUE ZEROES.
       01  WS-SUM-BETALINGER        PIC 9(9) VALUE ZEROES.
       01  WS-SUM-IKKE-BET          PIC 9(9) VALUE ZEROES.
       01  WS-SUM-UKLASSIFICERET    PIC 9(9) VALUE ZEROES.
       01  WS-SUM-BETALT-VAERDI     PIC S9(15)V99 VALUE ZEROES.
       01  WS-CELLE-ANTAL           PIC 9(9) VALUE ZEROES.
       01  WS-CELLE-VAERDI          PIC S9(15)V99 VALUE ZEROES.
       01  WS-ANTAL-MANGLER         PIC 9(3) VALUE ZEROES.
       01  WS-AFVIGER               PIC X VALUE "N".
       01  WS-BELOB-DISPLAY         PIC -(13)9.99.
       01  WS-BELOB-DISPLAY-2       PIC -(13)9.99.
       01  WS-ANTAL-DISPLAY         PIC Z(8)9.
       01  WS-ANTAL-DISPLAY-2       PIC Z(8)9.
       01  WS-ANTAL-DISPLAY-3       PIC Z(8)9.
       01  WS-ANTAL-DISPLAY-4       PIC Z(8)9.

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

      * CLASSIFIES EVERY ROW OF THE HALF-YEAR'S ARCHIVED VALIDATED
      * FEEDS BY INSTRUMENT (CARD, CREDIT TRANSFER, BETALINGSSERVICE,
      * CHEQUE, CASH WITHDRAWAL), CHANNEL, DOMESTIC OR CROSS-BORDER
      * AND DIRECTION, AGGREGATES THE CELLS, EMITS THE FIXED-FORMAT
      * STATISTICS FILE, AND WRITES THE RECONCILIATION THAT TIES THE
      * COUNTS BACK TO THE ARCHIVES. A ROW THAT COULD NOT BE
      * CLASSIFIED, OR AN ARCHIVE ON THE CATALOG THAT IS GONE, ENDS
      * THE STEP WITH RC 4 - THE FILE MUST NOT LEAVE UNREVIEWED.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           IF WS-ER-ULTIMO = "N"
               DISPLAY "BETSTAT: IKKE HALVAARSULTIMO - INGEN "
                   "STATISTIK I NAT"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM BEREGN-PERIODE
           PERFORM LAES-KATALOG
           OPEN OUTPUT BETALINGS-AFSTEMNING
           MOVE SPACES TO AFSTEMNING-RECORD
           STRING "BETALINGSSTATISTIK " DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               " - AFSTEMNING MOD ARKIVERNE, DANNET " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO AFSTEMNING-RECORD
           WRITE AFSTEMNING-RECORD
           MOVE SPACES TO AFSTEMNING-RECORD
           WRITE AFSTEMNING-RECORD
           MOVE "UKLASSIFICEREDE RAEKKER" TO AFSTEMNING-RECORD
           WRITE AFSTEMNING-RECORD
           PERFORM VARYING WS-ARKIV-IX FROM 1 BY 1
                   UNTIL WS-ARKIV-IX > ANTAL-ARKIVER
               IF AR-STATUS(WS-ARKIV-IX) = SPACES
                   PERFORM LAES-ET-ARKIV
               END-IF
           END-PERFORM
           IF WS-SUM-UKLASSIFICERET = ZEROES
               MOVE "  INGEN" TO AFSTEMNING-RECORD
               WRITE AFSTEMNING-RECORD
           END-IF
           PERFORM SKRIV-STATISTIK
           PERFORM SKRIV-AFSTEMNING
           CLOSE BETALINGS-AFSTEMNING
           IF WS-AFVIGER = "J"
               DISPLAY "BETSTAT: UKLASSIFICEREDE RAEKKER ELLER "
                   "MANGLENDE ARKIVER - SE "
                   "BETALINGSSTATISTIKAFSTEMNING.TXT"
               MOVE 4 TO RETURN-CODE
           END-IF
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
               "  CELLER " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * ONLY A MONTH-END IN JUNE OR DECEMBER CLOSES A HALF-YEAR. NO
      * SWITCH FILE AT ALL IS A MANUAL RUN - SEE BEREGN-PERIODE.
       KONTROLLER-ULTIMO.
           OPEN INPUT MAANED-ULTIMO
           IF WS-ULTIMO-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-MANUEL
               READ MAANED-ULTIMO
                   AT END
                       MOVE "N" TO WS-ER-ULTIMO
                   NOT AT END
                       IF MU-SVAR OF ULTIMO-RECORD = "J"
                           AND MU-DATO OF ULTIMO-RECORD
                               = WS-DAGS-DATO
                           AND (WS-DAGS-DATO(6:2) = "06"
                               OR WS-DAGS-DATO(6:2) = "12")
                           MOVE "J" TO WS-ER-ULTIMO
                       ELSE
                           MOVE "N" TO WS-ER-ULTIMO
                       END-IF
               END-READ
               CLOSE MAANED-ULTIMO
           END-IF.

      * THE HALF-YEAR ENDING TONIGHT ON A SCHEDULED RUN. A MANUAL
      * RUN REPORTS THE LAST HALF-YEAR THAT HAS ENDED - IN JULY TO
      * DECEMBER THAT IS THIS YEAR'S FIRST HALF, IN JANUARY TO JUNE
      * LAST YEAR'S SECOND - SO A RESUBMISSION AFTER THE DEADLINE
      * PICKS UP THE RIGHT PERIOD.
       BEREGN-PERIODE.
           MOVE WS-DAGS-DATO(1:4) TO WS-AAR
           MOVE WS-DAGS-DATO(6:2) TO WS-MD
           IF WS-MANUEL = "J"
               IF WS-MD > 6
                   MOVE 6 TO WS-MD
               ELSE
                   MOVE 12 TO WS-MD
                   SUBTRACT 1 FROM WS-AAR
               END-IF
           END-IF
           MOVE WS-AAR TO WS-PERIODE(1:4)
           MOVE WS-AAR TO WS-PERIODE-FRA(1:4)
           MOVE WS-AAR TO WS-PERIODE-TIL(1:4)
           IF WS-MD > 6
               MOVE "-H2" TO WS-PERIODE(5:3)
               MOVE "0701" TO WS-PERIODE-FRA(5:4)
               MOVE "1231" TO WS-PERIODE-TIL(5:4)
           ELSE
               MOVE "-H1" TO WS-PERIODE(5:3)
               MOVE "0101" TO WS-PERIODE-FRA(5:4)
               MOVE "0630" TO WS-PERIODE-TIL(5:4)
           END-IF.

      * THE PERIOD'S SORTEDTRANS ARCHIVES OFF THE CATALOG - THE DATE
      * SITS AFTER "SORTEDTRANSARKIV" IN THE NAME. A LATER COPY OF
      * THE SAME NIGHT SUPERSEDES AN EARLIER ONE.
       LAES-KATALOG.
           OPEN INPUT ARKIV-KATALOG
           IF WS-KATALOG-STATUS = "35"
               DISPLAY "BETSTAT: INGEN ARKIVKATALOG.TXT - INGEN "
                   "ARKIVER AT TAELLE"
           ELSE
               PERFORM UNTIL EOF-KATALOG = "Y"
                   READ ARKIV-KATALOG
                       AT END
                           MOVE "Y" TO EOF-KATALOG
                       NOT AT END
                           IF AK-FILNAVN(1:16) = "SortedTransArkiv"
                               AND AK-FILNAVN(17:8) NOT < WS-PERIODE-FRA
                               AND AK-FILNAVN(17:8) NOT > WS-PERIODE-TIL
                               AND ANTAL-ARKIVER < 400
                               PERFORM NOTER-ARKIV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-KATALOG
           END-IF.

       NOTER-ARKIV.
           PERFORM VARYING WS-ARKIV-IX-2 FROM 1 BY 1
                   UNTIL WS-ARKIV-IX-2 > ANTAL-ARKIVER
               IF AR-FILNAVN(WS-ARKIV-IX-2)(17:8) = AK-FILNAVN(17:8)
                   AND AR-STATUS(WS-ARKIV-IX-2) = SPACES
                   MOVE "ERSTATTET" TO AR-STATUS(WS-ARKIV-IX-2)
               END-IF
           END-PERFORM
           ADD 1 TO ANTAL-ARKIVER
           MOVE AK-FILNAVN TO AR-FILNAVN(ANTAL-ARKIVER).

       LAES-ET-ARKIV.
           MOVE AR-FILNAVN(WS-ARKIV-IX) TO WS-ARKIV-NAME
           MOVE "N" TO EOF-ARKIV
           OPEN INPUT ARKIV-FIL
           IF WS-ARKIV-STATUS NOT = "00"
               MOVE "MANGLER" TO AR-STATUS(WS-ARKIV-IX)
               ADD 1 TO WS-ANTAL-MANGLER
               MOVE "J" TO WS-AFVIGER
           ELSE
               PERFORM UNTIL EOF-ARKIV = "Y"
                   READ ARKIV-FIL
                       AT END
                           MOVE "Y" TO EOF-ARKIV
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           ADD 1 TO AR-RAEKKER(WS-ARKIV-IX)
                           PERFORM KLASSIFICER-RAEKKE
                   END-READ
               END-PERFORM
               CLOSE ARKIV-FIL
               MOVE "MEDTAGET" TO AR-STATUS(WS-ARKIV-IX)
           END-IF.

      * ONE ROW INTO ITS CELL. THE TYPE TABLE FIRST; A TYPE NOT ON
      * IT IS READ FROM THE ROW ITSELF IN THIS ORDER - A KONTANT TYPE
      * IS CASH AT THE COUNTER (ONLY A WITHDRAWAL IS A PAYMENT), A
      * BETALINGSSERVICE CREDITOR NUMBER MAKES IT A DIRECT DEBIT, A
      * MERCHANT IN BUTIK MAKES IT A CARD PAYMENT, AND A COUNTERPARTY
      * (REG-NR, ACCOUNT OR IBAN) MAKES IT A CREDIT TRANSFER KEYED AT
      * THE BRANCH. WHAT IS LEFT CANNOT BE CLASSIFIED AND IS LISTED.
       KLASSIFICER-RAEKKE.
           MOVE SPACES TO WS-INSTRUMENT
           MOVE SPACES TO WS-KANAL
           PERFORM VARYING WS-TT-IX FROM 1 BY 1 UNTIL WS-TT-IX > 47
               IF TT-TYPE(WS-TT-IX) = TRANSAKTIONSTYPE OF ARKIV-REC
                   MOVE TT-INSTRUMENT(WS-TT-IX) TO WS-INSTRUMENT
                   MOVE TT-KANAL(WS-TT-IX) TO WS-KANAL
               END-IF
           END-PERFORM
           IF WS-INSTRUMENT = SPACES
               AND TRANSAKTIONSTYPE OF ARKIV-REC(1:7) = "KONTANT"
               IF BELØB OF ARKIV-REC < ZEROES
                   MOVE "KONTANTUD" TO WS-INSTRUMENT
                   MOVE "FILIAL" TO WS-KANAL
               ELSE
                   MOVE "IKKE-BET" TO WS-INSTRUMENT
               END-IF
           END-IF
           IF WS-INSTRUMENT = SPACES
               AND BS-KREDITOR-NR OF ARKIV-REC NOT = SPACES
               MOVE "BS" TO WS-INSTRUMENT
               MOVE "AUTO" TO WS-KANAL
           END-IF
           IF WS-INSTRUMENT = SPACES
               AND BUTIK OF ARKIV-REC NOT = SPACES
               MOVE "KORT" TO WS-INSTRUMENT
               MOVE "KORT" TO WS-KANAL
           END-IF
           IF WS-INSTRUMENT = SPACES
               IF (MODTAGER-REG-NR OF ARKIV-REC IS NUMERIC
                       AND MODTAGER-REG-NR OF ARKIV-REC > ZEROES)
                   OR MODTAGER-KONTONUMMER OF ARKIV-REC NOT = SPACES
                   OR MODTAGER-IBAN OF ARKIV-REC NOT = SPACES
                   MOVE "OVERFOERSL" TO WS-INSTRUMENT
                   MOVE "FILIAL" TO WS-KANAL
               END-IF
           END-IF
           EVALUATE WS-INSTRUMENT
               WHEN SPACES
                   PERFORM SKRIV-UKLASSIFICERET
               WHEN "IKKE-BET"
                   PERFORM NOTER-IKKE-BETALING
               WHEN OTHER
                   PERFORM NOTER-BETALING
           END-EVALUATE.

      * A PAYMENT INTO ITS CELL: CROSS-BORDER WHEN THE ROW NAMES A
      * FOREIGN COUNTRY OR IS AN UDLANDSBETALING, AND FOR CARD AND
      * CASH WHEN IT WAS MADE IN A FOREIGN CURRENCY; SENT WHEN IT
      * DEBITS OUR CUSTOMER, RECEIVED WHEN IT CREDITS THEM. THE
      * VALUE IS THE AMOUNT IN THE ROW'S CURRENCY, ALWAYS POSITIVE.
       NOTER-BETALING.
           ADD 1 TO AR-BETALINGER(WS-ARKIV-IX)
           ADD 1 TO WS-SUM-BETALINGER
           MOVE VALUTA OF ARKIV-REC TO WS-VALUTA
           IF WS-VALUTA = SPACES
               MOVE "DKK" TO WS-VALUTA
           END-IF
           MOVE "INDLAND" TO WS-GEOGRAFI
           IF MODTAGER-LANDE-KODE OF ARKIV-REC NOT = SPACES
               AND MODTAGER-LANDE-KODE OF ARKIV-REC NOT = "DK"
               MOVE "UDLAND" TO WS-GEOGRAFI
           END-IF
           IF TRANSAKTIONSTYPE OF ARKIV-REC = "UDLANDSBETALING"
               MOVE "UDLAND" TO WS-GEOGRAFI
           END-IF
           IF (WS-INSTRUMENT = "KORT" OR WS-INSTRUMENT = "KONTANTUD")
               AND WS-VALUTA NOT = "DKK"
               MOVE "UDLAND" TO WS-GEOGRAFI
           END-IF
           IF BELØB OF ARKIV-REC < ZEROES
               MOVE "UD" TO WS-RETNING
               COMPUTE WS-VAERDI = 0 - BELØB OF ARKIV-REC
           ELSE
               MOVE "IND" TO WS-RETNING
               MOVE BELØB OF ARKIV-REC TO WS-VAERDI
           END-IF
           ADD WS-VAERDI TO WS-SUM-BETALT-VAERDI
           MOVE ZEROES TO WS-CELLE-SLOT
           PERFORM VARYING WS-CELLE-IX FROM 1 BY 1
                   UNTIL WS-CELLE-IX > ANTAL-CELLER
               IF CE-INSTRUMENT(WS-CELLE-IX) = WS-INSTRUMENT
                   AND CE-KANAL(WS-CELLE-IX) = WS-KANAL
                   AND CE-GEOGRAFI(WS-CELLE-IX) = WS-GEOGRAFI
                   AND CE-RETNING(WS-CELLE-IX) = WS-RETNING
                   AND CE-VALUTA(WS-CELLE-IX) = WS-VALUTA
                   MOVE WS-CELLE-IX TO WS-CELLE-SLOT
               END-IF
           END-PERFORM
           IF WS-CELLE-SLOT = ZEROES AND ANTAL-CELLER < 300
               ADD 1 TO ANTAL-CELLER
               MOVE WS-INSTRUMENT TO CE-INSTRUMENT(ANTAL-CELLER)
               MOVE WS-KANAL TO CE-KANAL(ANTAL-CELLER)
               MOVE WS-GEOGRAFI TO CE-GEOGRAFI(ANTAL-CELLER)
               MOVE WS-RETNING TO CE-RETNING(ANTAL-CELLER)
               MOVE WS-VALUTA TO CE-VALUTA(ANTAL-CELLER)
               MOVE ANTAL-CELLER TO WS-CELLE-SLOT
           END-IF
           IF WS-CELLE-SLOT NOT = ZEROES
               ADD 1 TO CE-ANTAL(WS-CELLE-SLOT)
               ADD WS-VAERDI TO CE-VAERDI(WS-CELLE-SLOT)
           END-IF.

       NOTER-IKKE-BETALING.
           ADD 1 TO AR-IKKE-BET(WS-ARKIV-IX)
           ADD 1 TO WS-SUM-IKKE-BET
           MOVE ZEROES TO WS-IB-SLOT
           PERFORM VARYING WS-IB-IX FROM 1 BY 1
                   UNTIL WS-IB-IX > ANTAL-IKKE-BET-TYPER
               IF IB-TYPE(WS-IB-IX) = TRANSAKTIONSTYPE OF ARKIV-REC
                   MOVE WS-IB-IX TO WS-IB-SLOT
               END-IF
           END-PERFORM
           IF WS-IB-SLOT = ZEROES AND ANTAL-IKKE-BET-TYPER < 100
               ADD 1 TO ANTAL-IKKE-BET-TYPER
               MOVE TRANSAKTIONSTYPE OF ARKIV-REC
                   TO IB-TYPE(ANTAL-IKKE-BET-TYPER)
               MOVE ANTAL-IKKE-BET-TYPER TO WS-IB-SLOT
           END-IF
           IF WS-IB-SLOT NOT = ZEROES
               ADD 1 TO IB-ANTAL(WS-IB-SLOT)
           END-IF.

       SKRIV-UKLASSIFICERET.
           ADD 1 TO AR-UKLASSIFICERET(WS-ARKIV-IX)
           ADD 1 TO WS-SUM-UKLASSIFICERET
           MOVE "J" TO WS-AFVIGER
           MOVE BELØB OF ARKIV-REC TO WS-BELOB-DISPLAY
           MOVE SPACES TO AFSTEMNING-RECORD
           STRING "  " DELIMITED BY SIZE
               AR-FILNAVN(WS-ARKIV-IX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               KONTO-ID OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIDSPUNKT OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSAKTIONSTYPE OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUTA OF ARKIV-REC DELIMITED BY SIZE
               INTO AFSTEMNING-RECORD
           WRITE AFSTEMNING-RECORD.

       SKRIV-STATISTIK.
           OPEN OUTPUT BETALINGS-STATISTIK
           PERFORM VARYING WS-CELLE-IX FROM 1 BY 1
                   UNTIL WS-CELLE-IX > ANTAL-CELLER
               MOVE SPACES TO STATISTIK-RECORD
               MOVE WS-PERIODE TO BST-PERIODE
               MOVE CE-INSTRUMENT(WS-CELLE-IX) TO BST-INSTRUMENT
               MOVE CE-KANAL(WS-CELLE-IX) TO BST-KANAL
               MOVE CE-GEOGRAFI(WS-CELLE-IX) TO BST-GEOGRAFI
               MOVE CE-RETNING(WS-CELLE-IX) TO BST-RETNING
               MOVE CE-VALUTA(WS-CELLE-IX) TO BST-VALUTA
               MOVE CE-ANTAL(WS-CELLE-IX) TO BST-ANTAL
               MOVE CE-VAERDI(WS-CELLE-IX) TO BST-VAERDI
               WRITE STATISTIK-RECORD
               ADD 1 TO WS-RECS-OUT
               ADD CE-ANTAL(WS-CELLE-IX) TO WS-CELLE-ANTAL
               ADD CE-VAERDI(WS-CELLE-IX) TO WS-CELLE-VAERDI
           END-PERFORM
           CLOSE BETALINGS-STATISTIK
           MOVE "Betalingsstatistik.txt" TO WS-TM-FILNAVN
           MOVE "NATIONALBK" TO WS-TM-MODPART
           MOVE WS-RECS-OUT TO WS-TM-ANTAL
           MOVE WS-CELLE-VAERDI TO WS-TM-SUM
           MOVE 5 TO WS-TM-FRIST-DAGE
           PERFORM REGISTRER-TRANSMISSION.

      * EVERY ARCHIVE WITH ITS ROWS SPLIT THREE WAYS, THE TYPES LEFT
      * OUT AS NOT BEING PAYMENTS, AND THE TWO PROOFS: THE ARCHIVES'
      * ROWS ARE ALL ACCOUNTED FOR, AND THE CELLS HOLD EXACTLY THE
      * PAYMENTS FOUND.
       SKRIV-AFSTEMNING.
           MOVE SPACES TO AFSTEMNING-RECORD
           WRITE AFSTEMNING-RECORD
           MOVE "ARKIVER           RAEKKER BETALINGER  IKKE BET. "
               & " UKLASSIF. ARKIV" TO AFSTEMNING-RECORD
           WRITE AFSTEMNING-RECORD
           PERFORM VARYING WS-ARKIV-IX FROM 1 BY 1
                   UNTIL WS-ARKIV-IX > ANTAL-ARKIVER
               MOVE AR-RAEKKER(WS-ARKIV-IX) TO WS-ANTAL-DISPLAY
               MOVE AR-BETALINGER(WS-ARKIV-IX) TO WS-ANTAL-DISPLAY-2
               MOVE AR-IKKE-BET(WS-ARKIV-IX) TO WS-ANTAL-DISPLAY-3
               MOVE AR-UKLASSIFICERET(WS-ARKIV-IX)
                   TO WS-ANTAL-DISPLAY-4
               MOVE SPACES TO AFSTEMNING-RECORD
               STRING AR-STATUS(WS-ARKIV-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-3 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-4 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AR-FILNAVN(WS-ARKIV-IX) DELIMITED BY SPACE
                   INTO AFSTEMNING-RECORD
               WRITE AFSTEMNING-RECORD
               IF AR-STATUS(WS-ARKIV-IX) = "MEDTAGET"
                   ADD AR-RAEKKER(WS-ARKIV-IX) TO WS-SUM-RAEKKER
               END-IF
           END-PERFORM
           IF ANTAL-ARKIVER = ZEROES
               MOVE "  INGEN ARKIVER I PERIODEN PAA ARKIVKATALOG.TXT"
                   TO AFSTEMNING-RECORD
               WRITE AFSTEMNING-RECORD
           END-IF
           MOVE SPACES TO AFSTEMNING-RECORD
           WRITE AFSTEMNING-RECORD
           MOVE "IKKE BETALINGER PR. TRANSAKTIONSTYPE"
               TO AFSTEMNING-RECORD
           WRITE AFSTEMNING-RECORD
           PERFORM VARYING WS-IB-IX FROM 1 BY 1
                   UNTIL WS-IB-IX > ANTAL-IKKE-BET-TYPER
               MOVE IB-ANTAL(WS-IB-IX) TO WS-ANTAL-DISPLAY
               MOVE SPACES TO AFSTEMNING-RECORD
               STRING "  " DELIMITED BY SIZE
                   IB-TYPE(WS-IB-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   INTO AFSTEMNING-RECORD
               WRITE AFSTEMNING-RECORD
           END-PERFORM
           MOVE SPACES TO AFSTEMNING-RECORD
           WRITE AFSTEMNING-RECORD
           MOVE WS-SUM-RAEKKER TO WS-ANTAL-DISPLAY
           MOVE WS-SUM-BETALINGER TO WS-ANTAL-DISPLAY-2
           MOVE WS-SUM-IKKE-BET TO WS-ANTAL-DISPLAY-3
           MOVE WS-SUM-UKLASSIFICERET TO WS-ANTAL-DISPLAY-4
           MOVE SPACES TO AFSTEMNING-RECORD
           STRING "ARKIVRAEKKER " DELIMITED BY SIZE
               WS-ANTAL-DISPLAY DELIMITED BY SIZE
               " = BETALINGER " DELIMITED BY SIZE
               WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
               " + IKKE BETALINGER " DELIMITED BY SIZE
               WS-ANTAL-DISPLAY-3 DELIMITED BY SIZE
               " + UKLASSIFICEREDE " DELIMITED BY SIZE
               WS-ANTAL-DISPLAY-4 DELIMITED BY SIZE
               INTO AFSTEMNING-RECORD
           IF WS-SUM-RAEKKER = WS-SUM-BETALINGER + WS-SUM-IKKE-BET
                   + WS-SUM-UKLASSIFICERET
               MOVE "AFSTEMT" TO AFSTEMNING-RECORD(110:7)
           ELSE
               MOVE "AFVIGER" TO AFSTEMNING-RECORD(110:7)
               MOVE "J" TO WS-AFVIGER
           END-IF
           WRITE AFSTEMNING-RECORD
           MOVE WS-CELLE-ANTAL TO WS-ANTAL-DISPLAY
           MOVE WS-SUM-BETALINGER TO WS-ANTAL-DISPLAY-2
           MOVE WS-CELLE-VAERDI TO WS-BELOB-DISPLAY
           MOVE WS-SUM-BETALT-VAERDI TO WS-BELOB-DISPLAY-2
           MOVE SPACES TO AFSTEMNING-RECORD
           STRING "CELLER " DELIMITED BY SIZE
               WS-ANTAL-DISPLAY DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " = BETALINGER " DELIMITED BY SIZE
               WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
               INTO AFSTEMNING-RECORD
           IF WS-CELLE-ANTAL = WS-SUM-BETALINGER
               AND WS-CELLE-VAERDI = WS-SUM-BETALT-VAERDI
               MOVE "AFSTEMT" TO AFSTEMNING-RECORD(110:7)
           ELSE
               MOVE "AFVIGER" TO AFSTEMNING-RECORD(110:7)
               MOVE "J" TO WS-AFVIGER
           END-IF
           WRITE AFSTEMNING-RECORD
           IF WS-ANTAL-MANGLER > ZEROES
               MOVE WS-ANTAL-MANGLER TO WS-ANTAL-DISPLAY
               MOVE SPACES TO AFSTEMNING-RECORD
               STRING "*** " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   " ARKIV(ER) PAA KATALOGET FINDES IKKE - "
                   DELIMITED BY SIZE
                   "STATISTIKKEN ER UFULDSTAENDIG" DELIMITED BY SIZE
                   INTO AFSTEMNING-RECORD
               WRITE AFSTEMNING-RECORD
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

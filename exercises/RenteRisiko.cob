       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CALENDAR STEP'S MONTH-END SWITCH - THE GAP REPORT IS A
      * MONTH-END FIGURE. A MISSING SWITCH MEANS A MANUAL,
      * OPERATOR-DECIDED RUN AND GOES AHEAD, SAME AS FXREVALUERING.
           SELECT MAANED-ULTIMO ASSIGN TO "MaanedUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * THE ACCOUNT MASTER - VALUTA, AND THE TERM AND LOCK-IN DATE
      * OF A FIXED-TERM DEPOSIT.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE BALANCES COME FROM THE SEQUENCE-CONTROLLED CHAIN, THE
      * SAME FILE MFISTATISTIK CLASSIFIES, SO THE TWO RECONCILE.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE TIERED RATE FEED - A VALUTA WITH BANDS IS FLOATING; A
      * BAND WITH RB-REFERENCE SET FOLLOWS ITS CIBOR FIXING.
           SELECT RENTEBAAND ASSIGN TO "Rentebaand.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAAND-STATUS.
      * THE FIXING HISTORY - THE LATEST FIXING DATED TODAY OR
      * EARLIER, PLUS THE TENOR IN THE NAME, GIVES THE NEXT RESET.
           SELECT REFERENCESATSER ASSIGN TO "ReferenceSatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFSATS-STATUS.
      * THE LOAN MASTER - A VARIABEL LOAN REPRICES AT ITS NEXT
      * INSTALLMENT, A FAST ONE ONLY AS IT IS REPAID.
           SELECT LAAN ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAAN-STATUS.
           SELECT VALUTAKURSER ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RATE SHOCKS, KEPT BY RISK - ONE SIGNED SHIFT IN BASIS
      * POINTS PER ROW. A MISSING FILE MEANS THE REGULATORY PAIR,
      * PLUS AND MINUS 200.
           SELECT RENTE-STOED ASSIGN TO "RenteStoed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOED-STATUS.
      * MFISTAT'S CELLS - THE PER-VALUTA BALANCE TOTALS THIS
      * REPORT'S ACCOUNT POSITIONS MUST MEET.
           SELECT MFI-STATISTIK ASSIGN TO "MfiStatistik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MFI-STATUS.
      * THE REPRICING-GAP REPORT FOR MANAGEMENT AND RISK.
           SELECT RENTE-GAP ASSIGN TO "RenteGap.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAANED-ULTIMO.
       01 ULTIMO-RECORD.
           02  MU-SVAR              PIC X.
           02  MU-DATO              PIC X(10).
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD LUKKESALDO-FILE.
       01 LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
           02  LS-UDSKRIFT-NR       PIC 9(6).
       FD RENTEBAAND.
       01 BAAND-REC.
           COPY "RENTEBAAND.cpy".
       FD REFERENCESATSER.
       01 REFSATS-REC.
           COPY "REFERENCESATSER.cpy".
       FD LAAN.
       01 LAAN-REC.
           COPY "LAAN.cpy".
       FD VALUTAKURSER.
       01 KURS-IN.
           COPY "VALUTAKURSER.cpy".
       FD RENTE-STOED.
       01 STOED-REC.
           02  RS-BP                PIC S9(4) SIGN LEADING SEPARATE
                                    VALUE ZEROES.
       FD MFI-STATISTIK.
       01 MFI-RECORD.
           02  MF-SEKTOR            PIC X(7).
           02  MF-VALUTA            PIC X(3).
           02  MF-PRODUKT           PIC X(8).
           02  MF-ANTAL             PIC 9(7).
           02  MF-SALDO             PIC S9(15)V99 SIGN LEADING
                                    SEPARATE.
       FD RENTE-GAP.
       01 GAP-RECORD.
           02  GAP-LINE             PIC X(132) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "RENTEGAP".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-DAGS-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-BAAND-STATUS          PIC XX VALUE "00".
       01  WS-REFSATS-STATUS        PIC XX VALUE "00".
       01  WS-LAAN-STATUS           PIC XX VALUE "00".
       01  WS-STOED-STATUS          PIC XX VALUE "00".
       01  WS-MFI-STATUS            PIC XX VALUE "00".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-BAAND                PIC X VALUE "N".
       01  EOF-REFSATS              PIC X VALUE "N".
       01  EOF-LAAN                 PIC X VALUE "N".
       01  EOF-KURS                 PIC X VALUE "N".
       01  EOF-STOED                PIC X VALUE "N".
       01  EOF-MFI                  PIC X VALUE "N".
      * "YYYY-MM-DD" TO DAY NUMBER - SEE DATO-TIL-HELTAL - AND THE
      * MONTH ROLL FOR RESETS AND INSTALLMENTS, SAME CLAMP-TO-28
      * RULE AS LAANFORFALD'S RUL-FORFALDSDATO.
       01  WS-DATO-TEKST            PIC X(10) VALUE SPACES.
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-DATO-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-RUL-DATO              PIC X(10) VALUE SPACES.
       01  WS-RUL-MAANEDER          PIC 9(3) VALUE ZEROES.
       01  WS-NY-AAR                PIC 9(4) VALUE ZEROES.
       01  WS-NY-MAANED             PIC 9(4) VALUE ZEROES.
       01  WS-NY-DAG                PIC 9(2) VALUE ZEROES.
      * THE REPRICING BANDS - UPPER BOUND IN DAYS FROM TODAY AND THE
      * BAND'S MIDPOINT IN YEARS, WHICH WEIGHTS BOTH THE 12-MONTH
      * EARNINGS EFFECT AND THE VALUE EFFECT OF A SHOCK.
       01  BAAND-DEF-VAERDIER.
           02  FILLER PIC X(17) VALUE "O/N    0000100014".
           02  FILLER PIC X(17) VALUE "-1M    0003100425".
           02  FILLER PIC X(17) VALUE "1-3M   0009201667".
           02  FILLER PIC X(17) VALUE "3-6M   0018303750".
           02  FILLER PIC X(17) VALUE "6-12M  0036607500".
           02  FILLER PIC X(17) VALUE "1-2AAR 0073115000".
           02  FILLER PIC X(17) VALUE "2-5AAR 0182735000".
           02  FILLER PIC X(17) VALUE "5AAR-  9999975000".
       01  BAAND-DEF REDEFINES BAAND-DEF-VAERDIER.
           02  BD-ENTRY OCCURS 8 TIMES.
               03  BD-NAVN          PIC X(7).
               03  BD-DAGE          PIC 9(5).
               03  BD-MIDT          PIC 9V9(4).
       01  WS-BD-IX                 PIC 9 VALUE ZEROES.
      * THE GAP PER VALUTA AND BAND - ASSETS (LOANS, OVERDRAFTS)
      * AND LIABILITIES (DEPOSITS) BOTH HELD POSITIVE. GV-KONTO-SUM
      * IS THE CHAIN TOTAL AS MFISTAT SUMS IT, GV-SLOTTET WHAT WAS
      * ACTUALLY BANDED FROM IT, GV-MFI-SUM MFISTAT'S OWN FIGURE.
       01  GAP-VALUTA-AR OCCURS 20 TIMES.
           02  GV-VALUTA            PIC X(3) VALUE SPACES.
           02  GV-KONTO-SUM         PIC S9(15)V99 VALUE ZEROES.
           02  GV-SLOTTET           PIC S9(15)V99 VALUE ZEROES.
           02  GV-MFI-SUM           PIC S9(15)V99 VALUE ZEROES.
           02  GV-MFI-FUNDET        PIC X VALUE "N".
           02  GV-LAAN-SUM          PIC S9(15)V99 VALUE ZEROES.
           02  GV-BAAND OCCURS 8 TIMES.
               03  GV-AKTIV         PIC S9(15)V99 VALUE ZEROES.
               03  GV-PASSIV        PIC S9(15)V99 VALUE ZEROES.
       01  ANTAL-GV                 PIC 9(2) VALUE ZEROES.
       01  WS-GV-IX                 PIC 9(2).
       01  WS-GV-SLOT               PIC 9(2) VALUE ZEROES.
      * THE COMPOSITION - WHAT KIND OF POSITION FILLED THE BANDS.
       01  POSTYPE-AR OCCURS 100 TIMES.
           02  PT-TYPE              PIC X(13) VALUE SPACES.
           02  PT-VALUTA            PIC X(3) VALUE SPACES.
           02  PT-ANTAL             PIC 9(7) VALUE ZEROES.
           02  PT-BELOB             PIC S9(15)V99 VALUE ZEROES.
       01  ANTAL-PT                 PIC 9(3) VALUE ZEROES.
       01  WS-PT-IX                 PIC 9(3).
       01  WS-PT-SLOT               PIC 9(3) VALUE ZEROES.
      * ONE POSITION ON ITS WAY INTO THE GAP - BANK-SIDE SIGN, PLUS
      * AN ASSET AND MINUS A LIABILITY. SEE SLOT-POSITION.
       01  WS-SLOT-VALUTA           PIC X(3) VALUE SPACES.
       01  WS-SLOT-DAGE             PIC S9(9) VALUE ZEROES.
       01  WS-SLOT-BELOB            PIC S9(15)V99 VALUE ZEROES.
       01  WS-SLOT-TYPE             PIC X(13) VALUE SPACES.
       01  WS-SLOT-NY               PIC X VALUE "J".
      * THE ACCOUNT MASTER'S FEW FIELDS THAT MATTER HERE.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KO-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KO-VALUTA            PIC X(3) VALUE SPACES.
           02  KO-TERMIN            PIC 9(2) VALUE ZEROES.
           02  KO-LAAST-TIL         PIC X(10) VALUE SPACES.
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
       01  WS-KONTO-SLOT            PIC 9(4) VALUE ZEROES.
      * THE BANDS, IN FEED ORDER - ASCENDING BY GRAENSE PER VALUTA.
       01  RB-AR OCCURS 100 TIMES.
           COPY "RENTEBAAND.cpy".
       01  ANTAL-RB                 PIC 9(3) VALUE ZEROES.
       01  WS-RB-IX                 PIC 9(3).
       01  WS-RB-NEXT-IX            PIC 9(3) VALUE ZEROES.
       01  WS-RB-FOERSTE            PIC 9(3) VALUE ZEROES.
       01  WS-HAR-BAAND             PIC X VALUE "N".
       01  WS-BAAND-BUND            PIC S9(15)V99 VALUE ZEROES.
       01  WS-BAAND-TOP             PIC S9(15)V99 VALUE ZEROES.
       01  WS-BAAND-DEL             PIC S9(15)V99 VALUE ZEROES.
       01  WS-BAAND-DAGE            PIC S9(9) VALUE ZEROES.
      * THE EFFECTIVE FIXING DATE PER REFERENCE NAME.
       01  REFSATS-AR OCCURS 50 TIMES.
           02  RE-NAVN              PIC X(10) VALUE SPACES.
           02  RE-DATO              PIC X(10) VALUE SPACES.
       01  ANTAL-REFSATS            PIC 9(3) VALUE ZEROES.
       01  WS-REFSATS-IX            PIC 9(3).
       01  WS-REFSATS-SLOT          PIC 9(3) VALUE ZEROES.
       01  WS-TENOR                 PIC 9(3) VALUE ZEROES.
       01  WS-TEGN-IX               PIC 9(2) VALUE ZEROES.
       01  WS-CIFFER                PIC 9 VALUE ZEROES.
      * THE RATE TABLE - LAST FEED ROW PER VALUTA WINS.
       01  KURS-AR OCCURS 50 TIMES.
           02  KR-VALUTA            PIC X(3) VALUE SPACES.
           02  KR-RATE              PIC 9(5) VALUE ZEROES.
       01  ANTAL-KURSER             PIC 9(3) VALUE ZEROES.
       01  WS-KURS-IX               PIC 9(3).
       01  WS-SCAN-IX               PIC 9(3).
      * THE SHOCKS AND THEIR EFFECTS, PER VALUTA AND IN DKK.
       01  STOED-AR OCCURS 10 TIMES.
           02  SD-BP                PIC S9(4) VALUE ZEROES.
           02  SD-NII-DKK           PIC S9(15)V99 VALUE ZEROES.
           02  SD-EVE-DKK           PIC S9(15)V99 VALUE ZEROES.
       01  ANTAL-STOED              PIC 9(2) VALUE ZEROES.
       01  WS-SD-IX                 PIC 9(2).
       01  WS-STOED-SATS            PIC S9V9(6) VALUE ZEROES.
       01  WS-NII-VAEGT             PIC 9V9(4) VALUE ZEROES.
       01  WS-NII                   PIC S9(15)V99 VALUE ZEROES.
       01  WS-EVE                   PIC S9(15)V99 VALUE ZEROES.
       01  WS-DEL-EFFEKT            PIC S9(15)V99 VALUE ZEROES.
      * AMORTISATION OF A FAST LOAN - SAME ANNUITY ARITHMETIC AS
      * AFDRAGSPLAN'S BEREGN-TERMIN.
       01  WS-PLAN-RESTGAELD        PIC S9(11)V99 VALUE ZEROES.
       01  WS-PLAN-TERMINER         PIC 9(3) VALUE ZEROES.
       01  WS-PLAN-DATO             PIC X(10) VALUE SPACES.
       01  WS-MD-RENTE              PIC SV9(9) VALUE ZEROES.
       01  WS-FAKTOR                PIC S9(7)V9(9) VALUE ZEROES.
       01  WS-FAKTOR-IX             PIC 9(3) VALUE ZEROES.
       01  WS-TERMIN-IX             PIC 9(3) VALUE ZEROES.
       01  WS-YDELSE                PIC S9(11)V99 VALUE ZEROES.
       01  WS-RENTE-DEL             PIC S9(11)V99 VALUE ZEROES.
       01  WS-AFDRAG-DEL            PIC S9(11)V99 VALUE ZEROES.
      * REPORT WORK FIELDS.
       01  WS-GAP                   PIC S9(15)V99 VALUE ZEROES.
       01  WS-KUM-GAP               PIC S9(15)V99 VALUE ZEROES.
       01  WS-DIFFERENCE            PIC S9(15)V99 VALUE ZEROES.
       01  WS-BELOB-DKK             PIC S9(15)V99 VALUE ZEROES.
       01  WS-BELOB-DISPLAY         PIC -(13)9.99.
       01  WS-BELOB-DISPLAY-2       PIC -(13)9.99.
       01  WS-BELOB-DISPLAY-3       PIC -(13)9.99.
       01  WS-BELOB-DISPLAY-4       PIC -(13)9.99.
       01  WS-ANTAL-DISPLAY         PIC Z(6)9.
       01  WS-BP-DISPLAY            PIC +(4)9.
       01  WS-AFSTEM-TEKST          PIC X(9) VALUE SPACES.
       01  WS-AFVIGELSER            PIC 9(3) VALUE ZEROES.

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

      * INTEREST-RATE RISK IN THE BANKING BOOK: BUCKETS EVERY
      * INTEREST-BEARING POSITION BY WHEN IT NEXT REPRICES - FLOATING
      * DEPOSITS AT ONCE, FIXED-TERM DEPOSITS AT THEIR LOCK-IN DATE,
      * CIBOR-LINKED BANDS AT THEIR NEXT FIXING, VARIABEL LOANS AT
      * THEIR NEXT INSTALLMENT AND FAST LOANS AS THEY AMORTISE -
      * PRINTS THE GAP PER BAND AND VALUTA, THE 12-MONTH EARNINGS
      * AND ECONOMIC-VALUE EFFECT OF EACH CONFIGURED PARALLEL SHOCK,
      * AND RECONCILES THE ACCOUNT POSITIONS TO MFISTAT'S TOTALS.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           IF WS-ER-ULTIMO = "N"
               DISPLAY "RENTEGAP: IKKE MAANEDSULTIMO - INGEN "
                   "GAP-RAPPORT I NAT"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-STOED
           PERFORM LOAD-KURSER
           PERFORM LOAD-KONTI
           PERFORM LOAD-BAAND
           PERFORM LOAD-REFERENCESATSER
           PERFORM SLOT-SALDI
           PERFORM SLOT-LAAN
           PERFORM LOAD-MFI
           PERFORM BEREGN-STOED
           PERFORM SKRIV-RAPPORT
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
           COMPUTE WS-DAGS-HELTAL =
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
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

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

      * "YYYY-MM-DD" IN WS-DATO-TEKST TO A DAY NUMBER IN
      * WS-DATO-HELTAL - SAME INTEGER-DAY ARITHMETIC AS RYKKERKOERSEL.
       DATO-TIL-HELTAL.
           MOVE WS-DATO-TEKST(1:4) TO WS-DATO-YYYYMMDD(1:4)
           MOVE WS-DATO-TEKST(6:2) TO WS-DATO-YYYYMMDD(5:2)
           MOVE WS-DATO-TEKST(9:2) TO WS-DATO-YYYYMMDD(7:2)
           COMPUTE WS-DATO-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-YYYYMMDD).

      * DAYS FROM TODAY TO WS-DATO-TEKST INTO WS-SLOT-DAGE - A DATE
      * ALREADY PASSED REPRICES AT ONCE.
       DAGE-TIL-DATO.
           PERFORM DATO-TIL-HELTAL
           COMPUTE WS-SLOT-DAGE = WS-DATO-HELTAL - WS-DAGS-HELTAL
           IF WS-SLOT-DAGE < ZEROES
               MOVE ZEROES TO WS-SLOT-DAGE
           END-IF.

      * ROLLS WS-RUL-DATO WS-RUL-MAANEDER MONTHS FORWARD - SAME
      * CLAMP-TO-28 RULE AS AFDRAGSPLAN'S RUL-PLANDATO.
       RUL-DATO.
           MOVE WS-RUL-DATO(1:4) TO WS-NY-AAR
           MOVE WS-RUL-DATO(6:2) TO WS-NY-MAANED
           MOVE WS-RUL-DATO(9:2) TO WS-NY-DAG
           ADD WS-RUL-MAANEDER TO WS-NY-MAANED
           PERFORM UNTIL WS-NY-MAANED <= 12
               SUBTRACT 12 FROM WS-NY-MAANED
               ADD 1 TO WS-NY-AAR
           END-PERFORM
           IF WS-NY-DAG > 28
               MOVE 28 TO WS-NY-DAG
           END-IF
           MOVE WS-NY-AAR TO WS-RUL-DATO(1:4)
           MOVE "-" TO WS-RUL-DATO(5:1)
           MOVE WS-NY-MAANED(3:2) TO WS-RUL-DATO(6:2)
           MOVE "-" TO WS-RUL-DATO(8:1)
           MOVE WS-NY-DAG TO WS-RUL-DATO(9:2).

       LOAD-STOED.
           OPEN INPUT RENTE-STOED
           IF WS-STOED-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-STOED = "Y"
                   READ RENTE-STOED
                       AT END
                           MOVE "Y" TO EOF-STOED
                       NOT AT END
                           IF ANTAL-STOED < 10
                               ADD 1 TO ANTAL-STOED
                               MOVE RS-BP OF STOED-REC
                                   TO SD-BP(ANTAL-STOED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTE-STOED
           END-IF
           IF ANTAL-STOED = ZEROES
               MOVE 2 TO ANTAL-STOED
               MOVE 200 TO SD-BP(1)
               MOVE -200 TO SD-BP(2)
           END-IF.

      * LAST FEED ROW PER VALUTA WINS - SAME LOAD AS VEKSEL.
       LOAD-KURSER.
           OPEN INPUT VALUTAKURSER
           PERFORM UNTIL EOF-KURS = "Y"
               READ VALUTAKURSER
                   AT END
                       MOVE "Y" TO EOF-KURS
                   NOT AT END
                       PERFORM GEM-KURS
               END-READ
           END-PERFORM
           CLOSE VALUTAKURSER.

       GEM-KURS.
           MOVE ZEROES TO WS-KURS-IX
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > ANTAL-KURSER
               IF KR-VALUTA(WS-SCAN-IX) = KURS-VALUTA OF KURS-IN
                   MOVE WS-SCAN-IX TO WS-KURS-IX
               END-IF
           END-PERFORM
           IF WS-KURS-IX = ZEROES
               ADD 1 TO ANTAL-KURSER
               MOVE ANTAL-KURSER TO WS-KURS-IX
               MOVE KURS-VALUTA OF KURS-IN TO KR-VALUTA(WS-KURS-IX)
           END-IF
           MOVE KURS-RATE OF KURS-IN TO KR-RATE(WS-KURS-IX).

       LOAD-KONTI.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO ANTAL-KONTI
                       MOVE KONTO-ID OF KONTOOPL-IN
                           TO KO-KONTO-ID(ANTAL-KONTI)
                       MOVE VALUTAKODE OF KONTOOPL-IN
                           TO KO-VALUTA(ANTAL-KONTI)
                       IF INDLAAN-TERMIN OF KONTOOPL-IN IS NUMERIC
                           MOVE INDLAAN-TERMIN OF KONTOOPL-IN
                               TO KO-TERMIN(ANTAL-KONTI)
                       END-IF
                       MOVE INDLAAN-LAAST-TIL OF KONTOOPL-IN
                           TO KO-LAAST-TIL(ANTAL-KONTI)
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

       LOAD-BAAND.
           OPEN INPUT RENTEBAAND
           IF WS-BAAND-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BAAND = "Y"
                   READ RENTEBAAND
                       AT END
                           MOVE "Y" TO EOF-BAAND
                       NOT AT END
                           ADD 1 TO ANTAL-RB
                           MOVE BAAND-REC TO RB-AR(ANTAL-RB)
                   END-READ
               END-PERFORM
               CLOSE RENTEBAAND
           END-IF.

      * THE NEWEST FIXING DATED TODAY OR EARLIER PER NAME - SAME
      * RULE AS RENTETILSKRIVNING'S LOAD-REFERENCESATSER.
       LOAD-REFERENCESATSER.
           OPEN INPUT REFERENCESATSER
           IF WS-REFSATS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-REFSATS = "Y"
                   READ REFERENCESATSER
                       AT END
                           MOVE "Y" TO EOF-REFSATS
                       NOT AT END
                           IF RR-DATO OF REFSATS-REC
                                   NOT > WS-DAGS-DATO
                               PERFORM GEM-REFSATS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERENCESATSER
           END-IF.

       GEM-REFSATS.
           MOVE ZEROES TO WS-REFSATS-SLOT
           PERFORM VARYING WS-REFSATS-IX FROM 1 BY 1
                   UNTIL WS-REFSATS-IX > ANTAL-REFSATS
               IF RE-NAVN(WS-REFSATS-IX) = RR-NAVN OF REFSATS-REC
                   MOVE WS-REFSATS-IX TO WS-REFSATS-SLOT
               END-IF
           END-PERFORM
           IF WS-REFSATS-SLOT = ZEROES
               ADD 1 TO ANTAL-REFSATS
               MOVE ANTAL-REFSATS TO WS-REFSATS-SLOT
               MOVE RR-NAVN OF REFSATS-REC TO RE-NAVN(WS-REFSATS-SLOT)
           END-IF
           IF RR-DATO OF REFSATS-REC NOT < RE-DATO(WS-REFSATS-SLOT)
               MOVE RR-DATO OF REFSATS-REC TO RE-DATO(WS-REFSATS-SLOT)
           END-IF.

      * EVERY CHAIN BALANCE INTO THE BANDS. A FIXED-TERM DEPOSIT
      * STILL LOCKED REPRICES AT ITS LOCK-IN DATE; ANY OTHER BALANCE
      * IN A VALUTA WITH BANDS FOLLOWS ITS BANDS; THE REST CARRY
      * THE SINGLE ADMINISTERED RATE AND REPRICE AT ONCE.
       SLOT-SALDI.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           PERFORM SLOT-EN-SALDO
                               THRU SLOT-EN-SALDO-EXIT
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

       SLOT-EN-SALDO.
           MOVE ZEROES TO WS-KONTO-SLOT
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KO-KONTO-ID(WS-KONTO-IX) = LS-KONTO-ID
                   MOVE WS-KONTO-IX TO WS-KONTO-SLOT
               END-IF
           END-PERFORM
           MOVE "DKK" TO WS-SLOT-VALUTA
           IF WS-KONTO-SLOT > ZEROES
               IF KO-VALUTA(WS-KONTO-SLOT) NOT = SPACES
                   MOVE KO-VALUTA(WS-KONTO-SLOT) TO WS-SLOT-VALUTA
               END-IF
           END-IF
           PERFORM FIND-GV-SLOT
           ADD LS-BALANCE TO GV-KONTO-SUM(WS-GV-SLOT)
           IF LS-BALANCE = ZEROES
               GO TO SLOT-EN-SALDO-EXIT
           END-IF
           IF LS-BALANCE > ZEROES
               AND WS-KONTO-SLOT > ZEROES
               AND KO-TERMIN(WS-KONTO-SLOT) > ZEROES
               AND KO-LAAST-TIL(WS-KONTO-SLOT) > WS-DAGS-DATO
               MOVE KO-LAAST-TIL(WS-KONTO-SLOT) TO WS-DATO-TEKST
               PERFORM DAGE-TIL-DATO
               MOVE "TIDSINDSKUD" TO WS-SLOT-TYPE
               COMPUTE WS-SLOT-BELOB = 0 - LS-BALANCE
               PERFORM SLOT-POSITION
               ADD LS-BALANCE TO GV-SLOTTET(WS-GV-SLOT)
               GO TO SLOT-EN-SALDO-EXIT
           END-IF
           MOVE "N" TO WS-HAR-BAAND
           MOVE ZEROES TO WS-RB-FOERSTE
           PERFORM VARYING WS-RB-IX FROM 1 BY 1
                   UNTIL WS-RB-IX > ANTAL-RB
               IF RB-VALUTA OF RB-AR(WS-RB-IX) = WS-SLOT-VALUTA
                   IF WS-HAR-BAAND = "N"
                       MOVE WS-RB-IX TO WS-RB-FOERSTE
                   END-IF
                   MOVE "Y" TO WS-HAR-BAAND
               END-IF
           END-PERFORM
           IF WS-HAR-BAAND = "N"
               MOVE ZEROES TO WS-SLOT-DAGE
               MOVE "ADMINISTRERET" TO WS-SLOT-TYPE
               IF LS-BALANCE < ZEROES
                   MOVE "OVERTRAEK" TO WS-SLOT-TYPE
               END-IF
               COMPUTE WS-SLOT-BELOB = 0 - LS-BALANCE
               PERFORM SLOT-POSITION
               ADD LS-BALANCE TO GV-SLOTTET(WS-GV-SLOT)
               GO TO SLOT-EN-SALDO-EXIT
           END-IF
      * AN OVERDRAWN BALANCE RUNS WHOLLY AT THE FIRST BAND'S RATE,
      * SAME AS RENTETILSKRIVNING'S BEREGN-BAND-RENTE.
           IF LS-BALANCE < ZEROES
               MOVE WS-RB-FOERSTE TO WS-RB-IX
               PERFORM BAAND-REPRICING THRU BAAND-REPRICING-EXIT
               MOVE "OVERTRAEK" TO WS-SLOT-TYPE
               COMPUTE WS-SLOT-BELOB = 0 - LS-BALANCE
               PERFORM SLOT-POSITION
               ADD LS-BALANCE TO GV-SLOTTET(WS-GV-SLOT)
               GO TO SLOT-EN-SALDO-EXIT
           END-IF
           PERFORM VARYING WS-RB-IX FROM 1 BY 1
                   UNTIL WS-RB-IX > ANTAL-RB
               IF RB-VALUTA OF RB-AR(WS-RB-IX) = WS-SLOT-VALUTA
                   PERFORM SLOT-BAAND-DEL
               END-IF
           END-PERFORM.

       SLOT-EN-SALDO-EXIT.
           EXIT.

      * THE SLICE OF THE BALANCE ONE BAND COVERS - FROM ITS OWN
      * GRAENSE (THE FIRST BAND FROM ZERO) UP TO THE NEXT BAND'S OR
      * THE BALANCE - REPRICES WHEN THE BAND DOES.
       SLOT-BAAND-DEL.
           IF WS-RB-IX = WS-RB-FOERSTE
               MOVE ZEROES TO WS-BAAND-BUND
           ELSE
               MOVE RB-GRAENSE OF RB-AR(WS-RB-IX) TO WS-BAAND-BUND
           END-IF
           MOVE LS-BALANCE TO WS-BAAND-TOP
           MOVE ZEROES TO WS-RB-NEXT-IX
           PERFORM VARYING WS-SCAN-IX FROM ANTAL-RB BY -1
                   UNTIL WS-SCAN-IX <= WS-RB-IX
               IF RB-VALUTA OF RB-AR(WS-SCAN-IX) = WS-SLOT-VALUTA
                   MOVE WS-SCAN-IX TO WS-RB-NEXT-IX
               END-IF
           END-PERFORM
           IF WS-RB-NEXT-IX > ZEROES
               IF RB-GRAENSE OF RB-AR(WS-RB-NEXT-IX) < WS-BAAND-TOP
                   MOVE RB-GRAENSE OF RB-AR(WS-RB-NEXT-IX)
                       TO WS-BAAND-TOP
               END-IF
           END-IF
           COMPUTE WS-BAAND-DEL = WS-BAAND-TOP - WS-BAAND-BUND
           IF WS-BAAND-DEL > ZEROES
               PERFORM BAAND-REPRICING THRU BAAND-REPRICING-EXIT
               COMPUTE WS-SLOT-BELOB = 0 - WS-BAAND-DEL
               PERFORM SLOT-POSITION
               ADD WS-BAAND-DEL TO GV-SLOTTET(WS-GV-SLOT)
           END-IF.

      * WHEN BAND WS-RB-IX NEXT REPRICES. AN ABSOLUTE-RATE BAND IS
      * THE BANK'S TO CHANGE AT ANY TIME; A REFERENCE BAND RESETS
      * ONE TENOR (THE NUMBER IN ITS NAME, IN MONTHS - CIBOR3 EVERY
      * THREE) AFTER ITS EFFECTIVE FIXING, ROLLED ON UNTIL IT LIES
      * AHEAD. A REFERENCE WITHOUT A FIXING OR A TENOR RESETS AT
      * ONCE.
       BAAND-REPRICING.
           MOVE ZEROES TO WS-SLOT-DAGE
           MOVE "RENTEBAAND" TO WS-SLOT-TYPE
           IF RB-REFERENCE OF RB-AR(WS-RB-IX) = SPACES
               GO TO BAAND-REPRICING-EXIT
           END-IF
           MOVE "REFERENCE" TO WS-SLOT-TYPE
           MOVE ZEROES TO WS-REFSATS-SLOT
           PERFORM VARYING WS-REFSATS-IX FROM 1 BY 1
                   UNTIL WS-REFSATS-IX > ANTAL-REFSATS
               IF RE-NAVN(WS-REFSATS-IX)
                       = RB-REFERENCE OF RB-AR(WS-RB-IX)
                   MOVE WS-REFSATS-IX TO WS-REFSATS-SLOT
               END-IF
           END-PERFORM
           MOVE ZEROES TO WS-TENOR
           PERFORM VARYING WS-TEGN-IX FROM 1 BY 1
                   UNTIL WS-TEGN-IX > 10
               IF RB-REFERENCE OF RB-AR(WS-RB-IX)(WS-TEGN-IX:1)
                       IS NUMERIC
                   MOVE RB-REFERENCE OF RB-AR(WS-RB-IX)(WS-TEGN-IX:1)
                       TO WS-CIFFER
                   MULTIPLY 10 BY WS-TENOR
                   ADD WS-CIFFER TO WS-TENOR
               END-IF
           END-PERFORM
           IF WS-REFSATS-SLOT = ZEROES OR WS-TENOR = ZEROES
               GO TO BAAND-REPRICING-EXIT
           END-IF
           MOVE RE-DATO(WS-REFSATS-SLOT) TO WS-RUL-DATO
           MOVE WS-TENOR TO WS-RUL-MAANEDER
           PERFORM RUL-DATO
           PERFORM UNTIL WS-RUL-DATO > WS-DAGS-DATO
               PERFORM RUL-DATO
           END-PERFORM
           MOVE WS-RUL-DATO TO WS-DATO-TEKST
           PERFORM DAGE-TIL-DATO.

       BAAND-REPRICING-EXIT.
           EXIT.

      * EVERY LOAN STILL CARRYING DEBT. A VARIABEL LOAN REPRICES IN
      * FULL AT ITS NEXT INSTALLMENT; A FAST LOAN'S DEBT REPRICES
      * ONLY AS IT IS REPAID, SO EACH INSTALLMENT'S AFDRAG GOES TO
      * THE BAND OF ITS DUE DATE.
       SLOT-LAAN.
           OPEN INPUT LAAN
           IF WS-LAAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LAAN = "Y"
                   READ LAAN
                       AT END
                           MOVE "Y" TO EOF-LAAN
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF LN-STATUS OF LAAN-REC NOT = "INDFRIET"
                               AND LN-RESTGAELD OF LAAN-REC > ZEROES
                               PERFORM SLOT-ET-LAAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN
           END-IF.

       SLOT-ET-LAAN.
           MOVE LN-VALUTA OF LAAN-REC TO WS-SLOT-VALUTA
           IF WS-SLOT-VALUTA = SPACES
               MOVE "DKK" TO WS-SLOT-VALUTA
           END-IF
           PERFORM FIND-GV-SLOT
           ADD LN-RESTGAELD OF LAAN-REC TO GV-LAAN-SUM(WS-GV-SLOT)
           IF LN-RENTETYPE OF LAAN-REC = "VARIABEL"
               MOVE LN-NAESTE-DATO OF LAAN-REC TO WS-DATO-TEKST
               PERFORM DAGE-TIL-DATO
               MOVE "LAAN-VARIABEL" TO WS-SLOT-TYPE
               MOVE LN-RESTGAELD OF LAAN-REC TO WS-SLOT-BELOB
               PERFORM SLOT-POSITION
           ELSE
               PERFORM SLOT-FAST-LAAN
           END-IF.

      * THE ANNUITY RUN FORWARD TERM BY TERM - SAME ARITHMETIC AS
      * AFDRAGSPLAN, SO THE AFDRAG SLOTTED ARE THE ONES THAT POST.
      * THE LAST TERM TAKES WHATEVER ROUNDING HAS LEFT.
       SLOT-FAST-LAAN.
           MOVE "LAAN-FAST" TO WS-SLOT-TYPE
           MOVE "J" TO WS-SLOT-NY
           MOVE LN-RESTGAELD OF LAAN-REC TO WS-PLAN-RESTGAELD
           MOVE LN-REST-TERMINER OF LAAN-REC TO WS-PLAN-TERMINER
           IF WS-PLAN-TERMINER = ZEROES
               MOVE 1 TO WS-PLAN-TERMINER
           END-IF
           MOVE LN-NAESTE-DATO OF LAAN-REC TO WS-PLAN-DATO
           COMPUTE WS-MD-RENTE ROUNDED = LN-SATS OF LAAN-REC / 1200
           IF WS-MD-RENTE = ZEROES
               COMPUTE WS-YDELSE ROUNDED = WS-PLAN-RESTGAELD
                   / WS-PLAN-TERMINER
           ELSE
               MOVE 1 TO WS-FAKTOR
               PERFORM VARYING WS-FAKTOR-IX FROM 1 BY 1
                       UNTIL WS-FAKTOR-IX > WS-PLAN-TERMINER
                   COMPUTE WS-FAKTOR ROUNDED =
                       WS-FAKTOR * (1 + WS-MD-RENTE)
               END-PERFORM
               COMPUTE WS-YDELSE ROUNDED =
                   (WS-PLAN-RESTGAELD * WS-MD-RENTE * WS-FAKTOR)
                       / (WS-FAKTOR - 1)
           END-IF
           PERFORM VARYING WS-TERMIN-IX FROM 1 BY 1
                   UNTIL WS-TERMIN-IX > WS-PLAN-TERMINER
                      OR WS-PLAN-RESTGAELD NOT > ZEROES
               COMPUTE WS-RENTE-DEL ROUNDED =
                   WS-PLAN-RESTGAELD * WS-MD-RENTE
               COMPUTE WS-AFDRAG-DEL = WS-YDELSE - WS-RENTE-DEL
               IF WS-TERMIN-IX = WS-PLAN-TERMINER
                   OR WS-AFDRAG-DEL > WS-PLAN-RESTGAELD
                   MOVE WS-PLAN-RESTGAELD TO WS-AFDRAG-DEL
               END-IF
               SUBTRACT WS-AFDRAG-DEL FROM WS-PLAN-RESTGAELD
               MOVE WS-PLAN-DATO TO WS-DATO-TEKST
               PERFORM DAGE-TIL-DATO
               MOVE WS-AFDRAG-DEL TO WS-SLOT-BELOB
               PERFORM SLOT-POSITION
               MOVE "N" TO WS-SLOT-NY
               MOVE WS-PLAN-DATO TO WS-RUL-DATO
               MOVE 1 TO WS-RUL-MAANEDER
               PERFORM RUL-DATO
               MOVE WS-RUL-DATO TO WS-PLAN-DATO
           END-PERFORM
           MOVE "J" TO WS-SLOT-NY.

       FIND-GV-SLOT.
           MOVE ZEROES TO WS-GV-SLOT
           PERFORM VARYING WS-GV-IX FROM 1 BY 1
                   UNTIL WS-GV-IX > ANTAL-GV
               IF GV-VALUTA(WS-GV-IX) = WS-SLOT-VALUTA
                   MOVE WS-GV-IX TO WS-GV-SLOT
               END-IF
           END-PERFORM
           IF WS-GV-SLOT = ZEROES
               ADD 1 TO ANTAL-GV
               MOVE WS-SLOT-VALUTA TO GV-VALUTA(ANTAL-GV)
               MOVE ANTAL-GV TO WS-GV-SLOT
           END-IF.

      * ONE POSITION INTO ITS VALUTA'S BAND AND THE COMPOSITION. A
      * FAST LOAN'S TERMS ARE ONE POSITION, COUNTED ONCE.
       SLOT-POSITION.
           MOVE 8 TO WS-BD-IX
           PERFORM VARYING WS-SCAN-IX FROM 8 BY -1
                   UNTIL WS-SCAN-IX < 1
               IF WS-SLOT-DAGE NOT > BD-DAGE(WS-SCAN-IX)
                   MOVE WS-SCAN-IX TO WS-BD-IX
               END-IF
           END-PERFORM
           IF WS-SLOT-BELOB > ZEROES
               ADD WS-SLOT-BELOB TO GV-AKTIV(WS-GV-SLOT, WS-BD-IX)
           ELSE
               SUBTRACT WS-SLOT-BELOB
                   FROM GV-PASSIV(WS-GV-SLOT, WS-BD-IX)
           END-IF
           MOVE ZEROES TO WS-PT-SLOT
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > ANTAL-PT
               IF PT-TYPE(WS-PT-IX) = WS-SLOT-TYPE
                   AND PT-VALUTA(WS-PT-IX) = WS-SLOT-VALUTA
                   MOVE WS-PT-IX TO WS-PT-SLOT
               END-IF
           END-PERFORM
           IF WS-PT-SLOT = ZEROES
               ADD 1 TO ANTAL-PT
               MOVE WS-SLOT-TYPE TO PT-TYPE(ANTAL-PT)
               MOVE WS-SLOT-VALUTA TO PT-VALUTA(ANTAL-PT)
               MOVE ANTAL-PT TO WS-PT-SLOT
           END-IF
           IF WS-SLOT-NY = "J"
               ADD 1 TO PT-ANTAL(WS-PT-SLOT)
           END-IF
           ADD WS-SLOT-BELOB TO PT-BELOB(WS-PT-SLOT).

      * MFISTAT'S CELLS SUMMED PER VALUTA. A VALUTA MFISTAT HAS BUT
      * THIS REPORT HASN'T STILL GETS A LINE, SO IT SHOWS AS A
      * DIFFERENCE RATHER THAN GOING MISSING.
       LOAD-MFI.
           OPEN INPUT MFI-STATISTIK
           IF WS-MFI-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MFI = "Y"
                   READ MFI-STATISTIK
                       AT END
                           MOVE "Y" TO EOF-MFI
                       NOT AT END
                           MOVE MF-VALUTA OF MFI-RECORD
                               TO WS-SLOT-VALUTA
                           PERFORM FIND-GV-SLOT
                           ADD MF-SALDO OF MFI-RECORD
                               TO GV-MFI-SUM(WS-GV-SLOT)
                           MOVE "J" TO GV-MFI-FUNDET(WS-GV-SLOT)
                   END-READ
               END-PERFORM
               CLOSE MFI-STATISTIK
           END-IF.

      * WS-BELOB-DKK IN VALUTA GV-VALUTA(WS-GV-IX) TO DKK AT
      * TODAY'S MID RATE.
       OMREGN-TIL-DKK.
           IF GV-VALUTA(WS-GV-IX) NOT = "DKK"
               MOVE ZEROES TO WS-KURS-IX
               PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                       UNTIL WS-SCAN-IX > ANTAL-KURSER
                   IF KR-VALUTA(WS-SCAN-IX) = GV-VALUTA(WS-GV-IX)
                       MOVE WS-SCAN-IX TO WS-KURS-IX
                   END-IF
               END-PERFORM
               IF WS-KURS-IX = ZEROES
                   DISPLAY "RENTEGAP: INGEN KURS FOR "
                       GV-VALUTA(WS-GV-IX) " - IKKE OMREGNET"
               ELSE
                   MULTIPLY KR-RATE(WS-KURS-IX) BY WS-BELOB-DKK
                   DIVIDE 100 INTO WS-BELOB-DKK ROUNDED
               END-IF
           END-IF.

      * THE DKK TOTALS PER SHOCK - THE PER-VALUTA FIGURES THEMSELVES
      * ARE WORKED OUT AGAIN AS THE REPORT PRINTS THEM.
       BEREGN-STOED.
           PERFORM VARYING WS-SD-IX FROM 1 BY 1
                   UNTIL WS-SD-IX > ANTAL-STOED
               PERFORM VARYING WS-GV-IX FROM 1 BY 1
                       UNTIL WS-GV-IX > ANTAL-GV
                   PERFORM BEREGN-EFFEKT
                   MOVE WS-NII TO WS-BELOB-DKK
                   PERFORM OMREGN-TIL-DKK
                   ADD WS-BELOB-DKK TO SD-NII-DKK(WS-SD-IX)
                   MOVE WS-EVE TO WS-BELOB-DKK
                   PERFORM OMREGN-TIL-DKK
                   ADD WS-BELOB-DKK TO SD-EVE-DKK(WS-SD-IX)
               END-PERFORM
           END-PERFORM.

      * SHOCK WS-SD-IX ON VALUTA WS-GV-IX. A BAND'S GAP EARNS (OR
      * COSTS) THE SHIFT FOR THE PART OF THE COMING YEAR LEFT AFTER
      * IT REPRICES; ITS VALUE MOVES BY THE SHIFT TIMES ITS MIDPOINT,
      * THE OTHER WAY - A REPRICING GAP AND DURATION APPROXIMATION.
       BEREGN-EFFEKT.
           MOVE ZEROES TO WS-NII
           MOVE ZEROES TO WS-EVE
           COMPUTE WS-STOED-SATS = SD-BP(WS-SD-IX) / 10000
           PERFORM VARYING WS-BD-IX FROM 1 BY 1 UNTIL WS-BD-IX > 8
               MOVE GV-AKTIV(WS-GV-IX, WS-BD-IX) TO WS-GAP
               SUBTRACT GV-PASSIV(WS-GV-IX, WS-BD-IX) FROM WS-GAP
               MOVE ZEROES TO WS-NII-VAEGT
               IF BD-MIDT(WS-BD-IX) < 1
                   COMPUTE WS-NII-VAEGT = 1 - BD-MIDT(WS-BD-IX)
               END-IF
               COMPUTE WS-DEL-EFFEKT ROUNDED =
                   WS-GAP * WS-STOED-SATS * WS-NII-VAEGT
               ADD WS-DEL-EFFEKT TO WS-NII
               MOVE BD-MIDT(WS-BD-IX) TO WS-NII-VAEGT
               COMPUTE WS-DEL-EFFEKT ROUNDED =
                   WS-GAP * WS-STOED-SATS * WS-NII-VAEGT
               SUBTRACT WS-DEL-EFFEKT FROM WS-EVE
           END-PERFORM.

       SKRIV-RAPPORT.
           OPEN OUTPUT RENTE-GAP
           MOVE SPACES TO GAP-RECORD
           STRING "RENTERISIKO I BANKBOGEN - REPRICING GAP PR. "
               DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO GAP-RECORD
           WRITE GAP-RECORD
           PERFORM VARYING WS-GV-IX FROM 1 BY 1
                   UNTIL WS-GV-IX > ANTAL-GV
               PERFORM SKRIV-VALUTA-GAP
           END-PERFORM
           PERFORM SKRIV-SAMMENSAETNING
           PERFORM SKRIV-STOED
           PERFORM SKRIV-AFSTEMNING
           CLOSE RENTE-GAP.

       SKRIV-VALUTA-GAP.
           MOVE SPACES TO GAP-RECORD
           WRITE GAP-RECORD
           MOVE SPACES TO GAP-RECORD
           STRING "VALUTA " DELIMITED BY SIZE
               GV-VALUTA(WS-GV-IX) DELIMITED BY SIZE
               INTO GAP-RECORD
           WRITE GAP-RECORD
           MOVE SPACES TO GAP-RECORD
           STRING "BAAND           AKTIVER          PASSIVER"
               DELIMITED BY SIZE
               "               GAP      KUMULERET GAP"
               DELIMITED BY SIZE
               INTO GAP-RECORD
           WRITE GAP-RECORD
           MOVE ZEROES TO WS-KUM-GAP
           PERFORM VARYING WS-BD-IX FROM 1 BY 1 UNTIL WS-BD-IX > 8
               MOVE GV-AKTIV(WS-GV-IX, WS-BD-IX) TO WS-GAP
               SUBTRACT GV-PASSIV(WS-GV-IX, WS-BD-IX) FROM WS-GAP
               ADD WS-GAP TO WS-KUM-GAP
               MOVE GV-AKTIV(WS-GV-IX, WS-BD-IX) TO WS-BELOB-DISPLAY
               MOVE GV-PASSIV(WS-GV-IX, WS-BD-IX)
                   TO WS-BELOB-DISPLAY-2
               MOVE WS-GAP TO WS-BELOB-DISPLAY-3
               MOVE WS-KUM-GAP TO WS-BELOB-DISPLAY-4
               MOVE SPACES TO GAP-RECORD
               STRING BD-NAVN(WS-BD-IX) DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY-4 DELIMITED BY SIZE
                   INTO GAP-RECORD
               WRITE GAP-RECORD
               ADD 1 TO WS-RECS-OUT
           END-PERFORM.

       SKRIV-SAMMENSAETNING.
           MOVE SPACES TO GAP-RECORD
           WRITE GAP-RECORD
           MOVE SPACES TO GAP-RECORD
           STRING "POSITIONSTYPE VALUTA   ANTAL   BELOB (+ AKTIV / "
               DELIMITED BY SIZE
               "- PASSIV)" DELIMITED BY SIZE
               INTO GAP-RECORD
           WRITE GAP-RECORD
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > ANTAL-PT
               MOVE PT-ANTAL(WS-PT-IX) TO WS-ANTAL-DISPLAY
               MOVE PT-BELOB(WS-PT-IX) TO WS-BELOB-DISPLAY
               MOVE SPACES TO GAP-RECORD
               STRING PT-TYPE(WS-PT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PT-VALUTA(WS-PT-IX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO GAP-RECORD
               WRITE GAP-RECORD
           END-PERFORM.

       SKRIV-STOED.
           MOVE SPACES TO GAP-RECORD
           WRITE GAP-RECORD
           MOVE SPACES TO GAP-RECORD
           STRING "STOED (BP) VALUTA    NII 12 MDR (VALUTA)"
               DELIMITED BY SIZE
               "     EVE (VALUTA)" DELIMITED BY SIZE
               INTO GAP-RECORD
           WRITE GAP-RECORD
           PERFORM VARYING WS-SD-IX FROM 1 BY 1
                   UNTIL WS-SD-IX > ANTAL-STOED
               MOVE SD-BP(WS-SD-IX) TO WS-BP-DISPLAY
               PERFORM VARYING WS-GV-IX FROM 1 BY 1
                       UNTIL WS-GV-IX > ANTAL-GV
                   PERFORM BEREGN-EFFEKT
                   MOVE WS-NII TO WS-BELOB-DISPLAY
                   MOVE WS-EVE TO WS-BELOB-DISPLAY-2
                   MOVE SPACES TO GAP-RECORD
                   STRING "     " DELIMITED BY SIZE
                       WS-BP-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GV-VALUTA(WS-GV-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
                       INTO GAP-RECORD
                   WRITE GAP-RECORD
               END-PERFORM
               MOVE SD-NII-DKK(WS-SD-IX) TO WS-BELOB-DISPLAY
               MOVE SD-EVE-DKK(WS-SD-IX) TO WS-BELOB-DISPLAY-2
               MOVE SPACES TO GAP-RECORD
               STRING "     " DELIMITED BY SIZE
                   WS-BP-DISPLAY DELIMITED BY SIZE
                   " I ALT DKK" DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
                   INTO GAP-RECORD
               WRITE GAP-RECORD
           END-PERFORM.

      * THE ACCOUNT SIDE MUST MEET MFISTAT VALUTA BY VALUTA, AND
      * WHAT WAS BANDED MUST MEET THE CHAIN TOTAL IT CAME FROM.
      * LOANS ARE NOT CHAIN BALANCES AND ARE SHOWN ON THEIR OWN.
       SKRIV-AFSTEMNING.
           MOVE SPACES TO GAP-RECORD
           WRITE GAP-RECORD
           MOVE SPACES TO GAP-RECORD
           IF WS-MFI-STATUS = "35"
               STRING "AFSTEMNING: MFISTATISTIK.TXT MANGLER - "
                   DELIMITED BY SIZE
                   "KONTOSIDEN ER IKKE AFSTEMT" DELIMITED BY SIZE
                   INTO GAP-RECORD
           ELSE
               STRING "AFSTEMNING MOD MFISTATISTIK.TXT"
                   DELIMITED BY SIZE
                   INTO GAP-RECORD
           END-IF
           WRITE GAP-RECORD
           MOVE SPACES TO GAP-RECORD
           STRING "VALUTA        KONTOSALDI     MFI-STATISTIK"
               DELIMITED BY SIZE
               "            BANDET   LAAN (UDENFOR)" DELIMITED BY SIZE
               INTO GAP-RECORD
           WRITE GAP-RECORD
           PERFORM VARYING WS-GV-IX FROM 1 BY 1
                   UNTIL WS-GV-IX > ANTAL-GV
               MOVE "AFSTEMT" TO WS-AFSTEM-TEKST
               IF GV-SLOTTET(WS-GV-IX) NOT = GV-KONTO-SUM(WS-GV-IX)
                   MOVE "AFVIGELSE" TO WS-AFSTEM-TEKST
               END-IF
               IF WS-MFI-STATUS NOT = "35"
                   AND GV-MFI-SUM(WS-GV-IX)
                       NOT = GV-KONTO-SUM(WS-GV-IX)
                   MOVE "AFVIGELSE" TO WS-AFSTEM-TEKST
               END-IF
               IF WS-AFSTEM-TEKST = "AFVIGELSE"
                   ADD 1 TO WS-AFVIGELSER
               END-IF
               MOVE GV-KONTO-SUM(WS-GV-IX) TO WS-BELOB-DISPLAY
               MOVE GV-MFI-SUM(WS-GV-IX) TO WS-BELOB-DISPLAY-2
               MOVE GV-SLOTTET(WS-GV-IX) TO WS-BELOB-DISPLAY-3
               MOVE GV-LAAN-SUM(WS-GV-IX) TO WS-BELOB-DISPLAY-4
               MOVE SPACES TO GAP-RECORD
               STRING GV-VALUTA(WS-GV-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY-4 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AFSTEM-TEKST DELIMITED BY SIZE
                   INTO GAP-RECORD
               WRITE GAP-RECORD
           END-PERFORM
           IF WS-AFVIGELSER > ZEROES
               DISPLAY "RENTEGAP: " WS-AFVIGELSER
                   " VALUTA(ER) AFSTEMMER IKKE MED MFISTATISTIK - "
                   "SE RENTEGAP.TXT"
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

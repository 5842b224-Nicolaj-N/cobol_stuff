       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE BUDGET ACCOUNT REGISTER - SEE BUDGETKONTI.CPY. LOADED
      * WHOLE AND WRITTEN BACK WITH TONIGHT'S TRANSFER DATES AND
      * REVIEWS. OPTIONAL: NO FILE, NO BUDGETS.
           SELECT BUDGETKONTI ASSIGN TO "Budgetkonti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
      * THE BILL PLANS - SEE BUDGETPOSTER.CPY. WRITTEN BACK WITH
      * TONIGHT'S PAYMENTS AND NEXT DUE DATES.
           SELECT BUDGETPOSTER ASSIGN TO "BudgetPoster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * YESTERDAY'S CLOSING FILE - EACH ACCOUNT'S REG-NR AND THE
      * BALANCE TONIGHT'S PAYMENTS ARE MEASURED FROM.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE BUDGET'S CREDIT LINE IS ITS OVERDRAFT FACILITY HERE - READ
      * FOR THE LIMIT, AND WRITTEN BACK WHEN A REVIEW RENEWS IT.
           SELECT OVERTRAEK-AFTALER ASSIGN TO "OvertraekAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTALE-STATUS.
      * OPENED EXTEND FOR THE TRANSFERS AND BILL PAYMENTS - SAME
      * SHAPE AS THE OTHER POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * TONIGHT'S ANNUAL REVIEW LETTERS, ONE BLOCK PER BUDGET.
           SELECT BUDGET-REVISION ASSIGN TO "BudgetRevision.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE SHARED CORRESPONDENCE LOG - ONE ROW PER LETTER THIS RUN
      * SENDS. SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * WHAT COULD NOT BE DONE TONIGHT - A BUDGET ON A FROZEN OR
      * CLOSED ACCOUNT, A TRANSFER FROM A SALARY ACCOUNT THAT CANNOT
      * PAY, A BILL THE CREDIT LINE WILL NOT COVER.
           SELECT BUDGET-AFVIGELSER ASSIGN TO "BudgetAfvigelser.txt"
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
      * A BILL OVER ITS CUSTOMER'S NETBANK LIMIT IS NOT POSTED - IT
      * IS HANDED TO THE MAKER/CHECKER QUEUE AS A VENTER ROW KEYED
      * BY "BAT", FOR A LEVEL-3 OPERATOR TO RELEASE IN
      * BETALINGSINDTASTNING.
           SELECT VENTENDE-BETALINGER
               ASSIGN TO "VentendeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENT-STATUS.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "BudgetJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGETKONTI.
       01 BUDGET-REC.
           COPY "BUDGETKONTI.cpy".
       FD BUDGETPOSTER.
       01 POST-REC.
           COPY "BUDGETPOSTER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD LUKKESALDO-FILE.
       01 LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
           02  LS-UDSKRIFT-NR       PIC 9(6).
       FD OVERTRAEK-AFTALER.
       01 AFTALE-REC.
           COPY "OVERTRAEKSAFTALER.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD BUDGET-REVISION.
       01 REVISION-RECORD.
           02  REVISION-LINE        PIC X(100) VALUE SPACES.
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD BUDGET-AFVIGELSER.
       01 BUDGET-AFV-RECORD.
           02  BUDGET-AFV-LINE      PIC X(120) VALUE SPACES.
       FD BETALINGSGRAENSER.
       01 GRAENSE-REC.
           COPY "BETALINGSGRAENSER.cpy".
       FD BETALINGS-FORBRUG.
       01 FORBRUG-REC.
           COPY "BETALINGSFORBRUG.cpy".
       FD VENTENDE-BETALINGER.
       01 VENT-REC.
           COPY "VENTENDEBETALINGER.cpy".
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "BUDGET".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RECS-AFVIST           PIC 9(9) VALUE ZEROES.
       01  WS-RUN-ID                PIC X(16) VALUE SPACES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-BK-STATUS             PIC XX VALUE "00".
       01  WS-BP-STATUS             PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-AFTALE-STATUS         PIC XX VALUE "00".
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-BK                   PIC X VALUE "N".
       01  EOF-BP                   PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-AFTALE               PIC X VALUE "N".
      * BOTH REGISTERS IN MEMORY.
       01  BK-AR OCCURS 999 TIMES.
           COPY "BUDGETKONTI.cpy".
       01  ANTAL-BK                 PIC 9(4) VALUE ZEROES.
       01  WS-BK-IX                 PIC 9(4).
       01  BP-AR OCCURS 4999 TIMES.
           COPY "BUDGETPOSTER.cpy".
       01  ANTAL-BP                 PIC 9(4) VALUE ZEROES.
       01  WS-BP-IX                 PIC 9(4).
      * ACCOUNT -> HOLDER AND STATUS, FROM KONTOOPT.TXT.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KE-STATUS            PIC X(6) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-KONTO-FOUND           PIC X VALUE "N".
       01  WS-KONTO-STATUS-V        PIC X(6) VALUE SPACES.
       01  WS-EJER-KUNDE-ID         PIC X(10) VALUE SPACES.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-FOUND           PIC X VALUE "N".
      * ACCOUNT -> REG-NR AND CLOSING BALANCE, FROM LUKKESALDO.TXT.
       01  KONTO-SALDO-AR OCCURS 999 TIMES.
           02  KSA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KSA-REG-NR           PIC 9(4) VALUE ZEROES.
           02  KSA-BALANCE          PIC S9(18)V99 VALUE ZEROES.
       01  ANTAL-SALDO              PIC 9(4) VALUE ZEROES.
       01  WS-SALDO-IX              PIC 9(4).
       01  WS-SALDO-FOUND           PIC X VALUE "N".
       01  WS-SOEG-KONTO            PIC X(10) VALUE SPACES.
       01  WS-SOEG-REG-NR           PIC 9(4) VALUE ZEROES.
       01  WS-SOEG-SALDO            PIC S9(18)V99 VALUE ZEROES.
       01  AFTALE-AR OCCURS 999 TIMES.
           COPY "OVERTRAEKSAFTALER.cpy".
       01  ANTAL-AFTALER            PIC 9(4) VALUE ZEROES.
       01  WS-AFTALE-IX             PIC 9(4).
       01  WS-AFTALER-AENDRET       PIC X VALUE "N".
      * THE BUDGET ACCOUNT BEING WORKED: ITS REG-NR, ITS RUNNING
      * BALANCE - YESTERDAY'S CLOSE PLUS WHAT THIS RUN HAS POSTED -
      * AND THE CREDIT LINE IT MAY DRAW ON.
       01  WS-BUDGET-REG-NR         PIC 9(4) VALUE ZEROES.
       01  WS-SALDO                 PIC S9(18)V99 VALUE ZEROES.
       01  WS-GRAENSE               PIC S9(9)V99 VALUE ZEROES.
       01  WS-LOEN-REG-NR           PIC 9(4) VALUE ZEROES.
      * ONE POSTING, FILLED IN BY THE CALLER OF SKRIV-TRANSAKTION.
       01  WS-POST-KONTO            PIC X(10) VALUE SPACES.
       01  WS-POST-REG-NR           PIC 9(4) VALUE ZEROES.
       01  WS-POST-TYPE             PIC X(20) VALUE SPACES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-POST-MODT-REG-NR      PIC 9(4) VALUE ZEROES.
       01  WS-POST-MODT-KONTO       PIC X(20) VALUE SPACES.
       01  WS-POST-TEKST            PIC X(40) VALUE SPACES.
       01  WS-REGNING-BELOB         PIC S9(9)V99 VALUE ZEROES.
      * NEXT-DATE ROLLS.
       01  WS-NY-AAR                PIC 9(4) VALUE ZEROES.
       01  WS-NY-MAANED             PIC 9(4) VALUE ZEROES.
      * THE ANNUAL REVIEW - PLANNED AGAINST PAID, AND THE NEXT
      * YEAR'S ESTIMATE: WHAT WAS ACTUALLY PAID FOR EACH BILL STILL
      * ON THE PLAN, OR THE PLANNED AMOUNT WHERE NOTHING WAS PAID.
       01  WS-SUM-PLAN              PIC S9(9)V99 VALUE ZEROES.
       01  WS-SUM-BETALT            PIC S9(9)V99 VALUE ZEROES.
       01  WS-SUM-SKOEN             PIC S9(9)V99 VALUE ZEROES.
       01  WS-SKOEN-MINUS-SALDO     PIC S9(18)V99 VALUE ZEROES.
       01  WS-FORSLAG               PIC 9(7) VALUE ZEROES.
      * LETTERS AND LISTS.
       01  WS-KL-KUNDE              PIC X(10) VALUE SPACES.
       01  WS-KL-TYPE               PIC X(15) VALUE SPACES.
       01  WS-KL-KANAL              PIC X(6) VALUE SPACES.
       01  WS-KL-KILDE              PIC X(40) VALUE SPACES.
       01  WS-VIS-BELOB             PIC -(7)9.99.
       01  WS-VIS-BELOB-2           PIC -(7)9.99.
       01  WS-VIS-SALDO             PIC -(13)9.99.
       01  WS-AFVIGELSE             PIC X(40) VALUE SPACES.
       01  WS-AFV-DETALJE           PIC X(50) VALUE SPACES.
       01  WS-ANTAL-OVERFOERT       PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-BETALT          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-REVIDERET       PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-PARKERET        PIC 9(5) VALUE ZEROES.
      * PAYMENT LIMITS - SEE VURDER-GRAENSE. THE CALLER SETS KUNDE,
      * KANAL AND THE POSITIVE AMOUNT; WS-GR-OVER COMES BACK "Y" WHEN
      * A CEILING WOULD BE BROKEN.
       01  WS-VENT-STATUS           PIC XX VALUE "00".
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

      * THE NIGHTLY BUDGET ACCOUNT RUN. FOR EVERY AKTIV BUDGET IT
      * FIRST MAKES THE MONTHLY TRANSFER FROM THE SALARY ACCOUNT WHEN
      * ITS DAY HAS COME, THEN PAYS EVERY BILL FALLING DUE FROM THE
      * BUDGET ACCOUNT - INTO THE CREDIT LINE IF NEED BE, BUT NEVER
      * BEYOND IT - AND ON THE REVISION DATE SENDS THE ANNUAL REVIEW
      * LETTER AND STARTS A NEW BUDGET YEAR. RUNS BESIDE THE OTHER
      * PAYMENT STEPS, AHEAD OF THE FEE AND INTEREST STEPS.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-BUDGETTER
           PERFORM LOAD-POSTER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-AFTALER
           PERFORM LOAD-GRAENSER
           PERFORM LOAD-FORBRUG
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
           END-IF
           PERFORM SKRIV-JOURNAL-START
           OPEN EXTEND TRANSAKTIONER
           OPEN OUTPUT BUDGET-REVISION
           OPEN OUTPUT BUDGET-AFVIGELSER
           OPEN EXTEND BETALINGS-FORBRUG
           IF WS-BF-STATUS = "35"
               OPEN OUTPUT BETALINGS-FORBRUG
           END-IF
           OPEN EXTEND VENTENDE-BETALINGER
           IF WS-VENT-STATUS = "35"
               OPEN OUTPUT VENTENDE-BETALINGER
           END-IF
           PERFORM VARYING WS-BK-IX FROM 1 BY 1
                   UNTIL WS-BK-IX > ANTAL-BK
               PERFORM BEHANDL-BUDGET THRU BEHANDL-BUDGET-EXIT
           END-PERFORM
           CLOSE VENTENDE-BETALINGER
           CLOSE BETALINGS-FORBRUG
           CLOSE BUDGET-AFVIGELSER
           CLOSE BUDGET-REVISION
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM GEM-BUDGETTER
           PERFORM GEM-POSTER
           IF WS-AFTALER-AENDRET = "Y"
               PERFORM GEM-AFTALER
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
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2)
           MOVE WS-DAGS-DATO TO WS-TIDSPUNKT(1:10)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-RUN-START-TIME(1:2) TO WS-TIDSPUNKT(12:2)
           MOVE ":" TO WS-TIDSPUNKT(14:1)
           MOVE WS-RUN-START-TIME(3:2) TO WS-TIDSPUNKT(15:2)
           MOVE ":" TO WS-TIDSPUNKT(17:1)
           MOVE WS-RUN-START-TIME(5:2) TO WS-TIDSPUNKT(18:2).

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

       LOAD-BUDGETTER.
           OPEN INPUT BUDGETKONTI
           IF WS-BK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BK = "Y"
                   READ BUDGETKONTI
                       AT END
                           MOVE "Y" TO EOF-BK
                       NOT AT END
                           ADD 1 TO ANTAL-BK
                           ADD 1 TO WS-RECS-IN
                           MOVE BUDGET-REC TO BK-AR(ANTAL-BK)
                   END-READ
               END-PERFORM
               CLOSE BUDGETKONTI
           END-IF.

      * WRITES THE REGISTER BACK ONLY WHEN THERE WAS ONE - A MISSING
      * FILE STAYS MISSING.
       GEM-BUDGETTER.
           IF ANTAL-BK = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT BUDGETKONTI
               PERFORM VARYING WS-BK-IX FROM 1 BY 1
                       UNTIL WS-BK-IX > ANTAL-BK
                   MOVE BK-AR(WS-BK-IX) TO BUDGET-REC
                   WRITE BUDGET-REC
               END-PERFORM
               CLOSE BUDGETKONTI
           END-IF.

       LOAD-POSTER.
           OPEN INPUT BUDGETPOSTER
           IF WS-BP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BP = "Y"
                   READ BUDGETPOSTER
                       AT END
                           MOVE "Y" TO EOF-BP
                       NOT AT END
                           ADD 1 TO ANTAL-BP
                           MOVE POST-REC TO BP-AR(ANTAL-BP)
                   END-READ
               END-PERFORM
               CLOSE BUDGETPOSTER
           END-IF.

       GEM-POSTER.
           IF ANTAL-BP = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT BUDGETPOSTER
               PERFORM VARYING WS-BP-IX FROM 1 BY 1
                       UNTIL WS-BP-IX > ANTAL-BP
                   MOVE BP-AR(WS-BP-IX) TO POST-REC
                   WRITE POST-REC
               END-PERFORM
               CLOSE BUDGETPOSTER
           END-IF.

       LOAD-KONTO-EJER-TABEL.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER INTO KONTOOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO ANTAL-EJER
                       MOVE KONTO-ID OF KONTOOPL-IN
                           TO KE-KONTO-ID(ANTAL-EJER)
                       MOVE KUNDE-ID OF KONTOOPL-IN
                           TO KE-KUNDE-ID(ANTAL-EJER)
                       MOVE KONTO-STATUS OF KONTOOPL-IN
                           TO KE-STATUS(ANTAL-EJER)
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

       LOAD-KUNDEOPLYSNINGER.
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL EOF-KUNDE = "Y"
               READ KUNDEOPLYSNINGER INTO KUNDEOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KUNDE
                   NOT AT END
                       ADD 1 TO ANTAL-KUNDER
                       MOVE KUNDEOPL-IN TO KUNDEOPL-AR(ANTAL-KUNDER)
               END-READ
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER.

       LOAD-LUKKESALDO.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           ADD 1 TO ANTAL-SALDO
                           MOVE LS-KONTO-ID
                               TO KSA-KONTO-ID(ANTAL-SALDO)
                           MOVE LS-REG-NR
                               TO KSA-REG-NR(ANTAL-SALDO)
                           MOVE LS-BALANCE
                               TO KSA-BALANCE(ANTAL-SALDO)
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

       LOAD-AFTALER.
           OPEN INPUT OVERTRAEK-AFTALER
           IF WS-AFTALE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AFTALE = "Y"
                   READ OVERTRAEK-AFTALER
                       AT END
                           MOVE "Y" TO EOF-AFTALE
                       NOT AT END
                           ADD 1 TO ANTAL-AFTALER
                           MOVE AFTALE-REC TO AFTALE-AR(ANTAL-AFTALER)
                   END-READ
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
           END-IF.

       GEM-AFTALER.
           OPEN OUTPUT OVERTRAEK-AFTALER
           PERFORM VARYING WS-AFTALE-IX FROM 1 BY 1
                   UNTIL WS-AFTALE-IX > ANTAL-AFTALER
               MOVE AFTALE-AR(WS-AFTALE-IX) TO AFTALE-REC
               WRITE AFTALE-REC
           END-PERFORM
           CLOSE OVERTRAEK-AFTALER.

      * WS-SOEG-KONTO'S HOLDER AND STATUS FROM THE ACCOUNT MASTER.
       FIND-KONTO.
           MOVE "N" TO WS-KONTO-FOUND
           MOVE SPACES TO WS-KONTO-STATUS-V
           MOVE SPACES TO WS-EJER-KUNDE-ID
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-KONTO-FOUND
                   MOVE KE-STATUS(WS-EJER-IX) TO WS-KONTO-STATUS-V
                   MOVE KE-KUNDE-ID(WS-EJER-IX) TO WS-EJER-KUNDE-ID
               END-IF
           END-PERFORM.

       FIND-KUNDE.
           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = WS-EJER-KUNDE-ID
                   MOVE "Y" TO WS-KUNDE-FOUND
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM.

      * WS-SOEG-KONTO'S REG-NR AND CLOSING BALANCE FROM LUKKESALDO.
       FIND-SALDO.
           MOVE "N" TO WS-SALDO-FOUND
           MOVE ZEROES TO WS-SOEG-REG-NR
           MOVE ZEROES TO WS-SOEG-SALDO
           PERFORM VARYING WS-SALDO-IX FROM 1 BY 1
                   UNTIL WS-SALDO-IX > ANTAL-SALDO
               IF KSA-KONTO-ID(WS-SALDO-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-SALDO-FOUND
                   MOVE KSA-REG-NR(WS-SALDO-IX) TO WS-SOEG-REG-NR
                   MOVE KSA-BALANCE(WS-SALDO-IX) TO WS-SOEG-SALDO
               END-IF
           END-PERFORM.

      * ONE BUDGET. A BUDGET ACCOUNT THAT IS FROZEN, DORMANT, IN AN
      * ESTATE OR CLOSED STANDS STILL - NO TRANSFER, NO BILLS, NO
      * REVIEW - AND IS LISTED EVERY NIGHT UNTIL THE BRANCH ACTS.
       BEHANDL-BUDGET.
           IF BK-STATUS OF BK-AR(WS-BK-IX) NOT = "AKTIV"
               GO TO BEHANDL-BUDGET-EXIT
           END-IF
           MOVE BK-KONTO-ID OF BK-AR(WS-BK-IX) TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-FOUND = "N"
               MOVE "BUDGET STANDSET - KONTO FINDES IKKE"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-BUDGET-EXIT
           END-IF
           IF WS-KONTO-STATUS-V NOT = "AKTIV"
               MOVE "BUDGET STANDSET - KONTOEN ER IKKE AKTIV"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING "STATUS " DELIMITED BY SIZE
                   WS-KONTO-STATUS-V DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-BUDGET-EXIT
           END-IF
           PERFORM FIND-KUNDE
           PERFORM FIND-SALDO
           IF WS-KUNDE-FOUND = "N" OR WS-SALDO-FOUND = "N"
               MOVE "BUDGET STANDSET - INGEN KONTOHAVER/REG-NR"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-BUDGET-EXIT
           END-IF
           MOVE WS-SOEG-REG-NR TO WS-BUDGET-REG-NR
           MOVE WS-SOEG-SALDO TO WS-SALDO
           MOVE ZEROES TO WS-GRAENSE
           PERFORM VARYING WS-AFTALE-IX FROM 1 BY 1
                   UNTIL WS-AFTALE-IX > ANTAL-AFTALER
               IF OA-KONTO-ID OF AFTALE-AR(WS-AFTALE-IX)
                       = BK-KONTO-ID OF BK-AR(WS-BK-IX)
                   AND OA-UDLOEB-DATO OF AFTALE-AR(WS-AFTALE-IX)
                       NOT < WS-DAGS-DATO
                   MOVE OA-GRAENSE OF AFTALE-AR(WS-AFTALE-IX)
                       TO WS-GRAENSE
               END-IF
           END-PERFORM
           IF BK-NAESTE-OVERFOERSEL OF BK-AR(WS-BK-IX)
                   NOT > WS-DAGS-DATO
               PERFORM OVERFOER-MAANEDSBELOB
                   THRU OVERFOER-MAANEDSBELOB-EXIT
           END-IF
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > ANTAL-BP
               IF BP-KONTO-ID OF BP-AR(WS-BP-IX)
                       = BK-KONTO-ID OF BK-AR(WS-BK-IX)
                   AND BP-STATUS OF BP-AR(WS-BP-IX) = "AKTIV"
                   AND BP-NAESTE-DATO OF BP-AR(WS-BP-IX)
                       NOT > WS-DAGS-DATO
                   PERFORM BETAL-REGNING THRU BETAL-REGNING-EXIT
               END-IF
           END-PERFORM
           IF BK-REVISION-DATO OF BK-AR(WS-BK-IX) NOT > WS-DAGS-DATO
               PERFORM REVIDER-BUDGET
           END-IF.

       BEHANDL-BUDGET-EXIT.
           EXIT.

      * THE MONTH'S TWELFTH MOVES FROM THE SALARY ACCOUNT TO THE
      * BUDGET ACCOUNT - A DEBIT AND A CREDIT ROW - AND THE NEXT
      * TRANSFER DATE MOVES ONE MONTH ON. A SALARY ACCOUNT THAT IS
      * NOT AKTIV IS LISTED AND THE TRANSFER LEFT DUE FOR THE NEXT
      * RUN; THE BILLS STILL GO OUT AGAINST THE CREDIT LINE.
       OVERFOER-MAANEDSBELOB.
           IF BK-MAANEDSBELOB OF BK-AR(WS-BK-IX) = ZEROES
               GO TO OVERFOER-MAANEDSBELOB-RUL
           END-IF
           MOVE BK-LOEN-KONTO-ID OF BK-AR(WS-BK-IX) TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           PERFORM FIND-SALDO
           IF WS-KONTO-FOUND = "N" OR WS-SALDO-FOUND = "N"
               OR WS-KONTO-STATUS-V NOT = "AKTIV"
               MOVE "OVERFOERSEL IKKE FORETAGET - LOENKONTO"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING BK-LOEN-KONTO-ID OF BK-AR(WS-BK-IX)
                       DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   WS-KONTO-STATUS-V DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-RECS-AFVIST
               GO TO OVERFOER-MAANEDSBELOB-EXIT
           END-IF
           MOVE WS-SOEG-REG-NR TO WS-LOEN-REG-NR
           MOVE BK-LOEN-KONTO-ID OF BK-AR(WS-BK-IX) TO WS-POST-KONTO
           MOVE WS-LOEN-REG-NR TO WS-POST-REG-NR
           MOVE "BUDGETOVERFOERSEL" TO WS-POST-TYPE
           COMPUTE WS-POST-BELOB =
               0 - BK-MAANEDSBELOB OF BK-AR(WS-BK-IX)
           MOVE WS-BUDGET-REG-NR TO WS-POST-MODT-REG-NR
           MOVE BK-KONTO-ID OF BK-AR(WS-BK-IX) TO WS-POST-MODT-KONTO
           MOVE SPACES TO WS-POST-TEKST
           STRING "BUDGETOVERFOERSEL TIL " DELIMITED BY SIZE
               BK-KONTO-ID OF BK-AR(WS-BK-IX) DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-TRANSAKTION
           MOVE BK-KONTO-ID OF BK-AR(WS-BK-IX) TO WS-POST-KONTO
           MOVE WS-BUDGET-REG-NR TO WS-POST-REG-NR
           MOVE BK-MAANEDSBELOB OF BK-AR(WS-BK-IX) TO WS-POST-BELOB
           MOVE WS-LOEN-REG-NR TO WS-POST-MODT-REG-NR
           MOVE BK-LOEN-KONTO-ID OF BK-AR(WS-BK-IX)
               TO WS-POST-MODT-KONTO
           MOVE SPACES TO WS-POST-TEKST
           STRING "BUDGETOVERFOERSEL FRA " DELIMITED BY SIZE
               BK-LOEN-KONTO-ID OF BK-AR(WS-BK-IX) DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-TRANSAKTION
           ADD BK-MAANEDSBELOB OF BK-AR(WS-BK-IX) TO WS-SALDO
           ADD 1 TO WS-ANTAL-OVERFOERT.

       OVERFOER-MAANEDSBELOB-RUL.
           MOVE BK-NAESTE-OVERFOERSEL OF BK-AR(WS-BK-IX)(1:4)
               TO WS-NY-AAR
           MOVE BK-NAESTE-OVERFOERSEL OF BK-AR(WS-BK-IX)(6:2)
               TO WS-NY-MAANED
           ADD 1 TO WS-NY-MAANED
           IF WS-NY-MAANED > 12
               MOVE 1 TO WS-NY-MAANED
               ADD 1 TO WS-NY-AAR
           END-IF
           MOVE WS-NY-AAR
               TO BK-NAESTE-OVERFOERSEL OF BK-AR(WS-BK-IX)(1:4)
           MOVE WS-NY-MAANED(3:2)
               TO BK-NAESTE-OVERFOERSEL OF BK-AR(WS-BK-IX)(6:2)
           MOVE BK-OVERFOERSEL-DAG OF BK-AR(WS-BK-IX)
               TO BK-NAESTE-OVERFOERSEL OF BK-AR(WS-BK-IX)(9:2).

       OVERFOER-MAANEDSBELOB-EXIT.
           EXIT.

      * ONE BILL FALLING DUE, PAID FROM THE BUDGET ACCOUNT TO THE
      * RECEIVER THE SAME WAY A STANDING ORDER IS - AT THE INVOICED
      * AMOUNT WHEN THE BRANCH HAS KEYED ONE, OTHERWISE AS PLANNED.
      * THE BUDGET ACCOUNT MAY GO INTO ITS CREDIT LINE BUT NOT PAST
      * IT: A BILL THAT WOULD IS LISTED AND STAYS DUE, SO IT GOES OUT
      * ONCE THE NEXT TRANSFER HAS MADE ROOM FOR IT. A BILL OVER THE
      * HOLDER'S NETBANK LIMIT IS PARKED FOR RELEASE INSTEAD OF
      * POSTED; ITS AMOUNT IS STILL HELD AGAINST TONIGHT'S BALANCE AND
      * THE BILL MOVES ON TO NEXT YEAR, SINCE THE QUEUE NOW OWNS IT.
       BETAL-REGNING.
           IF BP-NAESTE-BELOB OF BP-AR(WS-BP-IX) > ZEROES
               MOVE BP-NAESTE-BELOB OF BP-AR(WS-BP-IX)
                   TO WS-REGNING-BELOB
           ELSE
               MOVE BP-BELOB OF BP-AR(WS-BP-IX) TO WS-REGNING-BELOB
           END-IF
           IF WS-SALDO - WS-REGNING-BELOB + WS-GRAENSE < ZEROES
               MOVE "REGNING IKKE BETALT - DAEKNING MANGLER"
                   TO WS-AFVIGELSE
               MOVE WS-REGNING-BELOB TO WS-VIS-BELOB
               MOVE SPACES TO WS-AFV-DETALJE
               STRING "REGNING " DELIMITED BY SIZE
                   BP-POST-NR OF BP-AR(WS-BP-IX) DELIMITED BY SIZE
                   " KR. " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BP-MODTAGER-NAVN OF BP-AR(WS-BP-IX)
                       DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-RECS-AFVIST
               GO TO BETAL-REGNING-EXIT
           END-IF
           MOVE KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
               TO WS-GR-KUNDE-ID
           MOVE "NETBANK" TO WS-GR-KANAL
           MOVE WS-REGNING-BELOB TO WS-GR-BELOB
           PERFORM VURDER-GRAENSE
           IF WS-GR-OVER = "Y"
               PERFORM PARKER-REGNING
               MOVE "REGNING PARKERET TIL GODKENDELSE"
                   TO WS-AFVIGELSE
               MOVE WS-REGNING-BELOB TO WS-VIS-BELOB
               MOVE SPACES TO WS-AFV-DETALJE
               STRING "REGNING " DELIMITED BY SIZE
                   BP-POST-NR OF BP-AR(WS-BP-IX) DELIMITED BY SIZE
                   " KR. " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   " OVER " DELIMITED BY SIZE
                   WS-GR-TEKST DELIMITED BY "  "
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               SUBTRACT WS-REGNING-BELOB FROM WS-SALDO
               ADD 1 TO WS-ANTAL-PARKERET
               GO TO BETAL-REGNING-RUL
           END-IF
           MOVE BK-KONTO-ID OF BK-AR(WS-BK-IX) TO WS-POST-KONTO
           MOVE WS-BUDGET-REG-NR TO WS-POST-REG-NR
           MOVE "BUDGETBETALING" TO WS-POST-TYPE
           COMPUTE WS-POST-BELOB = 0 - WS-REGNING-BELOB
           MOVE BP-MODTAGER-REG-NR OF BP-AR(WS-BP-IX)
               TO WS-POST-MODT-REG-NR
           MOVE BP-MODTAGER-KONTO OF BP-AR(WS-BP-IX)
               TO WS-POST-MODT-KONTO
           MOVE SPACES TO WS-POST-TEKST
           STRING "BUDGETBETALING TIL " DELIMITED BY SIZE
               BP-MODTAGER-NAVN OF BP-AR(WS-BP-IX) DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-TRANSAKTION
           PERFORM NOTER-FORBRUG
           SUBTRACT WS-REGNING-BELOB FROM WS-SALDO
           ADD WS-REGNING-BELOB TO BP-BETALT-I-AAR OF BP-AR(WS-BP-IX)
           ADD 1 TO WS-ANTAL-BETALT.

       BETAL-REGNING-RUL.
           MOVE ZEROES TO BP-NAESTE-BELOB OF BP-AR(WS-BP-IX)
           MOVE BP-NAESTE-DATO OF BP-AR(WS-BP-IX)(1:4) TO WS-NY-AAR
           ADD 1 TO WS-NY-AAR
           MOVE WS-NY-AAR TO BP-NAESTE-DATO OF BP-AR(WS-BP-IX)(1:4).

       BETAL-REGNING-EXIT.
           EXIT.

      * THE BILL AS A VENTER ROW ON THE MAKER/CHECKER QUEUE, MARKED
      * OVER-LIMIT - ON RELEASE BETALINGSINDTASTNING POSTS IT WITH
      * THE SAME TYPE, AMOUNT AND RECEIVER THIS RUN WOULD HAVE.
       PARKER-REGNING.
           MOVE SPACES TO VENT-REC
           MOVE BK-KONTO-ID OF BK-AR(WS-BK-IX)
               TO VB-KONTO-ID OF VENT-REC
           MOVE WS-BUDGET-REG-NR TO VB-REG-NR OF VENT-REC
           MOVE "BUDGETBETALING" TO VB-TYPE OF VENT-REC
           COMPUTE VB-BELOB OF VENT-REC = 0 - WS-REGNING-BELOB
           MOVE "DKK" TO VB-VALUTA OF VENT-REC
           MOVE BP-MODTAGER-REG-NR OF BP-AR(WS-BP-IX)
               TO VB-MODTAGER-REG-NR OF VENT-REC
           MOVE BP-MODTAGER-KONTO OF BP-AR(WS-BP-IX)
               TO VB-MODTAGER-KONTO OF VENT-REC
           MOVE "BAT" TO VB-INDTASTET-AF OF VENT-REC
           MOVE WS-TIDSPUNKT TO VB-INDTASTET-TID OF VENT-REC
           MOVE "VENTER" TO VB-STATUS OF VENT-REC
           MOVE ZEROES TO VB-KASSE-NR OF VENT-REC
           MOVE ZEROES TO VB-TRAEKKER-REG-NR OF VENT-REC
           STRING "BUDGETBETALING TIL " DELIMITED BY SIZE
               BP-MODTAGER-NAVN OF BP-AR(WS-BP-IX) DELIMITED BY SIZE
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

      * ONE ROW ON TRANSAKTIONER.TXT FROM THE WS-POST FIELDS, IN THE
      * BUDGET HOLDER'S NAME - BOTH ACCOUNTS ARE THEIRS - AND ITS
      * JOURNAL ROW.
       SKRIV-TRANSAKTION.
           MOVE SPACES TO TRANSAKTION-REC
           MOVE WS-POST-KONTO TO KONTO-ID OF TRANSAKTION-REC
           MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
               TO CPR OF TRANSAKTION-REC
           MOVE WS-POST-REG-NR TO REG-NR OF TRANSAKTION-REC
           STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               INTO NAVN OF TRANSAKTION-REC
           STRING VEJNAVN OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HUSNR OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POSTNR OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BYNAVN OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               INTO ADRESSE OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE WS-POST-TYPE TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE "DKK" TO VALUTA OF TRANSAKTION-REC
           MOVE WS-POST-MODT-REG-NR
               TO MODTAGER-REG-NR OF TRANSAKTION-REC
           MOVE WS-POST-MODT-KONTO
               TO MODTAGER-KONTONUMMER OF TRANSAKTION-REC
           MOVE WS-POST-TEKST TO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST
           ADD 1 TO WS-RECS-OUT.

      * THE ANNUAL REVIEW. THE LETTER SETS EACH BILL'S PLANNED
      * AMOUNT AGAINST WHAT WAS ACTUALLY PAID THIS BUDGET YEAR, AND
      * PROPOSES THE MONTHLY AMOUNT THAT PAYS NEXT YEAR'S BILLS - AT
      * THIS YEAR'S ACTUAL LEVEL - AND EVENS OUT TONIGHT'S BALANCE
      * OVER THE TWELVE TRANSFERS. THE PROPOSAL WAITS FOR THE
      * CUSTOMER'S APPROVAL IN BUDGETVEDLIGEHOLD. A NEW BUDGET YEAR
      * STARTS AND THE CREDIT LINE IS RENEWED TO THE NEXT REVIEW.
       REVIDER-BUDGET.
           MOVE ZEROES TO WS-SUM-PLAN
           MOVE ZEROES TO WS-SUM-BETALT
           MOVE ZEROES TO WS-SUM-SKOEN
           PERFORM SKRIV-REVISION-HOVED
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > ANTAL-BP
               IF BP-KONTO-ID OF BP-AR(WS-BP-IX)
                       = BK-KONTO-ID OF BK-AR(WS-BK-IX)
                   PERFORM REVIDER-REGNING
               END-IF
           END-PERFORM
           COMPUTE WS-SKOEN-MINUS-SALDO = WS-SUM-SKOEN - WS-SALDO
           MOVE ZEROES TO WS-FORSLAG
           IF WS-SKOEN-MINUS-SALDO > ZEROES
               DIVIDE WS-SKOEN-MINUS-SALDO BY 12 GIVING WS-FORSLAG
               IF WS-FORSLAG * 12 < WS-SKOEN-MINUS-SALDO
                   ADD 1 TO WS-FORSLAG
               END-IF
           END-IF
           PERFORM SKRIV-REVISION-FOD
           IF WS-FORSLAG = BK-MAANEDSBELOB OF BK-AR(WS-BK-IX)
               MOVE ZEROES TO BK-FORSLAG-BELOB OF BK-AR(WS-BK-IX)
           ELSE
               MOVE WS-FORSLAG TO BK-FORSLAG-BELOB OF BK-AR(WS-BK-IX)
           END-IF
           MOVE KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
               TO WS-KL-KUNDE
           MOVE "BUDGETREVISION" TO WS-KL-TYPE
           MOVE "PAPIR" TO WS-KL-KANAL
           MOVE SPACES TO WS-KL-KILDE
           STRING "BudgetRevision.txt KONTO " DELIMITED BY SIZE
               BK-KONTO-ID OF BK-AR(WS-BK-IX) DELIMITED BY SIZE
               INTO WS-KL-KILDE
           PERFORM SKRIV-KORRESPONDANCE
           MOVE BK-REVISION-DATO OF BK-AR(WS-BK-IX)
               TO BK-AAR-START OF BK-AR(WS-BK-IX)
           MOVE BK-REVISION-DATO OF BK-AR(WS-BK-IX)(1:4) TO WS-NY-AAR
           ADD 1 TO WS-NY-AAR
           MOVE WS-NY-AAR TO BK-REVISION-DATO OF BK-AR(WS-BK-IX)(1:4)
           IF BK-REVISION-DATO OF BK-AR(WS-BK-IX)(6:5) = "02-29"
               MOVE "28" TO BK-REVISION-DATO OF BK-AR(WS-BK-IX)(9:2)
           END-IF
           PERFORM VARYING WS-AFTALE-IX FROM 1 BY 1
                   UNTIL WS-AFTALE-IX > ANTAL-AFTALER
               IF OA-KONTO-ID OF AFTALE-AR(WS-AFTALE-IX)
                       = BK-KONTO-ID OF BK-AR(WS-BK-IX)
                   MOVE BK-REVISION-DATO OF BK-AR(WS-BK-IX)
                       TO OA-UDLOEB-DATO OF AFTALE-AR(WS-AFTALE-IX)
                   MOVE "Y" TO WS-AFTALER-AENDRET
               END-IF
           END-PERFORM
           ADD 1 TO WS-ANTAL-REVIDERET.

      * ONE BILL'S LINE ON THE REVIEW LETTER. ITS PAYMENTS ARE MOVED
      * TO LAST YEAR'S COLUMN AND THE NEW YEAR STARTS FROM NOTHING.
      * A CANCELLED BILL IS SHOWN ONLY IF IT WAS PAID THIS YEAR, AND
      * DOES NOT COUNT TOWARDS NEXT YEAR.
       REVIDER-REGNING.
           IF BP-STATUS OF BP-AR(WS-BP-IX) = "AKTIV"
               OR BP-BETALT-I-AAR OF BP-AR(WS-BP-IX) NOT = ZEROES
               MOVE BP-BELOB OF BP-AR(WS-BP-IX) TO WS-VIS-BELOB
               MOVE BP-BETALT-I-AAR OF BP-AR(WS-BP-IX)
                   TO WS-VIS-BELOB-2
               MOVE SPACES TO REVISION-RECORD
               STRING "  " DELIMITED BY SIZE
                   BP-MODTAGER-NAVN OF BP-AR(WS-BP-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BP-NAESTE-DATO OF BP-AR(WS-BP-IX)(6:2)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VIS-BELOB-2 DELIMITED BY SIZE
                   INTO REVISION-RECORD
               IF BP-STATUS OF BP-AR(WS-BP-IX) NOT = "AKTIV"
                   MOVE "OPHOERT" TO REVISION-RECORD(90:7)
               END-IF
               WRITE REVISION-RECORD
           END-IF
           IF BP-STATUS OF BP-AR(WS-BP-IX) = "AKTIV"
               ADD BP-BELOB OF BP-AR(WS-BP-IX) TO WS-SUM-PLAN
               IF BP-BETALT-I-AAR OF BP-AR(WS-BP-IX) > ZEROES
                   ADD BP-BETALT-I-AAR OF BP-AR(WS-BP-IX)
                       TO WS-SUM-SKOEN
               ELSE
                   ADD BP-BELOB OF BP-AR(WS-BP-IX) TO WS-SUM-SKOEN
               END-IF
           END-IF
           ADD BP-BETALT-I-AAR OF BP-AR(WS-BP-IX) TO WS-SUM-BETALT
           MOVE BP-BETALT-I-AAR OF BP-AR(WS-BP-IX)
               TO BP-BETALT-SIDSTE-AAR OF BP-AR(WS-BP-IX)
           MOVE ZEROES TO BP-BETALT-I-AAR OF BP-AR(WS-BP-IX).

       SKRIV-REVISION-HOVED.
           MOVE SPACES TO REVISION-RECORD
           STRING "AARLIG BUDGETGENNEMGANG - BUDGETKONTO "
                   DELIMITED BY SIZE
               BK-KONTO-ID OF BK-AR(WS-BK-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO REVISION-RECORD
           WRITE REVISION-RECORD
           MOVE SPACES TO REVISION-RECORD
           STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               INTO REVISION-RECORD
           WRITE REVISION-RECORD
           MOVE SPACES TO REVISION-RECORD
           STRING VEJNAVN OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HUSNR OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POSTNR OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BYNAVN OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               INTO REVISION-RECORD
           WRITE REVISION-RECORD
           MOVE SPACES TO REVISION-RECORD
           STRING "BUDGETAARET " DELIMITED BY SIZE
               BK-AAR-START OF BK-AR(WS-BK-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               BK-REVISION-DATO OF BK-AR(WS-BK-IX) DELIMITED BY SIZE
               INTO REVISION-RECORD
           WRITE REVISION-RECORD
           MOVE SPACES TO REVISION-RECORD
           STRING "  REGNING                                  MD"
                   DELIMITED BY SIZE
               "    PLANLAGT      BETALT" DELIMITED BY SIZE
               INTO REVISION-RECORD
           WRITE REVISION-RECORD.

       SKRIV-REVISION-FOD.
           MOVE WS-SUM-PLAN TO WS-VIS-BELOB
           MOVE WS-SUM-BETALT TO WS-VIS-BELOB-2
           MOVE SPACES TO REVISION-RECORD
           STRING "  I ALT" DELIMITED BY SIZE
               INTO REVISION-RECORD
           MOVE WS-VIS-BELOB TO REVISION-RECORD(47:11)
           MOVE WS-VIS-BELOB-2 TO REVISION-RECORD(59:11)
           WRITE REVISION-RECORD
           MOVE WS-SALDO TO WS-VIS-SALDO
           MOVE SPACES TO REVISION-RECORD
           STRING "SALDO PAA BUDGETKONTOEN I DAG: " DELIMITED BY SIZE
               WS-VIS-SALDO DELIMITED BY SIZE
               INTO REVISION-RECORD
           WRITE REVISION-RECORD
           MOVE BK-MAANEDSBELOB OF BK-AR(WS-BK-IX) TO WS-VIS-BELOB
           MOVE SPACES TO REVISION-RECORD
           STRING "NUVAERENDE MAANEDLIGT BELOEB: " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO REVISION-RECORD
           WRITE REVISION-RECORD
           MOVE WS-FORSLAG TO WS-VIS-BELOB
           MOVE SPACES TO REVISION-RECORD
           IF WS-FORSLAG = BK-MAANEDSBELOB OF BK-AR(WS-BK-IX)
               STRING "DET MAANEDLIGE BELOEB ER FORTSAT DAEKKENDE."
                   DELIMITED BY SIZE
                   INTO REVISION-RECORD
           ELSE
               STRING "FORESLAAET NYT MAANEDLIGT BELOEB: "
                       DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   " - KONTAKT BANKEN FOR AT GODKENDE."
                       DELIMITED BY SIZE
                   INTO REVISION-RECORD
           END-IF
           WRITE REVISION-RECORD
           MOVE SPACES TO REVISION-RECORD
           WRITE REVISION-RECORD.

      * ONE LINE PER PROBLEM - CALLER SETS WS-AFVIGELSE AND
      * WS-AFV-DETALJE FIRST.
       SKRIV-AFVIGELSE.
           MOVE SPACES TO BUDGET-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - BUDGETKONTO " DELIMITED BY SIZE
               BK-KONTO-ID OF BK-AR(WS-BK-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-DETALJE DELIMITED BY SIZE
               INTO BUDGET-AFV-RECORD
           WRITE BUDGET-AFV-RECORD.

      * ONE ROW ON THE SHARED CORRESPONDENCE LOG - CALLER FILLS THE
      * WS-KL FIELDS FIRST.
       SKRIV-KORRESPONDANCE.
           OPEN EXTEND KORRESPONDANCE-LOG
           IF WS-KORR-LOG-STATUS = "35"
               OPEN OUTPUT KORRESPONDANCE-LOG
           END-IF
           MOVE SPACES TO KORR-LOG-REC
           MOVE WS-KL-KUNDE TO CL-KUNDE-ID OF KORR-LOG-REC
           MOVE WS-KL-TYPE TO CL-DOK-TYPE OF KORR-LOG-REC
           MOVE WS-DAGS-DATO TO CL-DATO OF KORR-LOG-REC
           MOVE WS-KL-KANAL TO CL-KANAL OF KORR-LOG-REC
           MOVE WS-KL-KILDE TO CL-KILDE OF KORR-LOG-REC
           WRITE KORR-LOG-REC
           CLOSE KORRESPONDANCE-LOG.

       SKRIV-JOURNAL-POST.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "POST" TO PJ-TYPE OF PJOURNAL-REC
           MOVE KONTO-ID OF TRANSAKTION-REC
               TO PJ-KONTO-ID OF PJOURNAL-REC
           MOVE CPR OF TRANSAKTION-REC TO PJ-CPR OF PJOURNAL-REC
           MOVE REG-NR OF TRANSAKTION-REC
               TO PJ-REG-NR OF PJOURNAL-REC
           MOVE WS-POST-BELOB TO PJ-BELOB OF PJOURNAL-REC
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

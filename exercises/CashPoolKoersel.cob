       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CASH-POOL REGISTER - SEE CASHPOOLS.CPY. ONLY THE AKTIV
      * VERSION OF EACH POOL IS SWEPT. OPTIONAL: NO FILE, NO POOLS.
           SELECT CASHPOOLS ASSIGN TO "CashPools.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * YESTERDAY'S CLOSING BALANCE PER ACCOUNT - THE SWEEP ADDS
      * TODAY'S MOVEMENTS ON TRANSAKTIONER.TXT TO IT, SO IT SWEEPS
      * THE BALANCE THE ACCOUNT WILL CLOSE ON TONIGHT.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * READ ONCE FOR TODAY'S MOVEMENTS, THEN REOPENED EXTEND FOR
      * THE SWEEP PAIRS - SAME SHAPE AS THE OTHER POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE INTERCOMPANY BALANCES - SEE CASHPOOLMELLEMREGNING.CPY.
      * LOADED WHOLE AND WRITTEN BACK; A MISSING FILE IS AN EMPTY
      * REGISTER.
           SELECT CASHPOOL-MELLEMREGNING
               ASSIGN TO "CashPoolMellemregning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MELLEM-STATUS.
      * THE GROUP TREASURER'S DAILY POOL STATEMENT - EVERY
      * PARTICIPANT'S SWEEP AND THE POOL TOTAL.
           SELECT CASHPOOL-OPGOERELSE ASSIGN TO "CashPoolOpgoerelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE MONTH-END INTERCOMPANY INTEREST ALLOCATION PER POOL.
           SELECT CASHPOOL-RENTEFORDELING
               ASSIGN TO "CashPoolRenteFordeling.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CALENDAR STEP'S MONTH-END SWITCH - THE SWEEP RUNS EVERY
      * BANKING NIGHT, THE INTEREST ALLOCATION ONLY ON THE MONTH'S
      * LAST. A MISSING SWITCH MEANS A MANUAL, OPERATOR-DECIDED RUN
      * AND ALLOCATES.
           SELECT MAANED-ULTIMO ASSIGN TO "MaanedUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "CashPoolJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASHPOOLS.
       01 CASHPOOL-REC.
           COPY "CASHPOOLS.cpy".
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
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD CASHPOOL-MELLEMREGNING.
       01 MELLEMREGNING-REC.
           COPY "CASHPOOLMELLEMREGNING.cpy".
       FD CASHPOOL-OPGOERELSE.
       01 OPGOERELSE-RECORD.
           02  OPGOERELSE-LINE      PIC X(160) VALUE SPACES.
       FD CASHPOOL-RENTEFORDELING.
       01 FORDELING-RECORD.
           02  FORDELING-LINE       PIC X(120) VALUE SPACES.
       FD MAANED-ULTIMO.
       01 ULTIMO-RECORD.
           02  MU-SVAR              PIC X.
           02  MU-DATO              PIC X(10).
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "CASHPOOL".
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
       01  WS-IDAG-HELTAL           PIC 9(8) VALUE ZEROES.
       01  WS-POOL-STATUS           PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-MELLEM-STATUS         PIC XX VALUE "00".
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  EOF-POOL                 PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  EOF-MELLEM               PIC X VALUE "N".
      * THE AKTIV POOLS, LOADED ONCE.
       01  POOL-AR OCCURS 100 TIMES.
           COPY "CASHPOOLS.cpy".
       01  ANTAL-POOLS              PIC 9(3) VALUE ZEROES.
       01  WS-POOL-IX               PIC 9(3).
       01  WS-D-IX                  PIC 9(2).
      * ACCOUNT MASTER KEYS, OWNERS, CURRENCY AND STATUS.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KE-VALUTA            PIC X(3) VALUE SPACES.
           02  KE-STATUS            PIC X(6) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
       01  WS-KONTO-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-FOUND           PIC X VALUE "N".
      * EVERY ACCOUNT IN A POOL WITH ITS REG-NR AND THE BALANCE IT
      * STANDS ON TONIGHT - CLOSING BALANCE PLUS TODAY'S MOVEMENTS,
      * MOVED ON BY EACH SWEEP AS IT POSTS.
       01  POOL-KONTO-AR OCCURS 999 TIMES.
           02  PK-KONTO-ID          PIC X(10) VALUE SPACES.
           02  PK-REG-NR            PIC 9(4) VALUE ZEROES.
           02  PK-SALDO             PIC S9(15)V99 VALUE ZEROES.
       01  ANTAL-POOL-KONTI         PIC 9(4) VALUE ZEROES.
       01  WS-PK-IX                 PIC 9(4).
       01  WS-PK-SLOT               PIC 9(4) VALUE ZEROES.
       01  WS-TOP-SLOT              PIC 9(4) VALUE ZEROES.
       01  WS-SOEG-KONTO            PIC X(10) VALUE SPACES.
      * THE INTERCOMPANY REGISTER IN MEMORY.
       01  MELLEM-AR OCCURS 999 TIMES.
           COPY "CASHPOOLMELLEMREGNING.cpy".
       01  ANTAL-MELLEM             PIC 9(4) VALUE ZEROES.
       01  WS-MELLEM-IX             PIC 9(4).
       01  WS-MELLEM-SLOT           PIC 9(4) VALUE ZEROES.
      * ONE SWEEP.
       01  WS-SALDO-FOER            PIC S9(15)V99 VALUE ZEROES.
       01  WS-MAAL                  PIC S9(15)V99 VALUE ZEROES.
       01  WS-FEJ-BELOB             PIC S9(15)V99 VALUE ZEROES.
       01  WS-TOP-FOER              PIC S9(15)V99 VALUE ZEROES.
       01  WS-POOL-TOTAL            PIC S9(15)V99 VALUE ZEROES.
       01  WS-MELLEM-TOTAL          PIC S9(15)V99 VALUE ZEROES.
       01  WS-RENTE-TOTAL           PIC S9(11)V99 VALUE ZEROES.
       01  WS-AARSAG                PIC X(30) VALUE SPACES.
      * INTEREST ACCRUAL ON THE INTERCOMPANY BALANCE.
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-DAGE                  PIC S9(5) VALUE ZEROES.
       01  WS-RENTE-BELOB           PIC S9(9)V99 VALUE ZEROES.
      * POSTING.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-POSTER-KONTO          PIC X(10) VALUE SPACES.
       01  WS-POSTER-TEKST          PIC X(40) VALUE SPACES.
       01  WS-POSTER-VALUTA         PIC X(3) VALUE SPACES.
       01  WS-POSTER-REG-NR         PIC 9(4) VALUE ZEROES.
      * STATEMENT COLUMNS.
       01  WS-VIS-FOER              PIC -(13)9.99.
       01  WS-VIS-MAAL              PIC -(13)9.99.
       01  WS-VIS-FEJET             PIC -(13)9.99.
       01  WS-VIS-EFTER             PIC -(13)9.99.
       01  WS-VIS-MELLEM            PIC -(13)9.99.
       01  WS-VIS-RENTE             PIC -(9)9.99.

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

      * SWEEPS EVERY AKTIV CASH POOL: EACH PARTICIPANT IS BROUGHT TO
      * ITS TARGET BALANCE (ZERO OR ITS FLOOR) WITH AN INTERNAL
      * TRANSFER PAIR AGAINST THE TOP ACCOUNT, POSTED ONTO
      * TRANSAKTIONER.TXT AHEAD OF THE SECOND VALIDATION PASS SO IT
      * FLOWS THROUGH GLPOST AND THE STATEMENTS LIKE ANY OTHER
      * POSTING. EACH SWEEP MOVES THE PARTICIPANT'S INTERCOMPANY
      * BALANCE, WHICH ACCRUES INTERCOMPANY INTEREST NIGHT BY NIGHT
      * AND IS ALLOCATED AT MONTH-END. THE DAILY POOL STATEMENT GOES
      * TO EACH GROUP TREASURER.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-POOLS
           IF ANTAL-POOLS = ZEROES
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM KONTROLLER-ULTIMO
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM BYG-POOL-KONTI
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-DAGENS-BEVAEGELSER
           PERFORM LOAD-MELLEMREGNING
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
           OPEN OUTPUT CASHPOOL-OPGOERELSE
           PERFORM VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > ANTAL-POOLS
               PERFORM FEJ-POOL THRU FEJ-POOL-EXIT
           END-PERFORM
           CLOSE CASHPOOL-OPGOERELSE
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           IF WS-ER-ULTIMO = "J"
               PERFORM SKRIV-RENTEFORDELING
           END-IF
           PERFORM GEM-MELLEMREGNING
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           COMPUTE WS-IDAG-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
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

      * READS THE CALENDAR STEP'S SWITCH - "J" DATED TODAY MEANS
      * TONIGHT IS THE MONTH'S LAST BANKING DAY. NO SWITCH FILE
      * MEANS AN OPERATOR RAN THE PROGRAM BY HAND, WHICH IS ITS OWN
      * DECISION.
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

       LOAD-POOLS.
           OPEN INPUT CASHPOOLS
           IF WS-POOL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-POOL = "Y"
                   READ CASHPOOLS
                       AT END
                           MOVE "Y" TO EOF-POOL
                       NOT AT END
                           IF CP-STATUS OF CASHPOOL-REC = "AKTIV"
                               ADD 1 TO ANTAL-POOLS
                               ADD 1 TO WS-RECS-IN
                               MOVE CASHPOOL-REC
                                   TO POOL-AR(ANTAL-POOLS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHPOOLS
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
                       MOVE VALUTAKODE OF KONTOOPL-IN
                           TO KE-VALUTA(ANTAL-EJER)
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

      * ONE SLOT PER ACCOUNT IN ANY POOL - TOP AND PARTICIPANTS.
       BYG-POOL-KONTI.
           PERFORM VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > ANTAL-POOLS
               MOVE CP-TOP-KONTO-ID OF POOL-AR(WS-POOL-IX)
                   TO WS-SOEG-KONTO
               PERFORM FIND-POOL-KONTO
               PERFORM VARYING WS-D-IX FROM 1 BY 1
                       UNTIL WS-D-IX
                           > CP-ANTAL-DELTAGERE OF POOL-AR(WS-POOL-IX)
                   MOVE CP-D-KONTO-ID OF POOL-AR(WS-POOL-IX, WS-D-IX)
                       TO WS-SOEG-KONTO
                   PERFORM FIND-POOL-KONTO
               END-PERFORM
           END-PERFORM.

      * THE SLOT FOR WS-SOEG-KONTO IN WS-PK-SLOT, ADDED IF NEW.
       FIND-POOL-KONTO.
           MOVE ZEROES TO WS-PK-SLOT
           PERFORM VARYING WS-PK-IX FROM 1 BY 1
                   UNTIL WS-PK-IX > ANTAL-POOL-KONTI
               IF PK-KONTO-ID(WS-PK-IX) = WS-SOEG-KONTO
                   MOVE WS-PK-IX TO WS-PK-SLOT
               END-IF
           END-PERFORM
           IF WS-PK-SLOT = ZEROES
               ADD 1 TO ANTAL-POOL-KONTI
               MOVE WS-SOEG-KONTO TO PK-KONTO-ID(ANTAL-POOL-KONTI)
               MOVE ANTAL-POOL-KONTI TO WS-PK-SLOT
           END-IF.

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
                           PERFORM VARYING WS-PK-IX FROM 1 BY 1
                                   UNTIL WS-PK-IX > ANTAL-POOL-KONTI
                               IF PK-KONTO-ID(WS-PK-IX) = LS-KONTO-ID
                                   MOVE LS-BALANCE
                                       TO PK-SALDO(WS-PK-IX)
                                   MOVE LS-REG-NR
                                       TO PK-REG-NR(WS-PK-IX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

      * TODAY'S MOVEMENTS SO FAR - THE FEED PLUS EVERYTHING THE
      * POSTING STEPS AHEAD OF THIS ONE HAVE WRITTEN - ON TOP OF THE
      * CLOSING BALANCE. A NEW ACCOUNT WITHOUT A LUKKESALDO ROW
      * TAKES ITS REG-NR FROM ITS FIRST ROW HERE.
       LOAD-DAGENS-BEVAEGELSER.
           OPEN INPUT TRANSAKTIONER
           PERFORM UNTIL EOF-TRANS = "Y"
               READ TRANSAKTIONER INTO TRANSAKTION-REC
                   AT END
                       MOVE "Y" TO EOF-TRANS
                   NOT AT END
                       PERFORM VARYING WS-PK-IX FROM 1 BY 1
                               UNTIL WS-PK-IX > ANTAL-POOL-KONTI
                           IF PK-KONTO-ID(WS-PK-IX)
                                   = KONTO-ID OF TRANSAKTION-REC
                               ADD BELØB OF TRANSAKTION-REC
                                   TO PK-SALDO(WS-PK-IX)
                               IF PK-REG-NR(WS-PK-IX) = ZEROES
                                   MOVE REG-NR OF TRANSAKTION-REC
                                       TO PK-REG-NR(WS-PK-IX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER.

       LOAD-MELLEMREGNING.
           OPEN INPUT CASHPOOL-MELLEMREGNING
           IF WS-MELLEM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MELLEM = "Y"
                   READ CASHPOOL-MELLEMREGNING
                       AT END
                           MOVE "Y" TO EOF-MELLEM
                       NOT AT END
                           ADD 1 TO ANTAL-MELLEM
                           MOVE MELLEMREGNING-REC
                               TO MELLEM-AR(ANTAL-MELLEM)
                   END-READ
               END-PERFORM
               CLOSE CASHPOOL-MELLEMREGNING
           END-IF.

       GEM-MELLEMREGNING.
           OPEN OUTPUT CASHPOOL-MELLEMREGNING
           PERFORM VARYING WS-MELLEM-IX FROM 1 BY 1
                   UNTIL WS-MELLEM-IX > ANTAL-MELLEM
               MOVE MELLEM-AR(WS-MELLEM-IX) TO MELLEMREGNING-REC
               WRITE MELLEMREGNING-REC
           END-PERFORM
           CLOSE CASHPOOL-MELLEMREGNING.

      * THE ACCOUNT MASTER ROW FOR WS-SOEG-KONTO.
       FIND-KONTO.
           MOVE "N" TO WS-KONTO-FUNDET
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-KONTO-FUNDET
                   MOVE WS-EJER-IX TO WS-KONTO-MATCH-IX
               END-IF
           END-PERFORM.

      * ONE POOL: THE HEADER, EVERY PARTICIPANT SWEPT IN TURN
      * AGAINST THE TOP ACCOUNT, THEN THE TOP ACCOUNT AND THE POOL
      * TOTAL. A TOP ACCOUNT THAT IS NO LONGER LIVE STOPS THE WHOLE
      * POOL - THERE IS NOWHERE TO SWEEP TO.
       FEJ-POOL.
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "CASH POOL " DELIMITED BY SIZE
               CP-POOL-ID OF POOL-AR(WS-POOL-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CP-NAVN OF POOL-AR(WS-POOL-IX) DELIMITED BY SIZE
               " - OPGOERELSE PR. " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "KONCERNTREASURER KUNDE " DELIMITED BY SIZE
               CP-KUNDE-ID OF POOL-AR(WS-POOL-IX) DELIMITED BY SIZE
               "  TOPKONTO " DELIMITED BY SIZE
               CP-TOP-KONTO-ID OF POOL-AR(WS-POOL-IX)
                   DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE CP-TOP-KONTO-ID OF POOL-AR(WS-POOL-IX)
               TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-FUNDET = "N"
               OR KE-STATUS(WS-KONTO-MATCH-IX) NOT = "AKTIV"
               ADD 1 TO WS-RECS-AFVIST
               MOVE SPACES TO OPGOERELSE-RECORD
               STRING "TOPKONTOEN ER IKKE AKTIV - POOLEN ER IKKE "
                       DELIMITED BY SIZE
                   "FEJET I NAT" DELIMITED BY SIZE
                   INTO OPGOERELSE-RECORD
               WRITE OPGOERELSE-RECORD
               MOVE SPACES TO OPGOERELSE-RECORD
               WRITE OPGOERELSE-RECORD
               GO TO FEJ-POOL-EXIT
           END-IF
           MOVE KE-VALUTA(WS-KONTO-MATCH-IX) TO WS-POSTER-VALUTA
           IF WS-POSTER-VALUTA = SPACES
               MOVE "DKK" TO WS-POSTER-VALUTA
           END-IF
           PERFORM FIND-POOL-KONTO
           MOVE WS-PK-SLOT TO WS-TOP-SLOT
           MOVE PK-SALDO(WS-TOP-SLOT) TO WS-TOP-FOER
           MOVE PK-SALDO(WS-TOP-SLOT) TO WS-POOL-TOTAL
           MOVE ZEROES TO WS-MELLEM-TOTAL
           PERFORM VARYING WS-D-IX FROM 1 BY 1
                   UNTIL WS-D-IX > CP-ANTAL-DELTAGERE OF POOL-AR
                       (WS-POOL-IX)
               PERFORM FEJ-DELTAGER THRU FEJ-DELTAGER-EXIT
           END-PERFORM
           MOVE WS-TOP-FOER TO WS-VIS-FOER
           MOVE PK-SALDO(WS-TOP-SLOT) TO WS-VIS-EFTER
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "TOPKONTO " DELIMITED BY SIZE
               CP-TOP-KONTO-ID OF POOL-AR(WS-POOL-IX)
                   DELIMITED BY SIZE
               " FOER " DELIMITED BY SIZE
               WS-VIS-FOER DELIMITED BY SIZE
               " EFTER " DELIMITED BY SIZE
               WS-VIS-EFTER DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE WS-POOL-TOTAL TO WS-VIS-EFTER
           MOVE WS-MELLEM-TOTAL TO WS-VIS-MELLEM
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "POOL I ALT " DELIMITED BY SIZE
               WS-VIS-EFTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-POSTER-VALUTA DELIMITED BY SIZE
               "  DELTAGERNES MELLEMREGNING I ALT " DELIMITED BY SIZE
               WS-VIS-MELLEM DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD.

       FEJ-POOL-EXIT.
           EXIT.

      * ONE PARTICIPANT: ITS BALANCE TONIGHT LESS ITS TARGET IS THE
      * SWEEP - A SURPLUS GOES UP TO THE TOP ACCOUNT, A SHORTFALL IS
      * COVERED FROM IT. THE INTERCOMPANY BALANCE ACCRUES INTEREST
      * UP TO TONIGHT BEFORE THE SWEEP MOVES IT. AN ACCOUNT CLOSED
      * OR FROZEN SINCE THE POOL WAS APPROVED IS LEFT ALONE AND
      * SHOWN AS SUCH.
       FEJ-DELTAGER.
           MOVE CP-D-KONTO-ID OF POOL-AR(WS-POOL-IX, WS-D-IX)
               TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           MOVE SPACES TO WS-AARSAG
           IF WS-KONTO-FUNDET = "N"
               MOVE "KONTO FINDES IKKE" TO WS-AARSAG
           ELSE
               IF KE-STATUS(WS-KONTO-MATCH-IX) NOT = "AKTIV"
                   STRING "KONTO ER " DELIMITED BY SIZE
                       KE-STATUS(WS-KONTO-MATCH-IX) DELIMITED BY SPACE
                       INTO WS-AARSAG
               END-IF
           END-IF
           IF WS-AARSAG NOT = SPACES
               ADD 1 TO WS-RECS-AFVIST
               MOVE SPACES TO OPGOERELSE-RECORD
               STRING "DELTAGER " DELIMITED BY SIZE
                   WS-SOEG-KONTO DELIMITED BY SIZE
                   " - IKKE FEJET: " DELIMITED BY SIZE
                   WS-AARSAG DELIMITED BY SIZE
                   INTO OPGOERELSE-RECORD
               WRITE OPGOERELSE-RECORD
               GO TO FEJ-DELTAGER-EXIT
           END-IF
           PERFORM FIND-POOL-KONTO
           MOVE PK-SALDO(WS-PK-SLOT) TO WS-SALDO-FOER
           MOVE CP-D-MAAL-SALDO OF POOL-AR(WS-POOL-IX, WS-D-IX)
               TO WS-MAAL
           COMPUTE WS-FEJ-BELOB = WS-SALDO-FOER - WS-MAAL
           PERFORM FIND-MELLEMREGNING
           PERFORM TILSKRIV-MELLEMRENTE
           IF WS-FEJ-BELOB NOT = ZEROES
               PERFORM POSTER-FEJNING
           END-IF
           ADD WS-FEJ-BELOB TO CM-SALDO OF MELLEM-AR(WS-MELLEM-SLOT)
           ADD WS-SALDO-FOER TO WS-POOL-TOTAL
           ADD CM-SALDO OF MELLEM-AR(WS-MELLEM-SLOT)
               TO WS-MELLEM-TOTAL
           MOVE WS-SALDO-FOER TO WS-VIS-FOER
           MOVE WS-MAAL TO WS-VIS-MAAL
           MOVE WS-FEJ-BELOB TO WS-VIS-FEJET
           MOVE PK-SALDO(WS-PK-SLOT) TO WS-VIS-EFTER
           MOVE CM-SALDO OF MELLEM-AR(WS-MELLEM-SLOT) TO WS-VIS-MELLEM
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "DELTAGER " DELIMITED BY SIZE
               WS-SOEG-KONTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CP-D-MAAL-TYPE OF POOL-AR(WS-POOL-IX, WS-D-IX)
                   DELIMITED BY SIZE
               " FOER " DELIMITED BY SIZE
               WS-VIS-FOER DELIMITED BY SIZE
               " MAAL " DELIMITED BY SIZE
               WS-VIS-MAAL DELIMITED BY SIZE
               " FEJET " DELIMITED BY SIZE
               WS-VIS-FEJET DELIMITED BY SIZE
               " EFTER " DELIMITED BY SIZE
               WS-VIS-EFTER DELIMITED BY SIZE
               " MELLEMREGNING " DELIMITED BY SIZE
               WS-VIS-MELLEM DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD.

       FEJ-DELTAGER-EXIT.
           EXIT.

      * THE PARTICIPANT'S ROW ON THE INTERCOMPANY REGISTER IN
      * WS-MELLEM-SLOT, OPENED AT ZERO ON ITS FIRST SWEEP.
       FIND-MELLEMREGNING.
           MOVE ZEROES TO WS-MELLEM-SLOT
           PERFORM VARYING WS-MELLEM-IX FROM 1 BY 1
                   UNTIL WS-MELLEM-IX > ANTAL-MELLEM
               IF CM-POOL-ID OF MELLEM-AR(WS-MELLEM-IX)
                       = CP-POOL-ID OF POOL-AR(WS-POOL-IX)
                   AND CM-KONTO-ID OF MELLEM-AR(WS-MELLEM-IX)
                       = WS-SOEG-KONTO
                   MOVE WS-MELLEM-IX TO WS-MELLEM-SLOT
               END-IF
           END-PERFORM
           IF WS-MELLEM-SLOT = ZEROES
               ADD 1 TO ANTAL-MELLEM
               MOVE ANTAL-MELLEM TO WS-MELLEM-SLOT
               MOVE SPACES TO MELLEM-AR(WS-MELLEM-SLOT)
               MOVE CP-POOL-ID OF POOL-AR(WS-POOL-IX)
                   TO CM-POOL-ID OF MELLEM-AR(WS-MELLEM-SLOT)
               MOVE WS-SOEG-KONTO
                   TO CM-KONTO-ID OF MELLEM-AR(WS-MELLEM-SLOT)
               MOVE ZEROES TO CM-SALDO OF MELLEM-AR(WS-MELLEM-SLOT)
               MOVE ZEROES
                   TO CM-RENTE-AKK OF MELLEM-AR(WS-MELLEM-SLOT)
               MOVE ZEROES
                   TO CM-FORDELT-RENTE OF MELLEM-AR(WS-MELLEM-SLOT)
               MOVE WS-DAGS-DATO
                   TO CM-SIDSTE-DATO OF MELLEM-AR(WS-MELLEM-SLOT)
           END-IF.

      * INTERCOMPANY INTEREST ON THE BALANCE AS IT STOOD SINCE THE
      * LAST NIGHT ACCRUED - CALENDAR DAYS, SO A WEEKEND OR HOLIDAY
      * COUNTS ON THE NEXT BANKING NIGHT. ACTUAL/365 LIKE THE
      * ACCOUNT INTEREST: A CLAIM ON THE POOL EARNS THE INDLAAN RATE,
      * A DEBT TO IT PAYS THE UDLAAN RATE.
       TILSKRIV-MELLEMRENTE.
           MOVE ZEROES TO WS-DAGE
           IF CM-SIDSTE-DATO OF MELLEM-AR(WS-MELLEM-SLOT) NOT = SPACES
               MOVE CM-SIDSTE-DATO OF MELLEM-AR(WS-MELLEM-SLOT)(1:4)
                   TO WS-DATO-YYYYMMDD(1:4)
               MOVE CM-SIDSTE-DATO OF MELLEM-AR(WS-MELLEM-SLOT)(6:2)
                   TO WS-DATO-YYYYMMDD(5:2)
               MOVE CM-SIDSTE-DATO OF MELLEM-AR(WS-MELLEM-SLOT)(9:2)
                   TO WS-DATO-YYYYMMDD(7:2)
               COMPUTE WS-DAGE = WS-IDAG-HELTAL
                   - FUNCTION INTEGER-OF-DATE(WS-DATO-YYYYMMDD)
           END-IF
           IF WS-DAGE > ZEROES
               IF CM-SALDO OF MELLEM-AR(WS-MELLEM-SLOT) > ZEROES
                   COMPUTE WS-RENTE-BELOB ROUNDED =
                       (CM-SALDO OF MELLEM-AR(WS-MELLEM-SLOT)
                        * CP-SATS-INDLAAN OF POOL-AR(WS-POOL-IX)
                        * WS-DAGE) / 36500
               ELSE
                   COMPUTE WS-RENTE-BELOB ROUNDED =
                       (CM-SALDO OF MELLEM-AR(WS-MELLEM-SLOT)
                        * CP-SATS-UDLAAN OF POOL-AR(WS-POOL-IX)
                        * WS-DAGE) / 36500
               END-IF
               ADD WS-RENTE-BELOB
                   TO CM-RENTE-AKK OF MELLEM-AR(WS-MELLEM-SLOT)
           END-IF
           MOVE WS-DAGS-DATO
               TO CM-SIDSTE-DATO OF MELLEM-AR(WS-MELLEM-SLOT).

      * THE INTERNAL TRANSFER PAIR - THE PARTICIPANT'S LEG AND THE
      * TOP ACCOUNT'S OPPOSITE LEG, EACH NAMING THE OTHER ACCOUNT.
       POSTER-FEJNING.
           MOVE WS-SOEG-KONTO TO WS-POSTER-KONTO
           MOVE PK-REG-NR(WS-PK-SLOT) TO WS-POSTER-REG-NR
           COMPUTE WS-POST-BELOB = 0 - WS-FEJ-BELOB
           MOVE SPACES TO WS-POSTER-TEKST
           STRING "CASHPOOL " DELIMITED BY SIZE
               CP-POOL-ID OF POOL-AR(WS-POOL-IX) DELIMITED BY SPACE
               " TOPKONTO " DELIMITED BY SIZE
               CP-TOP-KONTO-ID OF POOL-AR(WS-POOL-IX)
                   DELIMITED BY SIZE
               INTO WS-POSTER-TEKST
           PERFORM SKRIV-FEJ-TRANSAKTION
           ADD WS-POST-BELOB TO PK-SALDO(WS-PK-SLOT)
           MOVE CP-TOP-KONTO-ID OF POOL-AR(WS-POOL-IX)
               TO WS-POSTER-KONTO
           MOVE PK-REG-NR(WS-TOP-SLOT) TO WS-POSTER-REG-NR
           MOVE WS-FEJ-BELOB TO WS-POST-BELOB
           MOVE SPACES TO WS-POSTER-TEKST
           STRING "CASHPOOL " DELIMITED BY SIZE
               CP-POOL-ID OF POOL-AR(WS-POOL-IX) DELIMITED BY SPACE
               " DELTAGER " DELIMITED BY SIZE
               WS-SOEG-KONTO DELIMITED BY SIZE
               INTO WS-POSTER-TEKST
           PERFORM SKRIV-FEJ-TRANSAKTION
           ADD WS-POST-BELOB TO PK-SALDO(WS-TOP-SLOT).

      * ONE POSTED ROW - ACCOUNT, REG-NR, TEXT AND AMOUNT SET BY THE
      * CALLER; HOLDER RESOLVED HERE.
       SKRIV-FEJ-TRANSAKTION.
           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = WS-POSTER-KONTO
                   PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                           UNTIL WS-KUNDE-IX > ANTAL-KUNDER
                       IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                               = KE-KUNDE-ID(WS-EJER-IX)
                           MOVE "Y" TO WS-KUNDE-FOUND
                           MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO TRANSAKTION-REC
           MOVE WS-POSTER-KONTO TO KONTO-ID OF TRANSAKTION-REC
           IF WS-KUNDE-FOUND = "Y"
               MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   TO CPR OF TRANSAKTION-REC
               STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO NAVN OF TRANSAKTION-REC
           END-IF
           MOVE WS-POSTER-REG-NR TO REG-NR OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE "CASHPOOL" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE WS-POSTER-VALUTA TO VALUTA OF TRANSAKTION-REC
           MOVE WS-POSTER-TEKST
               TO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST
           ADD 1 TO WS-RECS-OUT.

      * MONTH-END: EACH PARTICIPANT'S ACCRUED INTERCOMPANY INTEREST
      * IS ALLOCATED - MOVED TO CM-FORDELT-RENTE AND THE ACCRUAL
      * STARTS AGAIN FROM ZERO - AND LISTED PER POOL. THE POOL'S NET
      * IS WHAT THE TOP ACCOUNT'S HOLDER OWES (OR IS OWED BY) ITS
      * PARTICIPANTS BETWEEN THEM. A RERUN THE SAME NIGHT REPRINTS
      * THE ALLOCATION ALREADY MADE.
       SKRIV-RENTEFORDELING.
           OPEN OUTPUT CASHPOOL-RENTEFORDELING
           PERFORM VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > ANTAL-POOLS
               MOVE SPACES TO FORDELING-RECORD
               STRING "CASH POOL " DELIMITED BY SIZE
                   CP-POOL-ID OF POOL-AR(WS-POOL-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CP-NAVN OF POOL-AR(WS-POOL-IX) DELIMITED BY SIZE
                   " - MELLEMREGNINGSRENTE PR. " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO FORDELING-RECORD
               WRITE FORDELING-RECORD
               MOVE ZEROES TO WS-RENTE-TOTAL
               PERFORM VARYING WS-MELLEM-IX FROM 1 BY 1
                       UNTIL WS-MELLEM-IX > ANTAL-MELLEM
                   IF CM-POOL-ID OF MELLEM-AR(WS-MELLEM-IX)
                           = CP-POOL-ID OF POOL-AR(WS-POOL-IX)
                       PERFORM FORDEL-EN-DELTAGER
                   END-IF
               END-PERFORM
               MOVE WS-RENTE-TOTAL TO WS-VIS-RENTE
               MOVE SPACES TO FORDELING-RECORD
               STRING "NETTO TIL DELTAGERNE " DELIMITED BY SIZE
                   WS-VIS-RENTE DELIMITED BY SIZE
                   INTO FORDELING-RECORD
               WRITE FORDELING-RECORD
               MOVE SPACES TO FORDELING-RECORD
               WRITE FORDELING-RECORD
           END-PERFORM
           CLOSE CASHPOOL-RENTEFORDELING.

       FORDEL-EN-DELTAGER.
           IF CM-FORDELT-DATO OF MELLEM-AR(WS-MELLEM-IX)
                   NOT = WS-DAGS-DATO
               MOVE CM-RENTE-AKK OF MELLEM-AR(WS-MELLEM-IX)
                   TO CM-FORDELT-RENTE OF MELLEM-AR(WS-MELLEM-IX)
               MOVE ZEROES TO CM-RENTE-AKK OF MELLEM-AR(WS-MELLEM-IX)
               MOVE WS-DAGS-DATO
                   TO CM-FORDELT-DATO OF MELLEM-AR(WS-MELLEM-IX)
           END-IF
           ADD CM-FORDELT-RENTE OF MELLEM-AR(WS-MELLEM-IX)
               TO WS-RENTE-TOTAL
           MOVE CM-SALDO OF MELLEM-AR(WS-MELLEM-IX) TO WS-VIS-MELLEM
           MOVE CM-FORDELT-RENTE OF MELLEM-AR(WS-MELLEM-IX)
               TO WS-VIS-RENTE
           MOVE SPACES TO FORDELING-RECORD
           STRING "DELTAGER " DELIMITED BY SIZE
               CM-KONTO-ID OF MELLEM-AR(WS-MELLEM-IX) DELIMITED BY SIZE
               " MELLEMREGNING " DELIMITED BY SIZE
               WS-VIS-MELLEM DELIMITED BY SIZE
               " RENTE " DELIMITED BY SIZE
               WS-VIS-RENTE DELIMITED BY SIZE
               INTO FORDELING-RECORD
           WRITE FORDELING-RECORD.

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

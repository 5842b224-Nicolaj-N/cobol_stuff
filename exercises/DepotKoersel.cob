       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE DEPOT REGISTER - SEE DEPOTER.CPY. READ ONLY HERE; THE
      * DEPOTS THEMSELVES ARE OPENED AND CLOSED AT THE COUNTER.
           SELECT DEPOTER ASSIGN TO "Depoter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOT-STATUS.
      * THE HOLDINGS - LOADED WHOLE AND WRITTEN BACK WITH TONIGHT'S
      * TRADES AND PRICES. A HOLDING SOLD DOWN TO NOTHING IS DROPPED.
           SELECT DEPOT-BEHOLDNINGER ASSIGN TO "DepotBeholdninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEH-STATUS.
      * THE ORDER BOOK - WRITTEN BACK WITH EACH SETTLED OR REJECTED
      * ORDER'S NEW STATUS.
           SELECT VAERDIPAPIR-ORDRER ASSIGN TO "VaerdipapirOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.
      * DIVIDENDS AND COUPONS ANNOUNCED BY THE CUSTODIAN - SEE
      * VAERDIPAPIRHAENDELSER.CPY. WRITTEN BACK WITH THE ONES PAID
      * TONIGHT MARKED BOGFOERT.
           SELECT VAERDIPAPIR-HAENDELSER
               ASSIGN TO "VaerdipapirHaendelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HAENDELSE-STATUS.
      * THE PRICE FILE - SEE VAERDIPAPIRKURSER.CPY.
           SELECT VAERDIPAPIR-KURSER ASSIGN TO "VaerdipapirKurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VK-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CLOSING BALANCE PLUS UNEXPIRED FACILITY, LESS OPEN HOLDS AND
      * LIVE GUARANTEES - WHAT A SETTLEMENT ACCOUNT CAN PAY FOR A
      * PURCHASE WITH. SAME AVAILABLE-AMOUNT RULE AS
      * FREMTIDIGBETALINGKOERSEL. LUKKESALDO ALSO GIVES THE REG-NR.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
           SELECT OVERTRAEK-AFTALER ASSIGN TO "OvertraekAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTALE-STATUS.
           SELECT RESERVATIONER ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERV-STATUS.
           SELECT GARANTI-BINDING ASSIGN TO "GarantiBinding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINDING-STATUS.
      * OPENED EXTEND FOR THE SETTLEMENTS, DIVIDENDS, COUPONS AND
      * DIVIDEND TAX - SAME SHAPE AS THE OTHER POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE NIGHT'S VALUATION - EVERY DEPOT AT TONIGHT'S PRICES AND
      * THE BANK'S TOTAL UNDER CUSTODY.
           SELECT DEPOT-VAERDIER ASSIGN TO "DepotVaerdier.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * DIVIDEND TAX WITHHELD PER RUN - THE PAYMENT TO SKAT IS
      * SUMMED OFF THESE DATED ROWS, SAME AS KILDESKATREMITTERING.
           SELECT UDBYTTESKAT-REMITTERING
               ASSIGN TO "UdbytteskatRemittering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
      * WHAT COULD NOT BE DONE TONIGHT - A REJECTED ORDER, A PAYOUT
      * TO AN ACCOUNT WITHOUT A REG-NR OR A HOLDER, A PAPER WITHOUT
      * A PRICE.
           SELECT DEPOT-AFVIGELSER ASSIGN TO "DepotAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "DepotJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOTER.
       01 DEPOT-REC.
           COPY "DEPOTER.cpy".
       FD DEPOT-BEHOLDNINGER.
       01 BEHOLDNING-REC.
           COPY "DEPOTBEHOLDNINGER.cpy".
       FD VAERDIPAPIR-ORDRER.
       01 ORDRE-REC.
           COPY "VAERDIPAPIRORDRER.cpy".
       FD VAERDIPAPIR-HAENDELSER.
       01 HAENDELSE-REC.
           COPY "VAERDIPAPIRHAENDELSER.cpy".
       FD VAERDIPAPIR-KURSER.
       01 VP-KURS-REC.
           COPY "VAERDIPAPIRKURSER.cpy".
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
       FD RESERVATIONER.
       01 RESERVATION-REC.
           COPY "RESERVATIONER.cpy".
       FD GARANTI-BINDING.
       01 BINDING-REC.
           COPY "GARANTIBINDING.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD DEPOT-VAERDIER.
       01 VAERDI-RECORD.
           02  VAERDI-LINE          PIC X(100) VALUE SPACES.
       FD UDBYTTESKAT-REMITTERING.
       01 REMIT-RECORD.
           02  REMIT-LINE           PIC X(80) VALUE SPACES.
       FD DEPOT-AFVIGELSER.
       01 DEPOT-AFV-RECORD.
           02  DEPOT-AFV-LINE       PIC X(100) VALUE SPACES.
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "DEPOT".
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
       01  WS-DEPOT-STATUS          PIC XX VALUE "00".
       01  WS-BEH-STATUS            PIC XX VALUE "00".
       01  WS-ORDRE-STATUS          PIC XX VALUE "00".
       01  WS-HAENDELSE-STATUS      PIC XX VALUE "00".
       01  WS-VK-STATUS             PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-AFTALE-STATUS         PIC XX VALUE "00".
       01  WS-RESERV-STATUS         PIC XX VALUE "00".
       01  WS-BINDING-STATUS        PIC XX VALUE "00".
       01  WS-REMIT-STATUS          PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-DEPOT                PIC X VALUE "N".
       01  EOF-BEH                  PIC X VALUE "N".
       01  EOF-ORDRE                PIC X VALUE "N".
       01  EOF-HAENDELSE            PIC X VALUE "N".
       01  EOF-VK                   PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-AFTALE               PIC X VALUE "N".
       01  EOF-RESERV               PIC X VALUE "N".
       01  EOF-BINDING              PIC X VALUE "N".
      * THE REGISTERS IN MEMORY, WITH EACH DEPOT'S VALUE TONIGHT
      * ALONGSIDE IT.
       01  DEPOT-AR OCCURS 999 TIMES.
           COPY "DEPOTER.cpy".
       01  DEPOT-VAERDI-AR OCCURS 999 TIMES.
           02  DV-BELOB             PIC 9(15)V99 VALUE ZEROES.
       01  ANTAL-DEPOTER            PIC 9(4) VALUE ZEROES.
       01  WS-DEPOT-IX              PIC 9(4).
       01  WS-DEPOT-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-SOEG-DEPOT            PIC X(10) VALUE SPACES.
       01  BEH-AR OCCURS 999 TIMES.
           COPY "DEPOTBEHOLDNINGER.cpy".
       01  ANTAL-BEH                PIC 9(4) VALUE ZEROES.
       01  WS-BEH-IX                PIC 9(4).
       01  WS-BEH-MATCH-IX          PIC 9(4) VALUE ZEROES.
       01  ORDRE-AR OCCURS 999 TIMES.
           COPY "VAERDIPAPIRORDRER.cpy".
       01  ANTAL-ORDRER             PIC 9(4) VALUE ZEROES.
       01  WS-ORDRE-IX              PIC 9(4).
       01  HAENDELSE-AR OCCURS 999 TIMES.
           COPY "VAERDIPAPIRHAENDELSER.cpy".
       01  ANTAL-HAENDELSER         PIC 9(4) VALUE ZEROES.
       01  WS-HAENDELSE-IX          PIC 9(4).
       01  VK-AR OCCURS 999 TIMES.
           COPY "VAERDIPAPIRKURSER.cpy".
       01  ANTAL-VK                 PIC 9(4) VALUE ZEROES.
       01  WS-VK-IX                 PIC 9(4).
      * THE PAPER AS THE PRICE FILE HAS IT - SEE SLAA-PAPIR-OP.
       01  WS-SOEG-ISIN             PIC X(12) VALUE SPACES.
       01  WS-PAPIR-FUNDET          PIC X VALUE "N".
       01  WS-PAPIR-TYPE            PIC X(5) VALUE SPACES.
       01  WS-PAPIR-BETEGNELSE      PIC X(30) VALUE SPACES.
       01  WS-PAPIR-DATO            PIC X(10) VALUE SPACES.
       01  WS-PAPIR-KURS            PIC 9(7)V9(4) VALUE ZEROES.
      * ACCOUNT MASTER KEYS, OWNERS AND STATUS.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KE-STATUS            PIC X(6) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-KONTO-TILSTAND        PIC X(6) VALUE SPACES.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-FOUND           PIC X VALUE "N".
      * ACCOUNT -> REG-NR, FROM LUKKESALDO.TXT.
       01  KONTO-REG-AR OCCURS 999 TIMES.
           02  KRA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KRA-REG-NR           PIC 9(4) VALUE ZEROES.
       01  ANTAL-REG                PIC 9(4) VALUE ZEROES.
       01  WS-REG-IX                PIC 9(4).
       01  WS-REG-FOUND             PIC X VALUE "N".
       01  WS-REG-NR                PIC 9(4) VALUE ZEROES.
       01  WS-SOEG-KONTO            PIC X(10) VALUE SPACES.
      * AVAILABLE AMOUNT PER ACCOUNT - SEE LOAD-DISPONIBEL. WITHOUT
      * LUKKESALDO.TXT EVERY PURCHASE IS TREATED AS COVERED, SAME AS
      * FREMTIDIGBETALINGKOERSEL.
       01  WS-DAEKNING-KENDT        PIC X VALUE "N".
       01  DISPONIBEL-AR OCCURS 999 TIMES.
           02  DS-KONTO-ID          PIC X(10) VALUE SPACES.
           02  DS-BELOB             PIC S9(18)V99 VALUE ZEROES.
       01  ANTAL-DISPONIBEL         PIC 9(4) VALUE ZEROES.
       01  WS-DISP-IX               PIC 9(4).
       01  WS-DISP-MATCH-IX         PIC 9(4) VALUE ZEROES.
       01  WS-SOEG-KONTO-ID         PIC X(10) VALUE SPACES.
       01  WS-DAEKKET               PIC X VALUE "N".
       01  WS-DAEKNING-KRAV         PIC S9(11)V99 VALUE ZEROES.
      * TRADE VALUE - SEE BEREGN-HANDELSVAERDI.
       01  WS-BER-TYPE              PIC X(5) VALUE SPACES.
       01  WS-BER-ANTAL             PIC 9(11)V99 VALUE ZEROES.
       01  WS-BER-KURS              PIC 9(7)V9(4) VALUE ZEROES.
       01  WS-BER-VAERDI            PIC 9(13)V99 VALUE ZEROES.
       01  WS-AFREGNING             PIC S9(11)V99 VALUE ZEROES.
       01  WS-KOSTPRIS-UD           PIC 9(13)V99 VALUE ZEROES.
       01  WS-AARSAG                PIC X(40) VALUE SPACES.
      * DANISH DIVIDEND TAX, WITHHELD AT SOURCE ON EVERY DIVIDEND
      * PAID INTO A DEPOT. COUPON INTEREST IS PAID GROSS.
       01  WS-UDBYTTESKAT-SATS      PIC 9(2)V99 VALUE 27.00.
       01  WS-BRUTTO                PIC 9(11)V99 VALUE ZEROES.
       01  WS-SKAT                  PIC 9(11)V99 VALUE ZEROES.
       01  WS-UDBYTTESKAT-I-ALT     PIC 9(13)V99 VALUE ZEROES.
      * POSTING.
       01  WS-POST-TYPE             PIC X(20) VALUE SPACES.
       01  WS-POST-TEKST            PIC X(40) VALUE SPACES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-ANTAL-AFVIKLET        PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-AFVIST          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-UDBETALT        PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-UDEN-KURS       PIC 9(5) VALUE ZEROES.
       01  WS-DEPOT-TOTAL           PIC 9(15)V99 VALUE ZEROES.
      * REPORT COLUMNS.
       01  WS-VIS-ANTAL             PIC Z(10)9.99.
       01  WS-VIS-BELOB             PIC Z(14)9.99.
       01  WS-VIS-TOTAL             PIC Z(14)9.99.

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

      * THE NIGHTLY CUSTODY RUN: SETTLES THE ORDERS TRADED TODAY
      * AGAINST THEIR DEPOTS' SETTLEMENT ACCOUNTS, PAYS THE
      * DIVIDENDS AND COUPONS FALLING DUE ON WHAT IS HELD AFTER
      * THAT, WITHHOLDING DIVIDEND TAX, AND THEN VALUES EVERY
      * HOLDING AT THE LATEST PRICE FOR THE DEPOT VALUATION, THE
      * ENGAGEMENT OVERVIEW AND THE YEAR-END STATEMENT. RUNS AHEAD
      * OF THE CASH POOL SWEEP SO THE SETTLEMENTS ARE SWEPT TONIGHT.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-DEPOTER
           PERFORM LOAD-BEHOLDNINGER
           PERFORM LOAD-ORDRER
           PERFORM LOAD-HAENDELSER
           PERFORM LOAD-KURSER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-DISPONIBEL THRU LOAD-DISPONIBEL-EXIT
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
           OPEN OUTPUT DEPOT-AFVIGELSER
           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > ANTAL-ORDRER
               PERFORM AFVIKL-ORDRE THRU AFVIKL-ORDRE-EXIT
           END-PERFORM
           PERFORM VARYING WS-HAENDELSE-IX FROM 1 BY 1
                   UNTIL WS-HAENDELSE-IX > ANTAL-HAENDELSER
               PERFORM BEHANDL-HAENDELSE THRU BEHANDL-HAENDELSE-EXIT
           END-PERFORM
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM VARYING WS-BEH-IX FROM 1 BY 1
                   UNTIL WS-BEH-IX > ANTAL-BEH
               PERFORM VURDER-BEHOLDNING
           END-PERFORM
           CLOSE DEPOT-AFVIGELSER
           PERFORM GEM-BEHOLDNINGER
           PERFORM GEM-ORDRER
           PERFORM GEM-HAENDELSER
           PERFORM SKRIV-DEPOTVAERDIER
           PERFORM SKRIV-UDBYTTESKAT-REMITTERING
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

       LOAD-DEPOTER.
           OPEN INPUT DEPOTER
           IF WS-DEPOT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-DEPOT = "Y"
                   READ DEPOTER
                       AT END
                           MOVE "Y" TO EOF-DEPOT
                       NOT AT END
                           ADD 1 TO ANTAL-DEPOTER
                           MOVE DEPOT-REC TO DEPOT-AR(ANTAL-DEPOTER)
                   END-READ
               END-PERFORM
               CLOSE DEPOTER
           END-IF.

       LOAD-BEHOLDNINGER.
           OPEN INPUT DEPOT-BEHOLDNINGER
           IF WS-BEH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BEH = "Y"
                   READ DEPOT-BEHOLDNINGER
                       AT END
                           MOVE "Y" TO EOF-BEH
                       NOT AT END
                           ADD 1 TO ANTAL-BEH
                           MOVE BEHOLDNING-REC TO BEH-AR(ANTAL-BEH)
                   END-READ
               END-PERFORM
               CLOSE DEPOT-BEHOLDNINGER
           END-IF.

      * WRITES THE HOLDINGS BACK, LEAVING OUT THE ONES SOLD DOWN TO
      * NOTHING TONIGHT. A MISSING FILE WITH NOTHING BOUGHT STAYS
      * MISSING.
       GEM-BEHOLDNINGER.
           IF ANTAL-BEH = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT DEPOT-BEHOLDNINGER
               PERFORM VARYING WS-BEH-IX FROM 1 BY 1
                       UNTIL WS-BEH-IX > ANTAL-BEH
                   IF DB-ANTAL OF BEH-AR(WS-BEH-IX) > ZEROES
                       MOVE BEH-AR(WS-BEH-IX) TO BEHOLDNING-REC
                       WRITE BEHOLDNING-REC
                   END-IF
               END-PERFORM
               CLOSE DEPOT-BEHOLDNINGER
           END-IF.

       LOAD-ORDRER.
           OPEN INPUT VAERDIPAPIR-ORDRER
           IF WS-ORDRE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-ORDRE = "Y"
                   READ VAERDIPAPIR-ORDRER
                       AT END
                           MOVE "Y" TO EOF-ORDRE
                       NOT AT END
                           ADD 1 TO ANTAL-ORDRER
                           ADD 1 TO WS-RECS-IN
                           MOVE ORDRE-REC TO ORDRE-AR(ANTAL-ORDRER)
                   END-READ
               END-PERFORM
               CLOSE VAERDIPAPIR-ORDRER
           END-IF.

       GEM-ORDRER.
           IF ANTAL-ORDRER = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT VAERDIPAPIR-ORDRER
               PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                       UNTIL WS-ORDRE-IX > ANTAL-ORDRER
                   MOVE ORDRE-AR(WS-ORDRE-IX) TO ORDRE-REC
                   WRITE ORDRE-REC
               END-PERFORM
               CLOSE VAERDIPAPIR-ORDRER
           END-IF.

       LOAD-HAENDELSER.
           OPEN INPUT VAERDIPAPIR-HAENDELSER
           IF WS-HAENDELSE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-HAENDELSE = "Y"
                   READ VAERDIPAPIR-HAENDELSER
                       AT END
                           MOVE "Y" TO EOF-HAENDELSE
                       NOT AT END
                           ADD 1 TO ANTAL-HAENDELSER
                           ADD 1 TO WS-RECS-IN
                           MOVE HAENDELSE-REC
                               TO HAENDELSE-AR(ANTAL-HAENDELSER)
                   END-READ
               END-PERFORM
               CLOSE VAERDIPAPIR-HAENDELSER
           END-IF.

       GEM-HAENDELSER.
           IF ANTAL-HAENDELSER = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT VAERDIPAPIR-HAENDELSER
               PERFORM VARYING WS-HAENDELSE-IX FROM 1 BY 1
                       UNTIL WS-HAENDELSE-IX > ANTAL-HAENDELSER
                   MOVE HAENDELSE-AR(WS-HAENDELSE-IX)
                       TO HAENDELSE-REC
                   WRITE HAENDELSE-REC
               END-PERFORM
               CLOSE VAERDIPAPIR-HAENDELSER
           END-IF.

       LOAD-KURSER.
           OPEN INPUT VAERDIPAPIR-KURSER
           IF WS-VK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-VK = "Y"
                   READ VAERDIPAPIR-KURSER
                       AT END
                           MOVE "Y" TO EOF-VK
                       NOT AT END
                           ADD 1 TO ANTAL-VK
                           MOVE VP-KURS-REC TO VK-AR(ANTAL-VK)
                   END-READ
               END-PERFORM
               CLOSE VAERDIPAPIR-KURSER
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

      * BUILDS THE AVAILABLE-AMOUNT TABLE - SAME RULE AS
      * FREMTIDIGBETALINGKOERSEL'S LOAD-DISPONIBEL - AND, FROM THE
      * SAME CLOSING ROWS, EACH ACCOUNT'S REG-NR.
       LOAD-DISPONIBEL.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               GO TO LOAD-DISPONIBEL-EXIT
           END-IF
           MOVE "Y" TO WS-DAEKNING-KENDT
           PERFORM UNTIL EOF-LUKKE = "Y"
               READ LUKKESALDO-FILE
                   AT END
                       MOVE "Y" TO EOF-LUKKE
                   NOT AT END
                       ADD 1 TO ANTAL-DISPONIBEL
                       MOVE LS-KONTO-ID
                           TO DS-KONTO-ID(ANTAL-DISPONIBEL)
                       MOVE LS-BALANCE TO DS-BELOB(ANTAL-DISPONIBEL)
                       ADD 1 TO ANTAL-REG
                       MOVE LS-KONTO-ID TO KRA-KONTO-ID(ANTAL-REG)
                       MOVE LS-REG-NR TO KRA-REG-NR(ANTAL-REG)
               END-READ
           END-PERFORM
           CLOSE LUKKESALDO-FILE

           OPEN INPUT OVERTRAEK-AFTALER
           IF WS-AFTALE-STATUS NOT = "35"
               PERFORM UNTIL EOF-AFTALE = "Y"
                   READ OVERTRAEK-AFTALER
                       AT END
                           MOVE "Y" TO EOF-AFTALE
                       NOT AT END
                           IF OA-UDLOEB-DATO OF AFTALE-REC
                                   NOT < WS-DAGS-DATO
                               MOVE OA-KONTO-ID OF AFTALE-REC
                                   TO WS-SOEG-KONTO-ID
                               PERFORM FIND-DISPONIBEL
                               IF WS-DISP-MATCH-IX > ZEROES
                                   ADD OA-GRAENSE OF AFTALE-REC
                                       TO DS-BELOB(WS-DISP-MATCH-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
           END-IF

           OPEN INPUT RESERVATIONER
           IF WS-RESERV-STATUS NOT = "35"
               PERFORM UNTIL EOF-RESERV = "Y"
                   READ RESERVATIONER
                       AT END
                           MOVE "Y" TO EOF-RESERV
                       NOT AT END
                           IF RS-STATUS OF RESERVATION-REC = "AABEN"
                               MOVE RS-KONTO-ID OF RESERVATION-REC
                                   TO WS-SOEG-KONTO-ID
                               PERFORM FIND-DISPONIBEL
                               IF WS-DISP-MATCH-IX > ZEROES
                                   SUBTRACT RS-BELOB OF RESERVATION-REC
                                       FROM DS-BELOB(WS-DISP-MATCH-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONER
           END-IF

           OPEN INPUT GARANTI-BINDING
           IF WS-BINDING-STATUS NOT = "35"
               PERFORM UNTIL EOF-BINDING = "Y"
                   READ GARANTI-BINDING
                       AT END
                           MOVE "Y" TO EOF-BINDING
                       NOT AT END
                           MOVE GB-KONTO-ID TO WS-SOEG-KONTO-ID
                           PERFORM FIND-DISPONIBEL
                           IF WS-DISP-MATCH-IX > ZEROES
                               SUBTRACT GB-BELOB
                                   FROM DS-BELOB(WS-DISP-MATCH-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARANTI-BINDING
           END-IF.

       LOAD-DISPONIBEL-EXIT.
           EXIT.

      * THE KONTO-ID TO LOOK UP IS PASSED IN WS-SOEG-KONTO-ID;
      * WS-DISP-MATCH-IX COMES BACK ZERO WHEN IT ISN'T THERE.
       FIND-DISPONIBEL.
           MOVE ZEROES TO WS-DISP-MATCH-IX
           PERFORM VARYING WS-DISP-IX FROM 1 BY 1
                   UNTIL WS-DISP-IX > ANTAL-DISPONIBEL
               IF DS-KONTO-ID(WS-DISP-IX) = WS-SOEG-KONTO-ID
                   MOVE WS-DISP-IX TO WS-DISP-MATCH-IX
               END-IF
           END-PERFORM.

      * IS WS-DAEKNING-KRAV COVERED? IF SO THE AMOUNT IS TAKEN OFF
      * THE AVAILABLE AMOUNT AT ONCE - SAME RULE AS
      * FREMTIDIGBETALINGKOERSEL.
       VURDER-DAEKNING.
           MOVE "N" TO WS-DAEKKET
           IF WS-DAEKNING-KENDT = "N"
               MOVE "Y" TO WS-DAEKKET
           ELSE
               IF WS-DISP-MATCH-IX > ZEROES
                   IF DS-BELOB(WS-DISP-MATCH-IX) NOT < WS-DAEKNING-KRAV
                       SUBTRACT WS-DAEKNING-KRAV
                           FROM DS-BELOB(WS-DISP-MATCH-IX)
                       MOVE "Y" TO WS-DAEKKET
                   END-IF
               END-IF
           END-IF.

      * THE REG-NR OF WS-SOEG-KONTO IN WS-REG-NR; WS-REG-FOUND "N"
      * WHEN THE ACCOUNT HAS NO CLOSING ROW YET.
       FIND-REG-NR.
           MOVE "N" TO WS-REG-FOUND
           MOVE ZEROES TO WS-REG-NR
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-REG-FOUND
                   MOVE KRA-REG-NR(WS-REG-IX) TO WS-REG-NR
               END-IF
           END-PERFORM.

      * THE HOLDER OF WS-SOEG-KONTO AS WS-KUNDE-MATCH-IX, AND THE
      * ACCOUNT'S STATUS IN WS-KONTO-TILSTAND - SPACES WHEN THE
      * ACCOUNT IS NOT ON THE MASTER.
       FIND-KONTOHAVER.
           MOVE "N" TO WS-KUNDE-FOUND
           MOVE SPACES TO WS-KONTO-TILSTAND
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = WS-SOEG-KONTO
                   MOVE KE-STATUS(WS-EJER-IX) TO WS-KONTO-TILSTAND
                   PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                           UNTIL WS-KUNDE-IX > ANTAL-KUNDER
                       IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                               = KE-KUNDE-ID(WS-EJER-IX)
                           MOVE "Y" TO WS-KUNDE-FOUND
                           MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * THE DEPOT IN WS-SOEG-DEPOT AS WS-DEPOT-MATCH-IX - ZERO WHEN
      * IT ISN'T ON FILE.
       FIND-DEPOT.
           MOVE ZEROES TO WS-DEPOT-MATCH-IX
           PERFORM VARYING WS-DEPOT-IX FROM 1 BY 1
                   UNTIL WS-DEPOT-IX > ANTAL-DEPOTER
               IF DP-DEPOT-ID OF DEPOT-AR(WS-DEPOT-IX) = WS-SOEG-DEPOT
                   MOVE WS-DEPOT-IX TO WS-DEPOT-MATCH-IX
               END-IF
           END-PERFORM.

      * THE DEPOT'S HOLDING OF WS-SOEG-ISIN AS WS-BEH-MATCH-IX -
      * ZERO WHEN IT HOLDS NONE.
       FIND-BEHOLDNING.
           MOVE ZEROES TO WS-BEH-MATCH-IX
           PERFORM VARYING WS-BEH-IX FROM 1 BY 1
                   UNTIL WS-BEH-IX > ANTAL-BEH
               IF DB-DEPOT-ID OF BEH-AR(WS-BEH-IX) = WS-SOEG-DEPOT
                   AND DB-ISIN OF BEH-AR(WS-BEH-IX) = WS-SOEG-ISIN
                   MOVE WS-BEH-IX TO WS-BEH-MATCH-IX
               END-IF
           END-PERFORM.

      * WS-SOEG-ISIN AS THE PRICE FILE HAS IT - TYPE, NAME AND THE
      * MOST RECENT PRICE DATED ON OR BEFORE TODAY.
       SLAA-PAPIR-OP.
           MOVE "N" TO WS-PAPIR-FUNDET
           MOVE SPACES TO WS-PAPIR-DATO
           MOVE ZEROES TO WS-PAPIR-KURS
           PERFORM VARYING WS-VK-IX FROM 1 BY 1
                   UNTIL WS-VK-IX > ANTAL-VK
               IF VK-ISIN OF VK-AR(WS-VK-IX) = WS-SOEG-ISIN
                   AND VK-DATO OF VK-AR(WS-VK-IX) NOT > WS-DAGS-DATO
                   AND VK-DATO OF VK-AR(WS-VK-IX)
                       NOT < WS-PAPIR-DATO
                   MOVE "Y" TO WS-PAPIR-FUNDET
                   MOVE VK-PAPIRTYPE OF VK-AR(WS-VK-IX)
                       TO WS-PAPIR-TYPE
                   MOVE VK-BETEGNELSE OF VK-AR(WS-VK-IX)
                       TO WS-PAPIR-BETEGNELSE
                   MOVE VK-DATO OF VK-AR(WS-VK-IX) TO WS-PAPIR-DATO
                   MOVE VK-KURS OF VK-AR(WS-VK-IX) TO WS-PAPIR-KURS
               END-IF
           END-PERFORM.

      * WS-BER-ANTAL AT WS-BER-KURS IN DKK - A SHARE PRICE IS PER
      * SHARE, A BOND PRICE PER 100 NOMINAL.
       BEREGN-HANDELSVAERDI.
           IF WS-BER-TYPE = "OBLIG"
               COMPUTE WS-BER-VAERDI ROUNDED =
                   WS-BER-ANTAL * WS-BER-KURS / 100
           ELSE
               COMPUTE WS-BER-VAERDI ROUNDED =
                   WS-BER-ANTAL * WS-BER-KURS
           END-IF.

      * ONE ORDER TRADED ON OR BEFORE TODAY AND STILL VENTER. A BUY
      * IS DEBITED AT TRADE VALUE PLUS BROKERAGE IF THE ACCOUNT CAN
      * COVER IT; A SALE IS CREDITED AT TRADE VALUE LESS BROKERAGE
      * IF THE DEPOT STILL HOLDS THE PAPERS. AN ORDER THAT CANNOT BE
      * SETTLED IS AFVIST WITH THE REASON; ONE ON AN ACCOUNT WITHOUT
      * A REG-NR OR A HOLDER STAYS VENTER FOR THE NEXT RUN.
       AFVIKL-ORDRE.
           IF VO-STATUS OF ORDRE-AR(WS-ORDRE-IX) NOT = "VENTER"
               GO TO AFVIKL-ORDRE-EXIT
           END-IF
           IF VO-HANDELSDATO OF ORDRE-AR(WS-ORDRE-IX) > WS-DAGS-DATO
               GO TO AFVIKL-ORDRE-EXIT
           END-IF
           MOVE VO-DEPOT-ID OF ORDRE-AR(WS-ORDRE-IX) TO WS-SOEG-DEPOT
           MOVE VO-ISIN OF ORDRE-AR(WS-ORDRE-IX) TO WS-SOEG-ISIN
           PERFORM FIND-DEPOT
           IF WS-DEPOT-MATCH-IX = ZEROES
               MOVE "DEPOTET FINDES IKKE" TO WS-AARSAG
               PERFORM AFVIS-ORDRE
               GO TO AFVIKL-ORDRE-EXIT
           END-IF
           IF DP-STATUS OF DEPOT-AR(WS-DEPOT-MATCH-IX) NOT = "AKTIV"
               MOVE "DEPOTET ER LUKKET" TO WS-AARSAG
               PERFORM AFVIS-ORDRE
               GO TO AFVIKL-ORDRE-EXIT
           END-IF
           MOVE DP-KONTO-ID OF DEPOT-AR(WS-DEPOT-MATCH-IX)
               TO WS-SOEG-KONTO
           PERFORM FIND-KONTOHAVER
           IF WS-KONTO-TILSTAND = "INSOLV"
               MOVE "AFVIKLINGSKONTO UNDER INSOLVENSSAG"
                   TO WS-AARSAG
               PERFORM AFVIS-ORDRE
               GO TO AFVIKL-ORDRE-EXIT
           END-IF
           IF WS-KONTO-TILSTAND NOT = "AKTIV"
               MOVE "AFVIKLINGSKONTO IKKE AKTIV" TO WS-AARSAG
               PERFORM AFVIS-ORDRE
               GO TO AFVIKL-ORDRE-EXIT
           END-IF
           PERFORM FIND-REG-NR
           IF WS-REG-FOUND = "N" OR WS-KUNDE-FOUND = "N"
               MOVE SPACES TO DEPOT-AFV-RECORD
               STRING "ORDRE IKKE AFVIKLET - KUNDE/REG-NR MANGLER: "
                       DELIMITED BY SIZE
                   VO-ORDRE-ID OF ORDRE-AR(WS-ORDRE-IX)
                       DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   WS-SOEG-KONTO DELIMITED BY SIZE
                   INTO DEPOT-AFV-RECORD
               WRITE DEPOT-AFV-RECORD
               ADD 1 TO WS-RECS-AFVIST
               GO TO AFVIKL-ORDRE-EXIT
           END-IF
           PERFORM SLAA-PAPIR-OP
           IF WS-PAPIR-FUNDET = "N"
               MOVE "PAPIRET HAR INGEN KURS" TO WS-AARSAG
               PERFORM AFVIS-ORDRE
               GO TO AFVIKL-ORDRE-EXIT
           END-IF
           MOVE WS-PAPIR-TYPE TO WS-BER-TYPE
           MOVE VO-ANTAL OF ORDRE-AR(WS-ORDRE-IX) TO WS-BER-ANTAL
           MOVE VO-KURS OF ORDRE-AR(WS-ORDRE-IX) TO WS-BER-KURS
           PERFORM BEREGN-HANDELSVAERDI
           PERFORM FIND-BEHOLDNING
           IF VO-RETNING OF ORDRE-AR(WS-ORDRE-IX) = "KOEB"
               PERFORM AFVIKL-KOEB THRU AFVIKL-KOEB-EXIT
           ELSE
               PERFORM AFVIKL-SALG THRU AFVIKL-SALG-EXIT
           END-IF.

       AFVIKL-ORDRE-EXIT.
           EXIT.

      * THE PURCHASE: THE ACCOUNT MUST COVER TRADE VALUE PLUS
      * BROKERAGE. THE PAPERS GO INTO THE DEPOT AT WHAT THEY COST.
       AFVIKL-KOEB.
           COMPUTE WS-AFREGNING = WS-BER-VAERDI
               + VO-KURTAGE OF ORDRE-AR(WS-ORDRE-IX)
           MOVE WS-SOEG-KONTO TO WS-SOEG-KONTO-ID
           PERFORM FIND-DISPONIBEL
           MOVE WS-AFREGNING TO WS-DAEKNING-KRAV
           PERFORM VURDER-DAEKNING
           IF WS-DAEKKET = "N"
               MOVE "MANGLENDE DAEKNING PAA AFVIKLINGSKONTO"
                   TO WS-AARSAG
               PERFORM AFVIS-ORDRE
               GO TO AFVIKL-KOEB-EXIT
           END-IF
           MOVE "VAERDIPAPIRKOEB" TO WS-POST-TYPE
           COMPUTE WS-POST-BELOB = 0 - WS-AFREGNING
           PERFORM BYG-ORDRE-TEKST
           PERFORM SKRIV-DEPOT-TRANSAKTION
           IF WS-BEH-MATCH-IX = ZEROES
               ADD 1 TO ANTAL-BEH
               MOVE ANTAL-BEH TO WS-BEH-MATCH-IX
               MOVE SPACES TO BEH-AR(WS-BEH-MATCH-IX)
               MOVE ZEROES TO DB-ANTAL OF BEH-AR(WS-BEH-MATCH-IX)
               MOVE ZEROES TO DB-KOSTPRIS OF BEH-AR(WS-BEH-MATCH-IX)
               MOVE ZEROES TO DB-KURS OF BEH-AR(WS-BEH-MATCH-IX)
               MOVE ZEROES
                   TO DB-KURSVAERDI OF BEH-AR(WS-BEH-MATCH-IX)
               MOVE WS-SOEG-DEPOT
                   TO DB-DEPOT-ID OF BEH-AR(WS-BEH-MATCH-IX)
               MOVE WS-SOEG-ISIN TO DB-ISIN OF BEH-AR(WS-BEH-MATCH-IX)
               MOVE WS-PAPIR-TYPE
                   TO DB-PAPIRTYPE OF BEH-AR(WS-BEH-MATCH-IX)
               MOVE WS-PAPIR-BETEGNELSE
                   TO DB-BETEGNELSE OF BEH-AR(WS-BEH-MATCH-IX)
           END-IF
           ADD VO-ANTAL OF ORDRE-AR(WS-ORDRE-IX)
               TO DB-ANTAL OF BEH-AR(WS-BEH-MATCH-IX)
           ADD WS-AFREGNING TO DB-KOSTPRIS OF BEH-AR(WS-BEH-MATCH-IX)
           PERFORM MARKER-AFVIKLET.

       AFVIKL-KOEB-EXIT.
           EXIT.

      * THE SALE: THE DEPOT MUST STILL HOLD THE PAPERS. THE HOLDING'S
      * COST IS REDUCED IN PROPORTION TO WHAT WAS SOLD.
       AFVIKL-SALG.
           IF WS-BEH-MATCH-IX = ZEROES
               MOVE "DEPOTET HAR IKKE PAPIRET" TO WS-AARSAG
               PERFORM AFVIS-ORDRE
               GO TO AFVIKL-SALG-EXIT
           END-IF
           IF DB-ANTAL OF BEH-AR(WS-BEH-MATCH-IX)
                   < VO-ANTAL OF ORDRE-AR(WS-ORDRE-IX)
               MOVE "SALG OVERSTIGER BEHOLDNINGEN" TO WS-AARSAG
               PERFORM AFVIS-ORDRE
               GO TO AFVIKL-SALG-EXIT
           END-IF
           COMPUTE WS-AFREGNING = WS-BER-VAERDI
               - VO-KURTAGE OF ORDRE-AR(WS-ORDRE-IX)
           MOVE "VAERDIPAPIRSALG" TO WS-POST-TYPE
           MOVE WS-AFREGNING TO WS-POST-BELOB
           PERFORM BYG-ORDRE-TEKST
           PERFORM SKRIV-DEPOT-TRANSAKTION
           MOVE WS-SOEG-KONTO TO WS-SOEG-KONTO-ID
           PERFORM FIND-DISPONIBEL
           IF WS-DISP-MATCH-IX > ZEROES
               ADD WS-AFREGNING TO DS-BELOB(WS-DISP-MATCH-IX)
           END-IF
           COMPUTE WS-KOSTPRIS-UD ROUNDED =
               DB-KOSTPRIS OF BEH-AR(WS-BEH-MATCH-IX)
               * VO-ANTAL OF ORDRE-AR(WS-ORDRE-IX)
               / DB-ANTAL OF BEH-AR(WS-BEH-MATCH-IX)
           SUBTRACT WS-KOSTPRIS-UD
               FROM DB-KOSTPRIS OF BEH-AR(WS-BEH-MATCH-IX)
           SUBTRACT VO-ANTAL OF ORDRE-AR(WS-ORDRE-IX)
               FROM DB-ANTAL OF BEH-AR(WS-BEH-MATCH-IX)
           PERFORM MARKER-AFVIKLET.

       AFVIKL-SALG-EXIT.
           EXIT.

       BYG-ORDRE-TEKST.
           MOVE SPACES TO WS-POST-TEKST
           MOVE VO-ANTAL OF ORDRE-AR(WS-ORDRE-IX) TO WS-VIS-ANTAL
           STRING VO-RETNING OF ORDRE-AR(WS-ORDRE-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SOEG-ISIN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VO-ORDRE-ID OF ORDRE-AR(WS-ORDRE-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SOEG-DEPOT DELIMITED BY SIZE
               INTO WS-POST-TEKST.

       MARKER-AFVIKLET.
           MOVE "AFVIKLET" TO VO-STATUS OF ORDRE-AR(WS-ORDRE-IX)
           MOVE WS-DAGS-DATO
               TO VO-AFVIKLET-DATO OF ORDRE-AR(WS-ORDRE-IX)
           ADD 1 TO WS-ANTAL-AFVIKLET.

      * THE ORDER IS CLOSED AS AFVIST WITH WS-AARSAG ON IT, AND
      * LISTED FOR THE CUSTODY DESK TO TELL THE CUSTOMER.
       AFVIS-ORDRE.
           MOVE "AFVIST" TO VO-STATUS OF ORDRE-AR(WS-ORDRE-IX)
           MOVE WS-DAGS-DATO
               TO VO-AFVIKLET-DATO OF ORDRE-AR(WS-ORDRE-IX)
           MOVE WS-AARSAG TO VO-AARSAG OF ORDRE-AR(WS-ORDRE-IX)
           ADD 1 TO WS-ANTAL-AFVIST
           ADD 1 TO WS-RECS-AFVIST
           MOVE SPACES TO DEPOT-AFV-RECORD
           STRING "ORDRE AFVIST " DELIMITED BY SIZE
               VO-ORDRE-ID OF ORDRE-AR(WS-ORDRE-IX) DELIMITED BY SIZE
               " DEPOT " DELIMITED BY SIZE
               VO-DEPOT-ID OF ORDRE-AR(WS-ORDRE-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VO-RETNING OF ORDRE-AR(WS-ORDRE-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-AARSAG DELIMITED BY SIZE
               INTO DEPOT-AFV-RECORD
           WRITE DEPOT-AFV-RECORD.

      * ONE ANNOUNCED DIVIDEND OR COUPON WHOSE PAYMENT DATE HAS
      * COME: EVERY DEPOT HOLDING THE PAPER TONIGHT IS PAID, AND THE
      * EVENT IS MARKED BOGFOERT SO A RERUN PAYS NOTHING TWICE.
       BEHANDL-HAENDELSE.
           IF VE-STATUS OF HAENDELSE-AR(WS-HAENDELSE-IX)
                   NOT = "VENTER"
               GO TO BEHANDL-HAENDELSE-EXIT
           END-IF
           IF VE-BETALINGSDATO OF HAENDELSE-AR(WS-HAENDELSE-IX)
                   > WS-DAGS-DATO
               GO TO BEHANDL-HAENDELSE-EXIT
           END-IF
           PERFORM VARYING WS-BEH-IX FROM 1 BY 1
                   UNTIL WS-BEH-IX > ANTAL-BEH
               IF DB-ISIN OF BEH-AR(WS-BEH-IX)
                       = VE-ISIN OF HAENDELSE-AR(WS-HAENDELSE-IX)
                   AND DB-ANTAL OF BEH-AR(WS-BEH-IX) > ZEROES
                   PERFORM UDBETAL-HAENDELSE
                       THRU UDBETAL-HAENDELSE-EXIT
               END-IF
           END-PERFORM
           MOVE "BOGFOERT" TO VE-STATUS OF HAENDELSE-AR(WS-HAENDELSE-IX)
           MOVE WS-DAGS-DATO
               TO VE-BOGFOERT-DATO OF HAENDELSE-AR(WS-HAENDELSE-IX).

       BEHANDL-HAENDELSE-EXIT.
           EXIT.

      * ONE HOLDING'S PAYOUT TO ITS DEPOT'S SETTLEMENT ACCOUNT. A
      * DIVIDEND IS THE RATE PER SHARE, CREDITED GROSS WITH THE
      * DIVIDEND TAX DEBITED RIGHT BEHIND IT; A COUPON IS THE RATE
      * IN PERCENT OF NOMINAL, CREDITED GROSS. A PAYOUT THAT CANNOT
      * BE POSTED IS LISTED FOR THE CUSTODY DESK TO PAY BY HAND.
       UDBETAL-HAENDELSE.
           MOVE DB-DEPOT-ID OF BEH-AR(WS-BEH-IX) TO WS-SOEG-DEPOT
           MOVE DB-ISIN OF BEH-AR(WS-BEH-IX) TO WS-SOEG-ISIN
           IF VE-TYPE OF HAENDELSE-AR(WS-HAENDELSE-IX) = "KUPON"
               COMPUTE WS-BRUTTO ROUNDED =
                   DB-ANTAL OF BEH-AR(WS-BEH-IX)
                   * VE-SATS OF HAENDELSE-AR(WS-HAENDELSE-IX) / 100
           ELSE
               COMPUTE WS-BRUTTO ROUNDED =
                   DB-ANTAL OF BEH-AR(WS-BEH-IX)
                   * VE-SATS OF HAENDELSE-AR(WS-HAENDELSE-IX)
           END-IF
           IF WS-BRUTTO = ZEROES
               GO TO UDBETAL-HAENDELSE-EXIT
           END-IF
           PERFORM FIND-DEPOT
           MOVE SPACES TO WS-SOEG-KONTO
           IF WS-DEPOT-MATCH-IX > ZEROES
               MOVE DP-KONTO-ID OF DEPOT-AR(WS-DEPOT-MATCH-IX)
                   TO WS-SOEG-KONTO
           END-IF
           PERFORM FIND-KONTOHAVER
           PERFORM FIND-REG-NR
           IF WS-REG-FOUND = "N" OR WS-KUNDE-FOUND = "N"
               OR WS-KONTO-TILSTAND = "LUKKET"
               MOVE WS-BRUTTO TO WS-VIS-BELOB
               MOVE SPACES TO DEPOT-AFV-RECORD
               STRING "IKKE UDBETALT " DELIMITED BY SIZE
                   VE-HAENDELSE-ID OF HAENDELSE-AR(WS-HAENDELSE-IX)
                       DELIMITED BY SIZE
                   " DEPOT " DELIMITED BY SIZE
                   WS-SOEG-DEPOT DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   WS-SOEG-KONTO DELIMITED BY SIZE
                   " BRUTTO " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   INTO DEPOT-AFV-RECORD
               WRITE DEPOT-AFV-RECORD
               ADD 1 TO WS-RECS-AFVIST
               GO TO UDBETAL-HAENDELSE-EXIT
           END-IF
           MOVE VE-TYPE OF HAENDELSE-AR(WS-HAENDELSE-IX)
               TO WS-POST-TYPE
           MOVE WS-BRUTTO TO WS-POST-BELOB
           MOVE SPACES TO WS-POST-TEKST
           STRING VE-TYPE OF HAENDELSE-AR(WS-HAENDELSE-IX)
                   DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SOEG-ISIN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SOEG-DEPOT DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-DEPOT-TRANSAKTION
           ADD 1 TO WS-ANTAL-UDBETALT
           IF VE-TYPE OF HAENDELSE-AR(WS-HAENDELSE-IX) = "UDBYTTE"
               COMPUTE WS-SKAT ROUNDED =
                   WS-BRUTTO * WS-UDBYTTESKAT-SATS / 100
               IF WS-SKAT > ZEROES
                   MOVE "UDBYTTESKAT" TO WS-POST-TYPE
                   COMPUTE WS-POST-BELOB = 0 - WS-SKAT
                   MOVE SPACES TO WS-POST-TEKST
                   STRING "UDBYTTESKAT " DELIMITED BY SIZE
                       WS-SOEG-ISIN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SOEG-DEPOT DELIMITED BY SIZE
                       INTO WS-POST-TEKST
                   PERFORM SKRIV-DEPOT-TRANSAKTION
                   ADD WS-SKAT TO WS-UDBYTTESKAT-I-ALT
               END-IF
           END-IF.

       UDBETAL-HAENDELSE-EXIT.
           EXIT.

      * ONE POSTING OF WS-POST-TYPE / WS-POST-BELOB / WS-POST-TEKST
      * TO THE SETTLEMENT ACCOUNT WS-SOEG-KONTO, IN DKK - SAME ROW
      * SHAPE AS GARANTIKOERSEL'S CLAIM DEBIT.
       SKRIV-DEPOT-TRANSAKTION.
           MOVE SPACES TO TRANSAKTION-REC
           MOVE WS-SOEG-KONTO TO KONTO-ID OF TRANSAKTION-REC
           MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
               TO CPR OF TRANSAKTION-REC
           MOVE WS-REG-NR TO REG-NR OF TRANSAKTION-REC
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
           MOVE WS-POST-TEKST TO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST
           ADD 1 TO WS-RECS-OUT.

      * ONE HOLDING AT THE LATEST PRICE DATED ON OR BEFORE TODAY,
      * ADDED TO ITS DEPOT'S VALUE. A PAPER WITH NO PRICE ON FILE
      * KEEPS ITS LAST VALUATION AND IS LISTED.
       VURDER-BEHOLDNING.
           IF DB-ANTAL OF BEH-AR(WS-BEH-IX) = ZEROES
               MOVE ZEROES TO DB-KURSVAERDI OF BEH-AR(WS-BEH-IX)
           ELSE
               MOVE DB-ISIN OF BEH-AR(WS-BEH-IX) TO WS-SOEG-ISIN
               PERFORM SLAA-PAPIR-OP
               IF WS-PAPIR-FUNDET = "N"
                   MOVE SPACES TO DEPOT-AFV-RECORD
                   STRING "INGEN KURS FOR " DELIMITED BY SIZE
                       WS-SOEG-ISIN DELIMITED BY SIZE
                       " - DEPOT " DELIMITED BY SIZE
                       DB-DEPOT-ID OF BEH-AR(WS-BEH-IX)
                           DELIMITED BY SIZE
                       " VAERDIANSAT TIL KURS AF " DELIMITED BY SIZE
                       DB-KURS-DATO OF BEH-AR(WS-BEH-IX)
                           DELIMITED BY SIZE
                       INTO DEPOT-AFV-RECORD
                   WRITE DEPOT-AFV-RECORD
                   ADD 1 TO WS-ANTAL-UDEN-KURS
               ELSE
                   MOVE WS-PAPIR-KURS TO DB-KURS OF BEH-AR(WS-BEH-IX)
                   MOVE WS-PAPIR-DATO
                       TO DB-KURS-DATO OF BEH-AR(WS-BEH-IX)
                   MOVE DB-PAPIRTYPE OF BEH-AR(WS-BEH-IX)
                       TO WS-BER-TYPE
                   MOVE DB-ANTAL OF BEH-AR(WS-BEH-IX) TO WS-BER-ANTAL
                   MOVE WS-PAPIR-KURS TO WS-BER-KURS
                   PERFORM BEREGN-HANDELSVAERDI
                   MOVE WS-BER-VAERDI
                       TO DB-KURSVAERDI OF BEH-AR(WS-BEH-IX)
               END-IF
           END-IF
           MOVE DB-DEPOT-ID OF BEH-AR(WS-BEH-IX) TO WS-SOEG-DEPOT
           PERFORM FIND-DEPOT
           IF WS-DEPOT-MATCH-IX > ZEROES
               ADD DB-KURSVAERDI OF BEH-AR(WS-BEH-IX)
                   TO DV-BELOB(WS-DEPOT-MATCH-IX)
           END-IF.

      * THE NIGHT'S VALUATION - ONE LINE PER OPEN DEPOT AND THE
      * BANK'S TOTAL UNDER CUSTODY, IN DKK.
       SKRIV-DEPOTVAERDIER.
           OPEN OUTPUT DEPOT-VAERDIER
           MOVE SPACES TO VAERDI-RECORD
           STRING "DEPOTVAERDIER PR. " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               " (DKK)" DELIMITED BY SIZE
               INTO VAERDI-RECORD
           WRITE VAERDI-RECORD
           MOVE ZEROES TO WS-DEPOT-TOTAL
           PERFORM VARYING WS-DEPOT-IX FROM 1 BY 1
                   UNTIL WS-DEPOT-IX > ANTAL-DEPOTER
               IF DP-STATUS OF DEPOT-AR(WS-DEPOT-IX) = "AKTIV"
                   ADD DV-BELOB(WS-DEPOT-IX) TO WS-DEPOT-TOTAL
                   MOVE DV-BELOB(WS-DEPOT-IX) TO WS-VIS-BELOB
                   MOVE SPACES TO VAERDI-RECORD
                   STRING "DEPOT " DELIMITED BY SIZE
                       DP-DEPOT-ID OF DEPOT-AR(WS-DEPOT-IX)
                           DELIMITED BY SIZE
                       " KUNDE " DELIMITED BY SIZE
                       DP-KUNDE-ID OF DEPOT-AR(WS-DEPOT-IX)
                           DELIMITED BY SIZE
                       " KONTO " DELIMITED BY SIZE
                       DP-KONTO-ID OF DEPOT-AR(WS-DEPOT-IX)
                           DELIMITED BY SIZE
                       "  VAERDI " DELIMITED BY SIZE
                       WS-VIS-BELOB DELIMITED BY SIZE
                       INTO VAERDI-RECORD
                   WRITE VAERDI-RECORD
               END-IF
           END-PERFORM
           MOVE WS-DEPOT-TOTAL TO WS-VIS-TOTAL
           MOVE SPACES TO VAERDI-RECORD
           MOVE "I ALT UNDER DEPOT" TO VAERDI-LINE
           MOVE WS-VIS-TOTAL TO VAERDI-LINE(60:18)
           WRITE VAERDI-RECORD
           MOVE SPACES TO VAERDI-RECORD
           STRING "I NAT: AFVIKLET " DELIMITED BY SIZE
               WS-ANTAL-AFVIKLET DELIMITED BY SIZE
               "  AFVIST " DELIMITED BY SIZE
               WS-ANTAL-AFVIST DELIMITED BY SIZE
               "  UDBETALINGER " DELIMITED BY SIZE
               WS-ANTAL-UDBETALT DELIMITED BY SIZE
               "  UDEN KURS " DELIMITED BY SIZE
               WS-ANTAL-UDEN-KURS DELIMITED BY SIZE
               INTO VAERDI-RECORD
           WRITE VAERDI-RECORD
           CLOSE DEPOT-VAERDIER.

      * ONE REMITTANCE ROW PER RUN THAT WITHHELD ANYTHING - THE
      * PAYMENT TO SKAT SUMS THESE DATED ROWS.
       SKRIV-UDBYTTESKAT-REMITTERING.
           IF WS-UDBYTTESKAT-I-ALT = ZEROES
               CONTINUE
           ELSE
               OPEN EXTEND UDBYTTESKAT-REMITTERING
               IF WS-REMIT-STATUS = "35"
                   OPEN OUTPUT UDBYTTESKAT-REMITTERING
               END-IF
               MOVE WS-UDBYTTESKAT-I-ALT TO WS-VIS-BELOB
               MOVE SPACES TO REMIT-RECORD
               STRING WS-DAGS-DATO DELIMITED BY SIZE
                   " UDBYTTESKAT TILBAGEHOLDT " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   INTO REMIT-RECORD
               WRITE REMIT-RECORD
               CLOSE UDBYTTESKAT-REMITTERING
           END-IF.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE PAYOUTS KEYED ON PENSION ACCOUNTS - SEE
      * PENSIONSUDBETALINGER.CPY. LOADED WHOLE AND WRITTEN BACK WITH
      * TONIGHT'S PAYMENTS COUNTED AND THE NEXT DATE MOVED ON.
      * OPTIONAL: NO FILE, NOTHING TO PAY.
           SELECT PENSIONS-UDBETALINGER
               ASSIGN TO "PensionsUdbetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDBET-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * YESTERDAY'S CLOSING FILE - EACH ACCOUNT'S REG-NR AND THE
      * PENSION ACCOUNT'S BALANCE.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * READ FIRST FOR WHAT THE EARLIER POSTING STEPS BOOKED ON THE
      * PENSION ACCOUNTS TONIGHT (INTEREST, YEAR-END PAL TAX), THEN
      * OPENED EXTEND FOR THE PAYOUT ROWS - SAME SHAPE AS THE OTHER
      * POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      * THE AFGIFT AND INCOME TAX WITHHELD, ONE ROW PER PAYOUT AND A
      * TOTAL PER RUN - THE SETTLEMENT WITH SKAT IS MADE OFF THESE
      * DATED ROWS, SAME AS UDBYTTESKATREMITTERING.
           SELECT PENSION-SKAT-AFREGNING
               ASSIGN TO "PensionSkatAfregning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFREGN-STATUS.
      * ONE ROW PER PAYOUT NOTICE ON THE SHARED CORRESPONDENCE LOG -
      * SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * WHAT COULD NOT BE PAID TONIGHT - A PENSION OR PAYOUT ACCOUNT
      * THAT IS FROZEN OR CLOSED, AN UNKNOWN HOLDER, OR NOTHING LEFT
      * ON THE ACCOUNT. THE PAYOUT STAYS AKTIV AND IS TRIED AGAIN
      * THE NEXT NIGHT.
           SELECT PENSION-UDB-AFVIGELSER
               ASSIGN TO "PensionUdbAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL
               ASSIGN TO "PensionUdbetalingJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENSIONS-UDBETALINGER.
       01 UDBET-REC.
           COPY "PENSIONSUDBETALINGER.cpy".
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
       FD PENSION-SKAT-AFREGNING.
       01 AFREGN-RECORD.
           02  AFREGN-LINE          PIC X(100) VALUE SPACES.
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD PENSION-UDB-AFVIGELSER.
       01 PENSION-AFV-RECORD.
           02  PENSION-AFV-LINE     PIC X(120) VALUE SPACES.
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "PENSUDB".
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
       01  WS-UDBET-STATUS          PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-TRANS-STATUS          PIC XX VALUE "00".
       01  WS-AFREGN-STATUS         PIC XX VALUE "00".
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-UDBET                PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  UDBET-AR OCCURS 999 TIMES.
           COPY "PENSIONSUDBETALINGER.cpy".
       01  ANTAL-UDBET              PIC 9(4) VALUE ZEROES.
       01  WS-UDBET-IX              PIC 9(4).
      * ACCOUNT -> HOLDER, STATUS AND PENSION TYPE, FROM KONTOOPT.TXT.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KE-STATUS            PIC X(6) VALUE SPACES.
           02  KE-PENSIONS-TYPE     PIC X(6) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-KONTO-FOUND           PIC X VALUE "N".
       01  WS-KONTO-STATUS-V        PIC X(6) VALUE SPACES.
       01  WS-EJER-KUNDE-ID         PIC X(10) VALUE SPACES.
       01  WS-EJER-PENSIONS-TYPE    PIC X(6) VALUE SPACES.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-FOUND           PIC X VALUE "N".
      * ACCOUNT -> REG-NR AND BALANCE, FROM LUKKESALDO.TXT, WITH
      * TONIGHT'S EARLIER POSTINGS ADDED ON.
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
      * THE PAYMENT BEING WORKED: THE HOLDER, THE TWO ACCOUNTS'
      * REG-NRS, AND GROSS, WITHHELD AND NET.
       01  WS-EJER-ID               PIC X(10) VALUE SPACES.
       01  WS-PEN-REG-NR            PIC 9(4) VALUE ZEROES.
       01  WS-UDB-REG-NR            PIC 9(4) VALUE ZEROES.
       01  WS-PEN-SALDO             PIC S9(18)V99 VALUE ZEROES.
       01  WS-RESTERENDE            PIC 9(3) VALUE ZEROES.
       01  WS-SATS                  PIC 9(2)V99 VALUE ZEROES.
       01  WS-BRUTTO                PIC S9(11)V99 VALUE ZEROES.
       01  WS-SKAT                  PIC S9(11)V99 VALUE ZEROES.
       01  WS-NETTO                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-SKAT-I-ALT            PIC S9(11)V99 VALUE ZEROES.
      * DUE-DATE ADVANCE WORK FIELDS - SEE BEREGN-NAESTE-DATO. ONE
      * MONTH ON, DAY CLAMPED TO 28, SAME RULE AS THE STANDING
      * ORDERS' MONTHLY ADVANCE.
       01  WS-NAESTE-AAR            PIC 9(4) VALUE ZEROES.
       01  WS-NAESTE-MAANED         PIC 9(2) VALUE ZEROES.
       01  WS-NAESTE-DAG            PIC 9(2) VALUE ZEROES.
      * ONE POSTING, FILLED IN BY THE CALLER OF SKRIV-TRANSAKTION -
      * WS-KUNDE-MATCH-IX NAMES THE HOLDER THE ROW IS BOOKED FOR.
       01  WS-POST-KONTO            PIC X(10) VALUE SPACES.
       01  WS-POST-REG-NR           PIC 9(4) VALUE ZEROES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-POST-MODT-REG-NR      PIC 9(4) VALUE ZEROES.
       01  WS-POST-MODT-KONTO       PIC X(20) VALUE SPACES.
       01  WS-POST-TEKST            PIC X(40) VALUE SPACES.
      * LISTS.
       01  WS-VIS-BELOB             PIC -(9)9.99.
       01  WS-VIS-BELOB2            PIC -(9)9.99.
       01  WS-VIS-SATS              PIC Z9.99.
       01  WS-VIS-SALDO             PIC -(13)9.99.
       01  WS-AFVIGELSE             PIC X(45) VALUE SPACES.
       01  WS-AFV-DETALJE           PIC X(50) VALUE SPACES.
       01  WS-KL-KILDE              PIC X(40) VALUE SPACES.
       01  WS-ANTAL-UDBETALT        PIC 9(5) VALUE ZEROES.

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

      * THE NIGHTLY PENSION PAYOUT RUN. RUNS IN THE POSTING BLOCK
      * AFTER PALSKAT, SO A YEAR-END PAYOUT SEES THE ACCOUNT NET OF
      * ITS PAL TAX. EACH AKTIV PAYOUT DUE TODAY BECOMES A DEBIT ON
      * THE PENSION ACCOUNT FOR THE GROSS AMOUNT AND A CREDIT TO THE
      * HOLDER'S ORDINARY ACCOUNT FOR THE NET; WHAT WAS WITHHELD
      * GOES ON THE SKAT SETTLEMENT FILE, AND THE PAYOUT NOTICE ON
      * THE CORRESPONDENCE LOG.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-UDBETALINGER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-DAGENS-POSTERINGER
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
           OPEN EXTEND PENSION-SKAT-AFREGNING
           IF WS-AFREGN-STATUS = "35"
               OPEN OUTPUT PENSION-SKAT-AFREGNING
           END-IF
           OPEN EXTEND KORRESPONDANCE-LOG
           IF WS-KORR-LOG-STATUS = "35"
               OPEN OUTPUT KORRESPONDANCE-LOG
           END-IF
           OPEN OUTPUT PENSION-UDB-AFVIGELSER
           PERFORM VARYING WS-UDBET-IX FROM 1 BY 1
                   UNTIL WS-UDBET-IX > ANTAL-UDBET
               PERFORM BEHANDL-UDBETALING THRU BEHANDL-UDBETALING-EXIT
           END-PERFORM
           PERFORM SKRIV-AFREGNING-I-ALT
           CLOSE PENSION-UDB-AFVIGELSER
           CLOSE KORRESPONDANCE-LOG
           CLOSE PENSION-SKAT-AFREGNING
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM GEM-UDBETALINGER
           DISPLAY "PENSIONSUDBETALING: " WS-ANTAL-UDBETALT
               " UDBETALT, " WS-RECS-AFVIST " AFVIST"
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

       LOAD-UDBETALINGER.
           OPEN INPUT PENSIONS-UDBETALINGER
           IF WS-UDBET-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-UDBET = "Y"
                   READ PENSIONS-UDBETALINGER
                       AT END
                           MOVE "Y" TO EOF-UDBET
                       NOT AT END
                           ADD 1 TO ANTAL-UDBET
                           MOVE UDBET-REC TO UDBET-AR(ANTAL-UDBET)
                   END-READ
               END-PERFORM
               CLOSE PENSIONS-UDBETALINGER
           END-IF.

      * WRITES THE REGISTER BACK ONLY WHEN THERE WAS ONE - A MISSING
      * FILE STAYS MISSING.
       GEM-UDBETALINGER.
           IF ANTAL-UDBET = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT PENSIONS-UDBETALINGER
               PERFORM VARYING WS-UDBET-IX FROM 1 BY 1
                       UNTIL WS-UDBET-IX > ANTAL-UDBET
                   MOVE UDBET-AR(WS-UDBET-IX) TO UDBET-REC
                   WRITE UDBET-REC
               END-PERFORM
               CLOSE PENSIONS-UDBETALINGER
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
                       MOVE PENSIONS-TYPE OF KONTOOPL-IN
                           TO KE-PENSIONS-TYPE(ANTAL-EJER)
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

      * TONIGHT'S ROWS SO FAR, ADDED ONTO THE CLOSING BALANCES - A
      * PAYOUT MAY NOT TAKE MONEY AN EARLIER STEP HAS ALREADY DEBITED.
       LOAD-DAGENS-POSTERINGER.
           OPEN INPUT TRANSAKTIONER
           IF WS-TRANS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-TRANS = "Y"
                   READ TRANSAKTIONER
                       AT END
                           MOVE "Y" TO EOF-TRANS
                       NOT AT END
                           MOVE KONTO-ID OF TRANSAKTION-REC
                               TO WS-SOEG-KONTO
                           PERFORM FIND-SALDO
                           IF WS-SALDO-FOUND = "Y"
                               ADD BELØB OF TRANSAKTION-REC
                                   TO KSA-BALANCE(WS-SALDO-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSAKTIONER
           END-IF.

      * WS-SOEG-KONTO'S HOLDER, STATUS AND PENSION TYPE FROM THE
      * MASTER.
       FIND-KONTO.
           MOVE "N" TO WS-KONTO-FOUND
           MOVE SPACES TO WS-KONTO-STATUS-V
           MOVE SPACES TO WS-EJER-KUNDE-ID
           MOVE SPACES TO WS-EJER-PENSIONS-TYPE
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-KONTO-FOUND
                   MOVE KE-STATUS(WS-EJER-IX) TO WS-KONTO-STATUS-V
                   MOVE KE-KUNDE-ID(WS-EJER-IX) TO WS-EJER-KUNDE-ID
                   MOVE KE-PENSIONS-TYPE(WS-EJER-IX)
                       TO WS-EJER-PENSIONS-TYPE
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

      * WS-SOEG-KONTO'S REG-NR AND BALANCE, ITS SLOT LEFT IN
      * WS-SALDO-IX.
       FIND-SALDO.
           MOVE "N" TO WS-SALDO-FOUND
           MOVE ZEROES TO WS-SOEG-REG-NR
           MOVE ZEROES TO WS-SOEG-SALDO
           PERFORM VARYING WS-SALDO-IX FROM 1 BY 1
                   UNTIL WS-SALDO-IX > ANTAL-SALDO
                   OR WS-SALDO-FOUND = "Y"
               IF KSA-KONTO-ID(WS-SALDO-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-SALDO-FOUND
                   MOVE KSA-REG-NR(WS-SALDO-IX) TO WS-SOEG-REG-NR
                   MOVE KSA-BALANCE(WS-SALDO-IX) TO WS-SOEG-SALDO
               END-IF
           END-PERFORM
           IF WS-SALDO-FOUND = "Y"
               SUBTRACT 1 FROM WS-SALDO-IX
           END-IF.

      * ONE PAYOUT. ONLY AN AKTIV ONE DUE BY TODAY IS PAID;
      * EVERYTHING IS CHECKED BEFORE ANYTHING IS WRITTEN, SO A
      * PAYMENT THAT CANNOT GO TONIGHT LEAVES NOTHING HALF-POSTED.
       BEHANDL-UDBETALING.
           IF PU-STATUS OF UDBET-AR(WS-UDBET-IX) NOT = "AKTIV"
               OR PU-NAESTE-DATO OF UDBET-AR(WS-UDBET-IX)
                   > WS-DAGS-DATO
               GO TO BEHANDL-UDBETALING-EXIT
           END-IF
           ADD 1 TO WS-RECS-IN
           MOVE PU-KONTO-ID OF UDBET-AR(WS-UDBET-IX) TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-FOUND = "N" OR WS-KONTO-STATUS-V NOT = "AKTIV"
               OR WS-EJER-PENSIONS-TYPE = SPACES
               MOVE "PENSION IKKE UDBETALT - PENSIONSKONTO"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING WS-SOEG-KONTO DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   WS-KONTO-STATUS-V DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-UDBETALING-EXIT
           END-IF
           MOVE WS-EJER-KUNDE-ID TO WS-EJER-ID
           PERFORM FIND-KUNDE
           IF WS-KUNDE-FOUND = "N"
               MOVE "PENSION IKKE UDBETALT - KONTOHAVER UKENDT"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING "KUNDE-ID " DELIMITED BY SIZE
                   WS-EJER-ID DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-UDBETALING-EXIT
           END-IF
           PERFORM FIND-SALDO
           MOVE WS-SOEG-REG-NR TO WS-PEN-REG-NR
           MOVE WS-SOEG-SALDO TO WS-PEN-SALDO
           IF WS-SALDO-FOUND = "N" OR WS-PEN-SALDO NOT > ZEROES
               MOVE "PENSION IKKE UDBETALT - INGEN SALDO"
                   TO WS-AFVIGELSE
               MOVE WS-PEN-SALDO TO WS-VIS-SALDO
               MOVE SPACES TO WS-AFV-DETALJE
               STRING "SALDO " DELIMITED BY SIZE
                   WS-VIS-SALDO DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-UDBETALING-EXIT
           END-IF
           MOVE PU-UDBETALINGSKONTO OF UDBET-AR(WS-UDBET-IX)
               TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-FOUND = "N" OR WS-KONTO-STATUS-V NOT = "AKTIV"
               OR WS-EJER-KUNDE-ID NOT = WS-EJER-ID
               MOVE "PENSION IKKE UDBETALT - UDBETALINGSKONTO"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING WS-SOEG-KONTO DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   WS-KONTO-STATUS-V DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-UDBETALING-EXIT
           END-IF
           MOVE WS-PEN-REG-NR TO WS-UDB-REG-NR
           PERFORM FIND-SALDO
           IF WS-SOEG-REG-NR NOT = ZEROES
               MOVE WS-SOEG-REG-NR TO WS-UDB-REG-NR
           END-IF
           PERFORM BEREGN-UDBETALING
           PERFORM UDBETAL-PENSION.

       BEHANDL-UDBETALING-EXIT.
           EXIT.

      * GROSS IS THE BALANCE SPREAD OVER THE PAYMENTS STILL TO GO -
      * ALL OF IT FOR A SINGLE SUM OR THE LAST INSTALMENT - AND THE
      * WITHHOLDING IS THE PAYOUT'S OWN RATE OF THE GROSS.
       BEREGN-UDBETALING.
           MOVE PU-RATER-I-ALT OF UDBET-AR(WS-UDBET-IX)
               TO WS-RESTERENDE
           SUBTRACT PU-RATER-BETALT OF UDBET-AR(WS-UDBET-IX)
               FROM WS-RESTERENDE
           IF WS-RESTERENDE < 1
               MOVE 1 TO WS-RESTERENDE
           END-IF
           COMPUTE WS-BRUTTO ROUNDED = WS-PEN-SALDO / WS-RESTERENDE
           MOVE PU-SATS OF UDBET-AR(WS-UDBET-IX) TO WS-SATS
           COMPUTE WS-SKAT ROUNDED = WS-BRUTTO * WS-SATS / 100
           MOVE WS-BRUTTO TO WS-NETTO
           SUBTRACT WS-SKAT FROM WS-NETTO.

      * THE GROSS DEBIT ON THE PENSION ACCOUNT, THE NET CREDIT TO THE
      * HOLDER'S ORDINARY ACCOUNT, BOTH IN THE HOLDER'S NAME; THEN
      * THE WITHHOLDING TO SKAT, THE NOTICE, AND THE REGISTER.
       UDBETAL-PENSION.
           MOVE PU-KONTO-ID OF UDBET-AR(WS-UDBET-IX) TO WS-POST-KONTO
           MOVE WS-PEN-REG-NR TO WS-POST-REG-NR
           COMPUTE WS-POST-BELOB = 0 - WS-BRUTTO
           MOVE WS-UDB-REG-NR TO WS-POST-MODT-REG-NR
           MOVE PU-UDBETALINGSKONTO OF UDBET-AR(WS-UDBET-IX)
               TO WS-POST-MODT-KONTO
           MOVE SPACES TO WS-POST-TEKST
           STRING "PENSIONSUDBETALING " DELIMITED BY SIZE
               PU-REFERENCE OF UDBET-AR(WS-UDBET-IX)
                   DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-TRANSAKTION
           IF WS-NETTO > ZEROES
               MOVE PU-UDBETALINGSKONTO OF UDBET-AR(WS-UDBET-IX)
                   TO WS-POST-KONTO
               MOVE WS-UDB-REG-NR TO WS-POST-REG-NR
               MOVE WS-NETTO TO WS-POST-BELOB
               MOVE WS-PEN-REG-NR TO WS-POST-MODT-REG-NR
               MOVE PU-KONTO-ID OF UDBET-AR(WS-UDBET-IX)
                   TO WS-POST-MODT-KONTO
               MOVE SPACES TO WS-POST-TEKST
               STRING "PENSION " DELIMITED BY SIZE
                   PU-REFERENCE OF UDBET-AR(WS-UDBET-IX)
                       DELIMITED BY SIZE
                   " EFTER SKAT" DELIMITED BY SIZE
                   INTO WS-POST-TEKST
               PERFORM SKRIV-TRANSAKTION
           END-IF
           IF WS-SKAT > ZEROES
               PERFORM SKRIV-AFREGNING
           END-IF
           PERFORM SKRIV-KORRESPONDANCE
           MOVE PU-KONTO-ID OF UDBET-AR(WS-UDBET-IX) TO WS-SOEG-KONTO
           PERFORM FIND-SALDO
           SUBTRACT WS-BRUTTO FROM KSA-BALANCE(WS-SALDO-IX)
           ADD 1 TO PU-RATER-BETALT OF UDBET-AR(WS-UDBET-IX)
           ADD WS-BRUTTO TO PU-BRUTTO-I-ALT OF UDBET-AR(WS-UDBET-IX)
           ADD WS-SKAT TO PU-SKAT-I-ALT OF UDBET-AR(WS-UDBET-IX)
           MOVE WS-DAGS-DATO
               TO PU-SIDSTE-DATO OF UDBET-AR(WS-UDBET-IX)
           IF PU-RATER-BETALT OF UDBET-AR(WS-UDBET-IX)
                   >= PU-RATER-I-ALT OF UDBET-AR(WS-UDBET-IX)
               MOVE "AFSLUTTET" TO PU-STATUS OF UDBET-AR(WS-UDBET-IX)
           ELSE
               PERFORM BEREGN-NAESTE-DATO
           END-IF
           ADD 1 TO WS-ANTAL-UDBETALT.

       BEREGN-NAESTE-DATO.
           MOVE PU-NAESTE-DATO OF UDBET-AR(WS-UDBET-IX)(1:4)
               TO WS-NAESTE-AAR
           MOVE PU-NAESTE-DATO OF UDBET-AR(WS-UDBET-IX)(6:2)
               TO WS-NAESTE-MAANED
           MOVE PU-NAESTE-DATO OF UDBET-AR(WS-UDBET-IX)(9:2)
               TO WS-NAESTE-DAG
           ADD 1 TO WS-NAESTE-MAANED
           IF WS-NAESTE-MAANED > 12
               MOVE 1 TO WS-NAESTE-MAANED
               ADD 1 TO WS-NAESTE-AAR
           END-IF
           IF WS-NAESTE-DAG > 28
               MOVE 28 TO WS-NAESTE-DAG
           END-IF
           MOVE WS-NAESTE-AAR
               TO PU-NAESTE-DATO OF UDBET-AR(WS-UDBET-IX)(1:4)
           MOVE "-" TO PU-NAESTE-DATO OF UDBET-AR(WS-UDBET-IX)(5:1)
           MOVE WS-NAESTE-MAANED
               TO PU-NAESTE-DATO OF UDBET-AR(WS-UDBET-IX)(6:2)
           MOVE "-" TO PU-NAESTE-DATO OF UDBET-AR(WS-UDBET-IX)(8:1)
           MOVE WS-NAESTE-DAG
               TO PU-NAESTE-DATO OF UDBET-AR(WS-UDBET-IX)(9:2).

      * ONE ROW ON TRANSAKTIONER.TXT FROM THE WS-POST FIELDS, IN THE
      * NAME OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX), AND ITS JOURNAL ROW.
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
           MOVE "PENSIONUDBETALING"
               TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
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

      * ONE SETTLEMENT ROW PER PAYMENT THAT WITHHELD ANYTHING - WHOSE
      * CPR, WHICH PAYOUT, AFGIFT OR INCOME TAX, THE GROSS, THE RATE
      * AND THE AMOUNT OWED TO SKAT.
       SKRIV-AFREGNING.
           MOVE WS-BRUTTO TO WS-VIS-BELOB
           MOVE WS-SKAT TO WS-VIS-BELOB2
           MOVE PU-SATS OF UDBET-AR(WS-UDBET-IX) TO WS-VIS-SATS
           MOVE SPACES TO AFREGN-RECORD
           STRING WS-DAGS-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PU-REFERENCE OF UDBET-AR(WS-UDBET-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PU-SKATTETYPE OF UDBET-AR(WS-UDBET-IX)
                   DELIMITED BY SIZE
               " BRUTTO " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               " SATS " DELIMITED BY SIZE
               WS-VIS-SATS DELIMITED BY SIZE
               " TILBAGEHOLDT " DELIMITED BY SIZE
               WS-VIS-BELOB2 DELIMITED BY SIZE
               INTO AFREGN-RECORD
           WRITE AFREGN-RECORD
           ADD WS-SKAT TO WS-SKAT-I-ALT.

      * THE RUN'S TOTAL, WHEN ANYTHING WAS WITHHELD - THE PAYMENT TO
      * SKAT SUMS THESE DATED ROWS.
       SKRIV-AFREGNING-I-ALT.
           IF WS-SKAT-I-ALT = ZEROES
               CONTINUE
           ELSE
               MOVE WS-SKAT-I-ALT TO WS-VIS-BELOB
               MOVE SPACES TO AFREGN-RECORD
               STRING WS-DAGS-DATO DELIMITED BY SIZE
                   " PENSIONSSKAT TILBAGEHOLDT I ALT "
                       DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   INTO AFREGN-RECORD
               WRITE AFREGN-RECORD
           END-IF.

      * THE PAYOUT NOTICE JOINS THE SHARED CORRESPONDENCE LOG, BY
      * THE HOLDER'S OWN CHANNEL - THE REGISTER AND THE P-NUMBER ARE
      * THE POINTER IT CAN BE REPRODUCED FROM.
       SKRIV-KORRESPONDANCE.
           MOVE SPACES TO KORR-LOG-REC
           MOVE WS-EJER-ID TO CL-KUNDE-ID OF KORR-LOG-REC
           MOVE "PENSIONUDBET" TO CL-DOK-TYPE OF KORR-LOG-REC
           MOVE WS-DAGS-DATO TO CL-DATO OF KORR-LOG-REC
           IF LEVERINGS-KANAL OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   = SPACES
               MOVE "PAPIR" TO CL-KANAL OF KORR-LOG-REC
           ELSE
               MOVE LEVERINGS-KANAL OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   TO CL-KANAL OF KORR-LOG-REC
           END-IF
           MOVE SPACES TO WS-KL-KILDE
           STRING "PensionsUdbetalinger.txt " DELIMITED BY SIZE
               PU-REFERENCE OF UDBET-AR(WS-UDBET-IX)
                   DELIMITED BY SIZE
               INTO WS-KL-KILDE
           MOVE WS-KL-KILDE TO CL-KILDE OF KORR-LOG-REC
           WRITE KORR-LOG-REC.

      * ONE LINE PER PAYMENT HELD BACK - CALLER SETS WS-AFVIGELSE
      * AND WS-AFV-DETALJE FIRST.
       SKRIV-AFVIGELSE.
           MOVE SPACES TO PENSION-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PU-REFERENCE OF UDBET-AR(WS-UDBET-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-DETALJE DELIMITED BY SIZE
               INTO PENSION-AFV-RECORD
           WRITE PENSION-AFV-RECORD
           ADD 1 TO WS-RECS-AFVIST.

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

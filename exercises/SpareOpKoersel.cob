       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE ROUND-UP SAVINGS REGISTER - SEE SPAREOPAFTALER.CPY.
      * LOADED WHOLE AND WRITTEN BACK WITH TONIGHT'S MONTH SUMS AND
      * PAUSES. OPTIONAL: NO FILE, NO ROUND-UPS.
           SELECT SPAREOP-AFTALER ASSIGN TO "SpareOpAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
      * THE DAY'S VALIDATED FEED - THE BOOKED CARD PURCHASES TO ROUND
      * UP, AND EVERY OTHER MOVEMENT ON THE SPENDING ACCOUNTS TODAY.
           SELECT TRANSAKTIONER-VALIDERET
               ASSIGN TO "TransaktionerValideret.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * YESTERDAY'S CLOSING FILE - EACH ACCOUNT'S REG-NR AND THE
      * BALANCE TODAY'S MOVEMENTS ARE ADDED TO.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * OPENED EXTEND FOR THE TRANSFER PAIRS - SAME SHAPE AS THE
      * OTHER POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WHAT COULD NOT BE SAVED TONIGHT - AN AGREEMENT ON A FROZEN OR
      * CLOSED ACCOUNT, OR ONE PAUSED BECAUSE THE SPENDING ACCOUNT
      * WOULD HAVE GONE BELOW ZERO.
           SELECT SPAREOP-AFVIGELSER ASSIGN TO "SpareOpAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "SpareOpJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SPAREOP-AFTALER.
       01 SPAREOP-REC.
           COPY "SPAREOPAFTALER.cpy".
       FD TRANSAKTIONER-VALIDERET.
       01 VALIDERET-REC.
           COPY "TRANSAKTIONER.cpy".
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
       FD SPAREOP-AFVIGELSER.
       01 SPAREOP-AFV-RECORD.
           02  SPAREOP-AFV-LINE     PIC X(120) VALUE SPACES.
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "SPAREOP".
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
       01  WS-SO-STATUS             PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-SO                   PIC X VALUE "N".
       01  EOF-VALIDERET            PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
      * THE REGISTER IN MEMORY, AND BESIDE EACH AGREEMENT WHAT THE
      * FEED SCAN FOUND FOR ITS SPENDING ACCOUNT TODAY: ALL OF THE
      * DAY'S MOVEMENTS, THE ROUND-UPS OF ITS CARD PURCHASES, AND HOW
      * MANY PURCHASES THEY CAME FROM.
       01  SO-AR OCCURS 999 TIMES.
           COPY "SPAREOPAFTALER.cpy".
       01  ANTAL-SO                 PIC 9(4) VALUE ZEROES.
       01  WS-SO-IX                 PIC 9(4).
       01  SPAREOP-DAG-AR OCCURS 999 TIMES.
           02  SD-BEVAEGELSE        PIC S9(15)V99 VALUE ZEROES.
           02  SD-AFRUNDING         PIC S9(9)V99 VALUE ZEROES.
           02  SD-ANTAL-KOEB        PIC 9(5) VALUE ZEROES.
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
      * ONE PURCHASE'S ROUND-UP: THE AMOUNT SPENT, HOW MANY WHOLE
      * ROUNDING STEPS IT COVERS, AND WHAT IS LEFT OVER.
       01  WS-KOEB-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-ANTAL-TRIN            PIC 9(9) VALUE ZEROES.
       01  WS-REST                  PIC S9(9)V99 VALUE ZEROES.
      * THE AGREEMENT BEING WORKED: THE TWO ACCOUNTS' REG-NRS, THE
      * SPENDING ACCOUNT'S BALANCE AFTER TODAY'S MOVEMENTS, WHAT IS
      * LEFT UNDER THE MONTHLY CAP, AND TONIGHT'S TRANSFER.
       01  WS-FORBRUG-REG-NR        PIC 9(4) VALUE ZEROES.
       01  WS-OPSPARING-REG-NR      PIC 9(4) VALUE ZEROES.
       01  WS-SALDO                 PIC S9(18)V99 VALUE ZEROES.
       01  WS-LOFT-REST             PIC S9(7)V99 VALUE ZEROES.
       01  WS-OVERFOER-BELOB        PIC S9(9)V99 VALUE ZEROES.
      * ONE POSTING, FILLED IN BY THE CALLER OF SKRIV-TRANSAKTION.
       01  WS-POST-KONTO            PIC X(10) VALUE SPACES.
       01  WS-POST-REG-NR           PIC 9(4) VALUE ZEROES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-POST-MODT-REG-NR      PIC 9(4) VALUE ZEROES.
       01  WS-POST-MODT-KONTO       PIC X(20) VALUE SPACES.
       01  WS-POST-TEKST            PIC X(40) VALUE SPACES.
      * LISTS.
       01  WS-VIS-BELOB             PIC -(7)9.99.
       01  WS-VIS-SALDO             PIC -(13)9.99.
       01  WS-AFVIGELSE             PIC X(45) VALUE SPACES.
       01  WS-AFV-DETALJE           PIC X(50) VALUE SPACES.
       01  WS-ANTAL-OVERFOERT       PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-PAUSET          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-LOFT-NAAET      PIC 9(5) VALUE ZEROES.

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

      * THE NIGHTLY ROUND-UP SAVINGS RUN. RUNS ONCE THE POSTING
      * BLOCK IS OVER AND ITS OUTPUT VALIDATED, SO EVERY CARD
      * PURCHASE KORTAFRG BOOKED TODAY IS ON THE VALIDATED FEED. EACH
      * DKK PURCHASE ON A SIGNED-UP SPENDING ACCOUNT IS ROUNDED UP TO
      * THE CUSTOMER'S STEP, AND THE DAY'S DIFFERENCES MOVE TO THE
      * SAVINGS ACCOUNT AS ONE TRANSFER PAIR PER CUSTOMER - CUT TO
      * WHAT IS LEFT UNDER THE MONTHLY CAP, AND NOT AT ALL WHEN THE
      * SPENDING ACCOUNT WOULD END THE DAY BELOW ZERO.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-AFTALER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-LUKKESALDO
           IF ANTAL-SO > ZEROES
               PERFORM SCAN-VALIDERET
           END-IF
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
           OPEN OUTPUT SPAREOP-AFVIGELSER
           PERFORM VARYING WS-SO-IX FROM 1 BY 1
                   UNTIL WS-SO-IX > ANTAL-SO
               PERFORM BEHANDL-AFTALE THRU BEHANDL-AFTALE-EXIT
           END-PERFORM
           CLOSE SPAREOP-AFVIGELSER
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM GEM-AFTALER
           DISPLAY "SPARE-OP: " WS-ANTAL-OVERFOERT " OVERFOERT, "
               WS-ANTAL-PAUSET " PAUSET, "
               WS-ANTAL-LOFT-NAAET " VED MAANEDSLOFT"
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

       LOAD-AFTALER.
           OPEN INPUT SPAREOP-AFTALER
           IF WS-SO-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SO = "Y"
                   READ SPAREOP-AFTALER
                       AT END
                           MOVE "Y" TO EOF-SO
                       NOT AT END
                           ADD 1 TO ANTAL-SO
                           MOVE SPAREOP-REC TO SO-AR(ANTAL-SO)
                   END-READ
               END-PERFORM
               CLOSE SPAREOP-AFTALER
           END-IF.

      * WRITES THE REGISTER BACK ONLY WHEN THERE WAS ONE - A MISSING
      * FILE STAYS MISSING.
       GEM-AFTALER.
           IF ANTAL-SO = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT SPAREOP-AFTALER
               PERFORM VARYING WS-SO-IX FROM 1 BY 1
                       UNTIL WS-SO-IX > ANTAL-SO
                   MOVE SO-AR(WS-SO-IX) TO SPAREOP-REC
                   WRITE SPAREOP-REC
               END-PERFORM
               CLOSE SPAREOP-AFTALER
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

      * ONE PASS OVER THE VALIDATED FEED. EVERY ROW ON A SIGNED-UP
      * SPENDING ACCOUNT COUNTS TOWARDS ITS BALANCE; A DKK KORTKOEB
      * ROW ALSO ADDS ITS ROUND-UP. A PURCHASE THAT IS ALREADY A
      * WHOLE NUMBER OF STEPS ROUNDS UP BY NOTHING.
       SCAN-VALIDERET.
           OPEN INPUT TRANSAKTIONER-VALIDERET
           PERFORM UNTIL EOF-VALIDERET = "Y"
               READ TRANSAKTIONER-VALIDERET
                   AT END
                       MOVE "Y" TO EOF-VALIDERET
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       PERFORM VARYING WS-SO-IX FROM 1 BY 1
                               UNTIL WS-SO-IX > ANTAL-SO
                           IF SO-FORBRUG-KONTO-ID OF SO-AR(WS-SO-IX)
                                   = KONTO-ID OF VALIDERET-REC
                               AND SO-STATUS OF SO-AR(WS-SO-IX)
                                   NOT = "OPHOERT"
                               PERFORM NOTER-BEVAEGELSE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER-VALIDERET.

       NOTER-BEVAEGELSE.
           ADD BELØB OF VALIDERET-REC TO SD-BEVAEGELSE(WS-SO-IX)
           IF TRANSAKTIONSTYPE OF VALIDERET-REC = "KORTKOEB"
               AND VALUTA OF VALIDERET-REC = "DKK"
               AND BELØB OF VALIDERET-REC < ZEROES
               AND SO-AFRUNDING OF SO-AR(WS-SO-IX) > ZEROES
               COMPUTE WS-KOEB-BELOB = 0 - BELØB OF VALIDERET-REC
               DIVIDE WS-KOEB-BELOB BY SO-AFRUNDING OF SO-AR(WS-SO-IX)
                   GIVING WS-ANTAL-TRIN
               COMPUTE WS-REST = WS-KOEB-BELOB
                   - WS-ANTAL-TRIN * SO-AFRUNDING OF SO-AR(WS-SO-IX)
               IF WS-REST > ZEROES
                   ADD SO-AFRUNDING OF SO-AR(WS-SO-IX)
                       TO SD-AFRUNDING(WS-SO-IX)
                   SUBTRACT WS-REST FROM SD-AFRUNDING(WS-SO-IX)
                   ADD 1 TO SD-ANTAL-KOEB(WS-SO-IX)
               END-IF
           END-IF.

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

      * ONE AGREEMENT. A NEW CALENDAR MONTH FIRST MOVES THE FINISHED
      * MONTH'S SUM ASIDE FOR THE STATEMENT AND STARTS AGAIN UNDER
      * THE CAP. AN AGREEMENT ALREADY SWEPT FOR TODAY IS LEFT ALONE,
      * SO A RERUN OF THE NIGHT SAVES NOTHING TWICE. WHATEVER HAPPENS
      * BELOW, TODAY'S PURCHASES ARE THEN DONE WITH - A DAY THAT
      * COULD NOT BE SAVED IS NOT CARRIED FORWARD.
       BEHANDL-AFTALE.
           IF SO-STATUS OF SO-AR(WS-SO-IX) = "OPHOERT"
               GO TO BEHANDL-AFTALE-EXIT
           END-IF
           IF SO-MAANED OF SO-AR(WS-SO-IX) NOT = WS-DAGS-DATO(1:7)
               MOVE SO-MAANED OF SO-AR(WS-SO-IX)
                   TO SO-FORRIGE-MAANED OF SO-AR(WS-SO-IX)
               MOVE SO-MAANED-SUM OF SO-AR(WS-SO-IX)
                   TO SO-FORRIGE-SUM OF SO-AR(WS-SO-IX)
               MOVE WS-DAGS-DATO(1:7) TO SO-MAANED OF SO-AR(WS-SO-IX)
               MOVE ZEROES TO SO-MAANED-SUM OF SO-AR(WS-SO-IX)
           END-IF
           IF SO-SIDSTE-KOERSEL OF SO-AR(WS-SO-IX) = WS-DAGS-DATO
               GO TO BEHANDL-AFTALE-EXIT
           END-IF
           MOVE WS-DAGS-DATO TO SO-SIDSTE-KOERSEL OF SO-AR(WS-SO-IX)
           IF SD-AFRUNDING(WS-SO-IX) = ZEROES
               GO TO BEHANDL-AFTALE-EXIT
           END-IF
           MOVE SO-OPSPARING-KONTO-ID OF SO-AR(WS-SO-IX)
               TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-FOUND = "N" OR WS-KONTO-STATUS-V NOT = "AKTIV"
               MOVE "SPARE-OP STANDSET - OPSPARINGSKONTO"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING SO-OPSPARING-KONTO-ID OF SO-AR(WS-SO-IX)
                       DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   WS-KONTO-STATUS-V DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-RECS-AFVIST
               GO TO BEHANDL-AFTALE-EXIT
           END-IF
           PERFORM FIND-SALDO
           MOVE WS-SOEG-REG-NR TO WS-OPSPARING-REG-NR
           MOVE SO-FORBRUG-KONTO-ID OF SO-AR(WS-SO-IX) TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-FOUND = "N" OR WS-KONTO-STATUS-V NOT = "AKTIV"
               MOVE "SPARE-OP STANDSET - FORBRUGSKONTO"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING SO-FORBRUG-KONTO-ID OF SO-AR(WS-SO-IX)
                       DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   WS-KONTO-STATUS-V DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-RECS-AFVIST
               GO TO BEHANDL-AFTALE-EXIT
           END-IF
           PERFORM FIND-KUNDE
           PERFORM FIND-SALDO
           IF WS-KUNDE-FOUND = "N" OR WS-SALDO-FOUND = "N"
               MOVE "SPARE-OP STANDSET - INGEN KONTOHAVER/REG-NR"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-RECS-AFVIST
               GO TO BEHANDL-AFTALE-EXIT
           END-IF
           MOVE WS-SOEG-REG-NR TO WS-FORBRUG-REG-NR
      * A SAVINGS ACCOUNT OPENED TODAY HAS NO CLOSING ROW YET - IT
      * SITS IN THE CUSTOMER'S OWN BRANCH.
           IF WS-OPSPARING-REG-NR = ZEROES
               MOVE WS-FORBRUG-REG-NR TO WS-OPSPARING-REG-NR
           END-IF
           COMPUTE WS-SALDO = WS-SOEG-SALDO + SD-BEVAEGELSE(WS-SO-IX)
           COMPUTE WS-LOFT-REST = SO-MAANEDS-LOFT OF SO-AR(WS-SO-IX)
               - SO-MAANED-SUM OF SO-AR(WS-SO-IX)
           IF WS-LOFT-REST NOT > ZEROES
               ADD 1 TO WS-ANTAL-LOFT-NAAET
               GO TO BEHANDL-AFTALE-EXIT
           END-IF
           MOVE SD-AFRUNDING(WS-SO-IX) TO WS-OVERFOER-BELOB
           IF WS-OVERFOER-BELOB > WS-LOFT-REST
               MOVE WS-LOFT-REST TO WS-OVERFOER-BELOB
               ADD 1 TO WS-ANTAL-LOFT-NAAET
           END-IF
           IF WS-SALDO - WS-OVERFOER-BELOB < ZEROES
               PERFORM PAUSE-AFTALE
               GO TO BEHANDL-AFTALE-EXIT
           END-IF
           IF SO-STATUS OF SO-AR(WS-SO-IX) = "PAUSET"
               MOVE "AKTIV" TO SO-STATUS OF SO-AR(WS-SO-IX)
               MOVE SPACES TO SO-PAUSE-DATO OF SO-AR(WS-SO-IX)
           END-IF
           PERFORM OVERFOER-AFRUNDING.

       BEHANDL-AFTALE-EXIT.
           EXIT.

      * THE SPENDING ACCOUNT CANNOT CARRY TONIGHT'S ROUND-UPS. THE
      * AGREEMENT GOES TO PAUSET - THE DATE IS THE FIRST NIGHT OF
      * THE PAUSE, NOT THE LATEST - AND IS LISTED EVERY NIGHT IT
      * STAYS THERE.
       PAUSE-AFTALE.
           IF SO-STATUS OF SO-AR(WS-SO-IX) NOT = "PAUSET"
               MOVE "PAUSET" TO SO-STATUS OF SO-AR(WS-SO-IX)
               MOVE WS-DAGS-DATO TO SO-PAUSE-DATO OF SO-AR(WS-SO-IX)
           END-IF
           MOVE "SPARE-OP PAUSET - FORBRUGSKONTO GAAR I MINUS"
               TO WS-AFVIGELSE
           MOVE WS-SALDO TO WS-VIS-SALDO
           MOVE WS-OVERFOER-BELOB TO WS-VIS-BELOB
           MOVE SPACES TO WS-AFV-DETALJE
           STRING "SALDO " DELIMITED BY SIZE
               WS-VIS-SALDO DELIMITED BY SIZE
               " AFRUNDING " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO WS-AFV-DETALJE
           PERFORM SKRIV-AFVIGELSE
           ADD 1 TO WS-ANTAL-PAUSET.

      * THE DAY'S ROUND-UPS MOVE FROM THE SPENDING ACCOUNT TO THE
      * SAVINGS ACCOUNT - A DEBIT AND A CREDIT ROW - AND JOIN THE
      * MONTH'S SUM.
       OVERFOER-AFRUNDING.
           MOVE SO-FORBRUG-KONTO-ID OF SO-AR(WS-SO-IX) TO WS-POST-KONTO
           MOVE WS-FORBRUG-REG-NR TO WS-POST-REG-NR
           COMPUTE WS-POST-BELOB = 0 - WS-OVERFOER-BELOB
           MOVE WS-OPSPARING-REG-NR TO WS-POST-MODT-REG-NR
           MOVE SO-OPSPARING-KONTO-ID OF SO-AR(WS-SO-IX)
               TO WS-POST-MODT-KONTO
           MOVE SPACES TO WS-POST-TEKST
           STRING "SPARE-OP " DELIMITED BY SIZE
               SD-ANTAL-KOEB(WS-SO-IX) DELIMITED BY SIZE
               " KOEB TIL " DELIMITED BY SIZE
               SO-OPSPARING-KONTO-ID OF SO-AR(WS-SO-IX)
                   DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-TRANSAKTION
           MOVE SO-OPSPARING-KONTO-ID OF SO-AR(WS-SO-IX)
               TO WS-POST-KONTO
           MOVE WS-OPSPARING-REG-NR TO WS-POST-REG-NR
           MOVE WS-OVERFOER-BELOB TO WS-POST-BELOB
           MOVE WS-FORBRUG-REG-NR TO WS-POST-MODT-REG-NR
           MOVE SO-FORBRUG-KONTO-ID OF SO-AR(WS-SO-IX)
               TO WS-POST-MODT-KONTO
           MOVE SPACES TO WS-POST-TEKST
           STRING "SPARE-OP " DELIMITED BY SIZE
               SD-ANTAL-KOEB(WS-SO-IX) DELIMITED BY SIZE
               " KOEB FRA " DELIMITED BY SIZE
               SO-FORBRUG-KONTO-ID OF SO-AR(WS-SO-IX)
                   DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-TRANSAKTION
           ADD WS-OVERFOER-BELOB TO SO-MAANED-SUM OF SO-AR(WS-SO-IX)
           ADD 1 TO WS-ANTAL-OVERFOERT.

      * ONE ROW ON TRANSAKTIONER.TXT FROM THE WS-POST FIELDS, IN THE
      * SPENDING ACCOUNT HOLDER'S NAME - BOTH ACCOUNTS ARE THEIRS -
      * AND ITS JOURNAL ROW.
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
           MOVE "SPAREOP" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
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

      * ONE LINE PER PROBLEM - CALLER SETS WS-AFVIGELSE AND
      * WS-AFV-DETALJE FIRST.
       SKRIV-AFVIGELSE.
           MOVE SPACES TO SPAREOP-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - KUNDE " DELIMITED BY SIZE
               SO-KUNDE-ID OF SO-AR(WS-SO-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-DETALJE DELIMITED BY SIZE
               INTO SPAREOP-AFV-RECORD
           WRITE SPAREOP-AFV-RECORD.

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

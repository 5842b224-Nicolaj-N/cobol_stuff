       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE RELEASE INSTRUCTIONS ON RENT DEPOSIT ACCOUNTS - SEE
      * DEPOSITUMFRIGIVELSER.CPY. LOADED WHOLE AND WRITTEN BACK WITH
      * TONIGHT'S PAYOUTS MARKED UDBETALT. OPTIONAL: NO FILE, NOTHING
      * TO RELEASE.
           SELECT DEPOSITUM-FRIGIVELSER
               ASSIGN TO "DepositumFrigivelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRIGIV-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * YESTERDAY'S CLOSING FILE - EACH ACCOUNT'S REG-NR AND THE
      * DEPOSIT'S BALANCE. A DEPOSIT TAKES NO OTHER DEBIT, SO THE
      * BALANCE CAN ONLY HAVE GROWN SINCE.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * OPENED EXTEND FOR THE PAYOUT ROWS - SAME SHAPE AS THE OTHER
      * POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WHAT COULD NOT BE RELEASED TONIGHT - A DEPOSIT OR PAYOUT
      * ACCOUNT THAT IS FROZEN OR CLOSED, OR A RELEASE FOR MORE THAN
      * THE DEPOSIT HOLDS. THE RELEASE STAYS GODKENDT AND IS TRIED
      * AGAIN THE NEXT NIGHT.
           SELECT DEPOSITUM-AFVIGELSER
               ASSIGN TO "DepositumAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "DepositumJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSITUM-FRIGIVELSER.
       01 FRIGIV-REC.
           COPY "DEPOSITUMFRIGIVELSER.cpy".
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
       FD DEPOSITUM-AFVIGELSER.
       01 DEPOSITUM-AFV-RECORD.
           02  DEPOSITUM-AFV-LINE   PIC X(120) VALUE SPACES.
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "DEPOSIT".
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
       01  WS-FRIGIV-STATUS         PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-FRIGIV               PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  FRIGIV-AR OCCURS 999 TIMES.
           COPY "DEPOSITUMFRIGIVELSER.cpy".
       01  ANTAL-FRIGIV             PIC 9(4) VALUE ZEROES.
       01  WS-FRIGIV-IX             PIC 9(4).
      * ACCOUNT -> HOLDER, STATUS AND LANDLORD, FROM KONTOOPT.TXT.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KE-STATUS            PIC X(6) VALUE SPACES.
           02  KE-UDLEJER           PIC X(10) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-KONTO-FOUND           PIC X VALUE "N".
       01  WS-KONTO-STATUS-V        PIC X(6) VALUE SPACES.
       01  WS-EJER-KUNDE-ID         PIC X(10) VALUE SPACES.
       01  WS-EJER-UDLEJER          PIC X(10) VALUE SPACES.
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
      * THE RELEASE BEING WORKED: THE DEPOSIT'S PARTIES AND REG-NR,
      * THE TWO PAYOUT ACCOUNTS' REG-NRS, AND THE TOTAL.
       01  WS-LEJER-ID              PIC X(10) VALUE SPACES.
       01  WS-UDLEJER-ID            PIC X(10) VALUE SPACES.
       01  WS-DEP-REG-NR            PIC 9(4) VALUE ZEROES.
       01  WS-UDLEJER-REG-NR        PIC 9(4) VALUE ZEROES.
       01  WS-LEJER-REG-NR          PIC 9(4) VALUE ZEROES.
       01  WS-BELOB-I-ALT           PIC S9(9)V99 VALUE ZEROES.
       01  WS-KUNDE-LEJER-IX        PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-UDLEJER-IX      PIC 9(4) VALUE ZEROES.
      * ONE POSTING, FILLED IN BY THE CALLER OF SKRIV-TRANSAKTION -
      * WS-KUNDE-MATCH-IX NAMES THE PARTY THE ROW IS BOOKED FOR.
       01  WS-POST-KONTO            PIC X(10) VALUE SPACES.
       01  WS-POST-REG-NR           PIC 9(4) VALUE ZEROES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-POST-MODT-REG-NR      PIC 9(4) VALUE ZEROES.
       01  WS-POST-MODT-KONTO       PIC X(20) VALUE SPACES.
       01  WS-POST-TEKST            PIC X(40) VALUE SPACES.
      * LISTS.
       01  WS-VIS-BELOB             PIC -(9)9.99.
       01  WS-VIS-SALDO             PIC -(13)9.99.
       01  WS-AFVIGELSE             PIC X(45) VALUE SPACES.
       01  WS-AFV-DETALJE           PIC X(50) VALUE SPACES.
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

      * THE NIGHTLY RENT DEPOSIT RELEASE RUN. RUNS IN THE POSTING
      * BLOCK AHEAD OF TRANSKNTRL, WHICH LETS A DEPOSIT'S DEBIT
      * THROUGH ONLY WHEN IT MATCHES A RELEASE THIS RUN PAID TODAY.
      * EACH GODKENDT RELEASE BECOMES ONE DEBIT ON THE DEPOSIT FOR
      * THE WHOLE AMOUNT AND A CREDIT TO EACH PARTY'S PAYOUT ACCOUNT
      * FOR ITS SHARE, AND IS MARKED UDBETALT.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-FRIGIVELSER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-LUKKESALDO
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
           OPEN OUTPUT DEPOSITUM-AFVIGELSER
           PERFORM VARYING WS-FRIGIV-IX FROM 1 BY 1
                   UNTIL WS-FRIGIV-IX > ANTAL-FRIGIV
               PERFORM BEHANDL-FRIGIVELSE THRU BEHANDL-FRIGIVELSE-EXIT
           END-PERFORM
           CLOSE DEPOSITUM-AFVIGELSER
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM GEM-FRIGIVELSER
           DISPLAY "DEPOSITUM: " WS-ANTAL-UDBETALT " UDBETALT, "
               WS-RECS-AFVIST " AFVIST"
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

       LOAD-FRIGIVELSER.
           OPEN INPUT DEPOSITUM-FRIGIVELSER
           IF WS-FRIGIV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FRIGIV = "Y"
                   READ DEPOSITUM-FRIGIVELSER
                       AT END
                           MOVE "Y" TO EOF-FRIGIV
                       NOT AT END
                           ADD 1 TO ANTAL-FRIGIV
                           MOVE FRIGIV-REC TO FRIGIV-AR(ANTAL-FRIGIV)
                   END-READ
               END-PERFORM
               CLOSE DEPOSITUM-FRIGIVELSER
           END-IF.

      * WRITES THE REGISTER BACK ONLY WHEN THERE WAS ONE - A MISSING
      * FILE STAYS MISSING.
       GEM-FRIGIVELSER.
           IF ANTAL-FRIGIV = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT DEPOSITUM-FRIGIVELSER
               PERFORM VARYING WS-FRIGIV-IX FROM 1 BY 1
                       UNTIL WS-FRIGIV-IX > ANTAL-FRIGIV
                   MOVE FRIGIV-AR(WS-FRIGIV-IX) TO FRIGIV-REC
                   WRITE FRIGIV-REC
               END-PERFORM
               CLOSE DEPOSITUM-FRIGIVELSER
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
                       MOVE DEPOSITUM-UDLEJER OF KONTOOPL-IN
                           TO KE-UDLEJER(ANTAL-EJER)
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

      * WS-SOEG-KONTO'S HOLDER, STATUS AND LANDLORD FROM THE MASTER.
       FIND-KONTO.
           MOVE "N" TO WS-KONTO-FOUND
           MOVE SPACES TO WS-KONTO-STATUS-V
           MOVE SPACES TO WS-EJER-KUNDE-ID
           MOVE SPACES TO WS-EJER-UDLEJER
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-KONTO-FOUND
                   MOVE KE-STATUS(WS-EJER-IX) TO WS-KONTO-STATUS-V
                   MOVE KE-KUNDE-ID(WS-EJER-IX) TO WS-EJER-KUNDE-ID
                   MOVE KE-UDLEJER(WS-EJER-IX) TO WS-EJER-UDLEJER
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

      * ONE RELEASE. ONLY A GODKENDT ONE IS PAID; EVERYTHING IS
      * CHECKED BEFORE ANYTHING IS WRITTEN, SO A RELEASE THAT CANNOT
      * GO TONIGHT LEAVES NO HALF-POSTED PAYOUT BEHIND.
       BEHANDL-FRIGIVELSE.
           IF DF-STATUS OF FRIGIV-AR(WS-FRIGIV-IX) NOT = "GODKENDT"
               GO TO BEHANDL-FRIGIVELSE-EXIT
           END-IF
           ADD 1 TO WS-RECS-IN
           MOVE DF-BELOB-UDLEJER OF FRIGIV-AR(WS-FRIGIV-IX)
               TO WS-BELOB-I-ALT
           ADD DF-BELOB-LEJER OF FRIGIV-AR(WS-FRIGIV-IX)
               TO WS-BELOB-I-ALT
           MOVE DF-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX) TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-FOUND = "N" OR WS-KONTO-STATUS-V NOT = "AKTIV"
               OR WS-EJER-UDLEJER = SPACES
               MOVE "DEPOSITUM IKKE FRIGIVET - DEPOSITUMKONTO"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING WS-SOEG-KONTO DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   WS-KONTO-STATUS-V DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-FRIGIVELSE-EXIT
           END-IF
           MOVE WS-EJER-KUNDE-ID TO WS-LEJER-ID
           MOVE WS-EJER-UDLEJER TO WS-UDLEJER-ID
           PERFORM FIND-SALDO
           IF WS-SALDO-FOUND = "N" OR WS-BELOB-I-ALT > WS-SOEG-SALDO
               MOVE "DEPOSITUM IKKE FRIGIVET - OVERSTIGER SALDO"
                   TO WS-AFVIGELSE
               MOVE WS-SOEG-SALDO TO WS-VIS-SALDO
               MOVE WS-BELOB-I-ALT TO WS-VIS-BELOB
               MOVE SPACES TO WS-AFV-DETALJE
               STRING "SALDO " DELIMITED BY SIZE
                   WS-VIS-SALDO DELIMITED BY SIZE
                   " FRIGIVET " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-FRIGIVELSE-EXIT
           END-IF
           MOVE WS-SOEG-REG-NR TO WS-DEP-REG-NR
           MOVE WS-LEJER-ID TO WS-EJER-KUNDE-ID
           PERFORM FIND-KUNDE
           MOVE WS-KUNDE-MATCH-IX TO WS-KUNDE-LEJER-IX
           IF WS-KUNDE-FOUND = "Y"
               MOVE WS-UDLEJER-ID TO WS-EJER-KUNDE-ID
               PERFORM FIND-KUNDE
               MOVE WS-KUNDE-MATCH-IX TO WS-KUNDE-UDLEJER-IX
           END-IF
           IF WS-KUNDE-FOUND = "N"
               MOVE "DEPOSITUM IKKE FRIGIVET - PART UKENDT"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING "LEJER " DELIMITED BY SIZE
                   WS-LEJER-ID DELIMITED BY SIZE
                   " UDLEJER " DELIMITED BY SIZE
                   WS-UDLEJER-ID DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-FRIGIVELSE-EXIT
           END-IF
           MOVE WS-DEP-REG-NR TO WS-UDLEJER-REG-NR
           IF DF-BELOB-UDLEJER OF FRIGIV-AR(WS-FRIGIV-IX) > ZEROES
               MOVE DF-UDLEJER-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                   TO WS-SOEG-KONTO
               PERFORM FIND-KONTO
               IF WS-KONTO-FOUND = "N"
                   OR WS-KONTO-STATUS-V NOT = "AKTIV"
                   OR WS-EJER-KUNDE-ID NOT = WS-UDLEJER-ID
                   MOVE "DEPOSITUM IKKE FRIGIVET - UDLEJERS KONTO"
                       TO WS-AFVIGELSE
                   MOVE SPACES TO WS-AFV-DETALJE
                   STRING WS-SOEG-KONTO DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       WS-KONTO-STATUS-V DELIMITED BY SIZE
                       INTO WS-AFV-DETALJE
                   PERFORM SKRIV-AFVIGELSE
                   GO TO BEHANDL-FRIGIVELSE-EXIT
               END-IF
               PERFORM FIND-SALDO
               IF WS-SOEG-REG-NR NOT = ZEROES
                   MOVE WS-SOEG-REG-NR TO WS-UDLEJER-REG-NR
               END-IF
           END-IF
           MOVE WS-DEP-REG-NR TO WS-LEJER-REG-NR
           IF DF-BELOB-LEJER OF FRIGIV-AR(WS-FRIGIV-IX) > ZEROES
               MOVE DF-LEJER-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                   TO WS-SOEG-KONTO
               PERFORM FIND-KONTO
               IF WS-KONTO-FOUND = "N"
                   OR WS-KONTO-STATUS-V NOT = "AKTIV"
                   OR WS-EJER-KUNDE-ID NOT = WS-LEJER-ID
                   MOVE "DEPOSITUM IKKE FRIGIVET - LEJERS KONTO"
                       TO WS-AFVIGELSE
                   MOVE SPACES TO WS-AFV-DETALJE
                   STRING WS-SOEG-KONTO DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       WS-KONTO-STATUS-V DELIMITED BY SIZE
                       INTO WS-AFV-DETALJE
                   PERFORM SKRIV-AFVIGELSE
                   GO TO BEHANDL-FRIGIVELSE-EXIT
               END-IF
               PERFORM FIND-SALDO
               IF WS-SOEG-REG-NR NOT = ZEROES
                   MOVE WS-SOEG-REG-NR TO WS-LEJER-REG-NR
               END-IF
           END-IF
           PERFORM UDBETAL-FRIGIVELSE.

       BEHANDL-FRIGIVELSE-EXIT.
           EXIT.

      * THE DEBIT ON THE DEPOSIT IN THE TENANT'S NAME - ITS TEXT
      * NAMES THE RELEASE, WHICH IS WHAT TRANSKNTRL CHECKS IT
      * AGAINST - THEN A CREDIT TO EACH PARTY WITH A SHARE, IN THAT
      * PARTY'S OWN NAME.
       UDBETAL-FRIGIVELSE.
           MOVE WS-KUNDE-LEJER-IX TO WS-KUNDE-MATCH-IX
           MOVE DF-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX) TO WS-POST-KONTO
           MOVE WS-DEP-REG-NR TO WS-POST-REG-NR
           COMPUTE WS-POST-BELOB = 0 - WS-BELOB-I-ALT
           IF DF-BELOB-UDLEJER OF FRIGIV-AR(WS-FRIGIV-IX) > ZEROES
               MOVE WS-UDLEJER-REG-NR TO WS-POST-MODT-REG-NR
               MOVE DF-UDLEJER-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                   TO WS-POST-MODT-KONTO
           ELSE
               MOVE WS-LEJER-REG-NR TO WS-POST-MODT-REG-NR
               MOVE DF-LEJER-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                   TO WS-POST-MODT-KONTO
           END-IF
           MOVE SPACES TO WS-POST-TEKST
           STRING "DEPOSITUM " DELIMITED BY SIZE
               DF-REFERENCE OF FRIGIV-AR(WS-FRIGIV-IX)
                   DELIMITED BY SIZE
               " FRIGIVET" DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-TRANSAKTION
           IF DF-BELOB-UDLEJER OF FRIGIV-AR(WS-FRIGIV-IX) > ZEROES
               MOVE WS-KUNDE-UDLEJER-IX TO WS-KUNDE-MATCH-IX
               MOVE DF-UDLEJER-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                   TO WS-POST-KONTO
               MOVE WS-UDLEJER-REG-NR TO WS-POST-REG-NR
               MOVE DF-BELOB-UDLEJER OF FRIGIV-AR(WS-FRIGIV-IX)
                   TO WS-POST-BELOB
               PERFORM SKRIV-UDBETALING
           END-IF
           IF DF-BELOB-LEJER OF FRIGIV-AR(WS-FRIGIV-IX) > ZEROES
               MOVE WS-KUNDE-LEJER-IX TO WS-KUNDE-MATCH-IX
               MOVE DF-LEJER-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                   TO WS-POST-KONTO
               MOVE WS-LEJER-REG-NR TO WS-POST-REG-NR
               MOVE DF-BELOB-LEJER OF FRIGIV-AR(WS-FRIGIV-IX)
                   TO WS-POST-BELOB
               PERFORM SKRIV-UDBETALING
           END-IF
           MOVE "UDBETALT" TO DF-STATUS OF FRIGIV-AR(WS-FRIGIV-IX)
           MOVE WS-DAGS-DATO
               TO DF-UDBETALT-DATO OF FRIGIV-AR(WS-FRIGIV-IX)
           ADD 1 TO WS-ANTAL-UDBETALT.

      * ONE PARTY'S SHARE - THE COUNTER-ACCOUNT IS THE DEPOSIT.
       SKRIV-UDBETALING.
           MOVE WS-DEP-REG-NR TO WS-POST-MODT-REG-NR
           MOVE DF-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
               TO WS-POST-MODT-KONTO
           MOVE SPACES TO WS-POST-TEKST
           STRING "DEPOSITUM " DELIMITED BY SIZE
               DF-REFERENCE OF FRIGIV-AR(WS-FRIGIV-IX)
                   DELIMITED BY SIZE
               " FRA " DELIMITED BY SIZE
               DF-KONTO-ID OF FRIGIV-AR(WS-FRIGIV-IX)
                   DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-TRANSAKTION.

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
           MOVE "DEPOSITUM" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
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

      * ONE LINE PER RELEASE HELD BACK - CALLER SETS WS-AFVIGELSE
      * AND WS-AFV-DETALJE FIRST.
       SKRIV-AFVIGELSE.
           MOVE SPACES TO DEPOSITUM-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               DF-REFERENCE OF FRIGIV-AR(WS-FRIGIV-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-DETALJE DELIMITED BY SIZE
               INTO DEPOSITUM-AFV-RECORD
           WRITE DEPOSITUM-AFV-RECORD
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE GUARANTEE REGISTER - SEE GARANTIER.CPY. LOADED WHOLE AND
      * WRITTEN BACK WITH TONIGHT'S STATUS CHANGES AND COMMISSION
      * DATES. OPTIONAL: NO FILE, NO GUARANTEES.
           SELECT GARANTIER ASSIGN TO "Garantier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARANTI-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * YESTERDAY'S CLOSING FILE - THE ONLY PLACE AN ACCOUNT'S
      * REG-NR IS CARRIED OUTSIDE TRANSAKTIONER.TXT. THE CLAIM
      * POSTING AND THE PER-REG-NR REPORT BOTH TAKE IT FROM HERE.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * MID RATES FOR VALUING A FOREIGN-CURRENCY GUARANTEE IN DKK.
           SELECT VALUTAKURSER ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KURS-STATUS.
      * OPENED EXTEND FOR THE CLAIM DEBITS - SAME SHAPE AS THE OTHER
      * POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE QUARTERLY COMMISSION HANDED TO GEBYRBEREGNING - SEE
      * GARANTIPROVISION.CPY.
           SELECT GARANTI-PROVISION ASSIGN TO "GarantiProvision.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVISION-STATUS.
      * EACH ACCOUNT'S LIVE GUARANTEE AMOUNT IN DKK, FOR THE
      * AVAILABLE-AMOUNT CHECKS - SEE GARANTIBINDING.CPY.
           SELECT GARANTI-BINDING ASSIGN TO "GarantiBinding.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * FINANCE'S CONTINGENT-LIABILITIES REPORT - THE OUTSTANDING
      * GUARANTEES TOTALLED PER REG-NR.
           SELECT EVENTUAL-RAPPORT
               ASSIGN TO "GarantiEventualforpligtelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * TONIGHT'S EXPIRED GUARANTEES, WITH THE PLEDGE EACH ONE WAS
      * COVERED BY SO THE CREDIT DESK CAN DECIDE ON ITS RELEASE.
           SELECT GARANTI-UDLOEB ASSIGN TO "GarantiUdloeb.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WHAT COULD NOT BE DONE TONIGHT - A CLAIM ON AN ACCOUNT
      * WITHOUT A REG-NR OR A HOLDER, A GUARANTEE IN A CURRENCY
      * WITHOUT A RATE.
           SELECT GARANTI-AFVIGELSER ASSIGN TO "GarantiAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "GarantiJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GARANTIER.
       01 GARANTI-REC.
           COPY "GARANTIER.cpy".
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
       FD VALUTAKURSER.
       01 KURS-IN.
           COPY "VALUTAKURSER.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD GARANTI-PROVISION.
       01 PROVISION-REC.
           COPY "GARANTIPROVISION.cpy".
       FD GARANTI-BINDING.
       01 BINDING-REC.
           COPY "GARANTIBINDING.cpy".
       FD EVENTUAL-RAPPORT.
       01 EVENTUAL-RECORD.
           02  EVENTUAL-LINE        PIC X(100) VALUE SPACES.
       FD GARANTI-UDLOEB.
       01 UDLOEB-RECORD.
           02  UDLOEB-LINE          PIC X(120) VALUE SPACES.
       FD GARANTI-AFVIGELSER.
       01 GARANTI-AFV-RECORD.
           02  GARANTI-AFV-LINE     PIC X(100) VALUE SPACES.
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "GARANTI".
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
       01  WS-GARANTI-STATUS        PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-KURS-STATUS           PIC XX VALUE "00".
       01  WS-PROVISION-STATUS      PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-GARANTI              PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-KURS                 PIC X VALUE "N".
      * THE REGISTER IN MEMORY.
       01  GARANTI-AR OCCURS 999 TIMES.
           COPY "GARANTIER.cpy".
       01  ANTAL-GARANTIER          PIC 9(4) VALUE ZEROES.
       01  WS-GARANTI-IX            PIC 9(4).
      * ACCOUNT MASTER KEYS, OWNERS AND STATUS.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KE-STATUS            PIC X(6) VALUE SPACES.
       01  WS-KONTO-INSOLV          PIC X VALUE "N".
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
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
      * MID RATES, LOADED ONCE.
       01  KURS-AR OCCURS 50 TIMES.
           COPY "VALUTAKURSER.cpy".
       01  ANTAL-KURSER             PIC 99 VALUE ZEROES.
       01  WS-KURS-IX               PIC 99.
       01  WS-KURS-FOUND            PIC X VALUE "N".
       01  WS-BEDSTE-DATO           PIC X(10) VALUE SPACES.
       01  WS-BEDSTE-RATE           PIC 9(5) VALUE ZEROES.
       01  WS-VAL-DKK               PIC S9(13)V99 VALUE ZEROES.
      * LIVE AMOUNT PER ACCOUNT, AND PER REG-NR FOR THE REPORT.
       01  BINDING-AR OCCURS 999 TIMES.
           02  BA-KONTO-ID          PIC X(10) VALUE SPACES.
           02  BA-BELOB             PIC S9(13)V99 VALUE ZEROES.
       01  ANTAL-BINDING            PIC 9(4) VALUE ZEROES.
       01  WS-BINDING-IX            PIC 9(4).
       01  WS-BINDING-SLOT          PIC 9(4) VALUE ZEROES.
       01  EVENTUAL-AR OCCURS 200 TIMES.
           02  EV-REG-NR            PIC 9(4) VALUE ZEROES.
           02  EV-ANTAL             PIC 9(5) VALUE ZEROES.
           02  EV-BELOB             PIC S9(13)V99 VALUE ZEROES.
       01  ANTAL-EVENTUAL           PIC 9(3) VALUE ZEROES.
       01  WS-EV-IX                 PIC 9(3).
       01  WS-EV-SLOT               PIC 9(3) VALUE ZEROES.
       01  WS-EV-TOTAL-ANTAL        PIC 9(6) VALUE ZEROES.
       01  WS-EV-TOTAL-BELOB        PIC S9(15)V99 VALUE ZEROES.
      * COMMISSION DATE ROLL - SAME CLAMP-TO-28 RULE AS THE LOAN
      * AND STANDING-ORDER ENGINES.
       01  WS-NY-AAR                PIC 9(4) VALUE ZEROES.
       01  WS-NY-MAANED             PIC 9(4) VALUE ZEROES.
       01  WS-NY-DAG                PIC 9(2) VALUE ZEROES.
      * POSTING.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-PROVISION-BELOB       PIC 9(7)V99 VALUE ZEROES.
       01  WS-ANTAL-KRAV            PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-UDLOEBET        PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-PROVISION       PIC 9(5) VALUE ZEROES.
      * REPORT COLUMNS.
       01  WS-VIS-BELOB             PIC -(13)9.99.
       01  WS-VIS-TOTAL             PIC -(14)9.99.

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

      * THE NIGHTLY GUARANTEE RUN: DEBITS EVERY CLAIM REGISTERED
      * SINCE LAST NIGHT TO THE CUSTOMER'S ACCOUNT, RELEASES EVERY
      * GUARANTEE PAST ITS EXPIRY DATE, HANDS THE QUARTERLY
      * COMMISSION FALLING DUE TO GEBYRBEREGNING, AND THEN WRITES
      * WHAT IS STILL LIVE - PER ACCOUNT FOR THE AVAILABLE-AMOUNT
      * CHECKS, AND PER REG-NR FOR FINANCE'S CONTINGENT-LIABILITIES
      * REPORT. RUNS AHEAD OF THE LOAN, CARD AND FEE STEPS SO EACH OF
      * THEM SEES TONIGHT'S FIGURES.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-GARANTIER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-KURSER
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
           OPEN EXTEND GARANTI-PROVISION
           IF WS-PROVISION-STATUS = "35"
               OPEN OUTPUT GARANTI-PROVISION
           END-IF
           OPEN OUTPUT GARANTI-UDLOEB
           OPEN OUTPUT GARANTI-AFVIGELSER
           PERFORM VARYING WS-GARANTI-IX FROM 1 BY 1
                   UNTIL WS-GARANTI-IX > ANTAL-GARANTIER
               PERFORM BEHANDL-GARANTI THRU BEHANDL-GARANTI-EXIT
           END-PERFORM
           CLOSE GARANTI-AFVIGELSER
           CLOSE GARANTI-UDLOEB
           CLOSE GARANTI-PROVISION
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM GEM-GARANTIER
           PERFORM SKRIV-BINDING
           PERFORM SKRIV-EVENTUALFORPLIGTELSER
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

       LOAD-GARANTIER.
           OPEN INPUT GARANTIER
           IF WS-GARANTI-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-GARANTI = "Y"
                   READ GARANTIER
                       AT END
                           MOVE "Y" TO EOF-GARANTI
                       NOT AT END
                           ADD 1 TO ANTAL-GARANTIER
                           ADD 1 TO WS-RECS-IN
                           MOVE GARANTI-REC
                               TO GARANTI-AR(ANTAL-GARANTIER)
                   END-READ
               END-PERFORM
               CLOSE GARANTIER
           END-IF.

      * WRITES THE REGISTER BACK ONLY WHEN THERE WAS ONE - A MISSING
      * FILE STAYS MISSING.
       GEM-GARANTIER.
           IF ANTAL-GARANTIER = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT GARANTIER
               PERFORM VARYING WS-GARANTI-IX FROM 1 BY 1
                       UNTIL WS-GARANTI-IX > ANTAL-GARANTIER
                   MOVE GARANTI-AR(WS-GARANTI-IX) TO GARANTI-REC
                   WRITE GARANTI-REC
               END-PERFORM
               CLOSE GARANTIER
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
                           ADD 1 TO ANTAL-REG
                           MOVE LS-KONTO-ID TO KRA-KONTO-ID(ANTAL-REG)
                           MOVE LS-REG-NR TO KRA-REG-NR(ANTAL-REG)
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

       LOAD-KURSER.
           OPEN INPUT VALUTAKURSER
           IF WS-KURS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KURS = "Y"
                   READ VALUTAKURSER
                       AT END
                           MOVE "Y" TO EOF-KURS
                       NOT AT END
                           ADD 1 TO ANTAL-KURSER
                           MOVE KURS-IN TO KURS-AR(ANTAL-KURSER)
                   END-READ
               END-PERFORM
               CLOSE VALUTAKURSER
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

      * ONE GUARANTEE: A PENDING CLAIM IS DEBITED; A LIVE GUARANTEE
      * PAST ITS EXPIRY IS RELEASED; OTHERWISE A LIVE GUARANTEE
      * WHOSE COMMISSION DATE HAS COME IS BILLED A QUARTER AHEAD.
      * A CLAIM REGISTERED BEFORE EXPIRY IS STILL PAID AFTER IT.
       BEHANDL-GARANTI.
           IF GA-STATUS OF GARANTI-AR(WS-GARANTI-IX) = "KRAVET"
               PERFORM POSTER-KRAV THRU POSTER-KRAV-EXIT
               GO TO BEHANDL-GARANTI-EXIT
           END-IF
           IF GA-STATUS OF GARANTI-AR(WS-GARANTI-IX) NOT = "AKTIV"
               GO TO BEHANDL-GARANTI-EXIT
           END-IF
           IF GA-UDLOEB-DATO OF GARANTI-AR(WS-GARANTI-IX)
                   < WS-DAGS-DATO
               PERFORM FRIGIV-UDLOEBET
               GO TO BEHANDL-GARANTI-EXIT
           END-IF
           IF GA-NAESTE-PROVISION OF GARANTI-AR(WS-GARANTI-IX)
                   NOT > WS-DAGS-DATO
               PERFORM BEREGN-PROVISION
           END-IF.

       BEHANDL-GARANTI-EXIT.
           EXIT.

      * THE CLAIM IS DEBITED TO THE GUARANTEE'S ACCOUNT IN THE
      * GUARANTEE'S CURRENCY AND THE GUARANTEE CLOSES AS INDFRIET.
      * WITHOUT A REG-NR OR A HOLDER THE CLAIM STAYS KRAVET FOR THE
      * NEXT RUN AND IS LISTED. ON AN INSOLV ACCOUNT THE DEBIT WOULD
      * ONLY BE REJECTED BY TRANSAKTIONERKONTROL, SO NOTHING IS
      * POSTED: THE CLAIM STAYS KRAVET AND IS LISTED EVERY NIGHT
      * UNTIL IT HAS BEEN LODGED AGAINST THE ESTATE.
       POSTER-KRAV.
           MOVE GA-KONTO-ID OF GARANTI-AR(WS-GARANTI-IX)
               TO WS-SOEG-KONTO
           PERFORM FIND-REG-NR
           PERFORM FIND-KONTOHAVER
           IF WS-REG-FOUND = "N" OR WS-KUNDE-FOUND = "N"
               MOVE SPACES TO GARANTI-AFV-RECORD
               STRING "KRAV IKKE DEBITERET - KUNDE/REG-NR MANGLER: "
                       DELIMITED BY SIZE
                   GA-GARANTI-ID OF GARANTI-AR(WS-GARANTI-IX)
                       DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   WS-SOEG-KONTO DELIMITED BY SIZE
                   INTO GARANTI-AFV-RECORD
               WRITE GARANTI-AFV-RECORD
               ADD 1 TO WS-RECS-AFVIST
               GO TO POSTER-KRAV-EXIT
           END-IF
           IF WS-KONTO-INSOLV = "Y"
               MOVE SPACES TO GARANTI-AFV-RECORD
               STRING "KRAV IKKE DEBITERET - KONTO INSOLV, ANMELDES "
                       DELIMITED BY SIZE
                   "I BOET: " DELIMITED BY SIZE
                   GA-GARANTI-ID OF GARANTI-AR(WS-GARANTI-IX)
                       DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   WS-SOEG-KONTO DELIMITED BY SIZE
                   INTO GARANTI-AFV-RECORD
               WRITE GARANTI-AFV-RECORD
               ADD 1 TO WS-RECS-AFVIST
               GO TO POSTER-KRAV-EXIT
           END-IF
           COMPUTE WS-POST-BELOB =
               0 - GA-KRAV-BELOB OF GARANTI-AR(WS-GARANTI-IX)
           PERFORM SKRIV-KRAV-TRANSAKTION
           MOVE "INDFRIET" TO GA-STATUS OF GARANTI-AR(WS-GARANTI-IX)
           ADD 1 TO WS-ANTAL-KRAV.

       POSTER-KRAV-EXIT.
           EXIT.

       FIND-KONTOHAVER.
           MOVE "N" TO WS-KUNDE-FOUND
           MOVE "N" TO WS-KONTO-INSOLV
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = WS-SOEG-KONTO
                   IF KE-STATUS(WS-EJER-IX) = "INSOLV"
                       MOVE "Y" TO WS-KONTO-INSOLV
                   END-IF
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

       SKRIV-KRAV-TRANSAKTION.
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
           MOVE "GARANTIKRAV" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE GA-VALUTA OF GARANTI-AR(WS-GARANTI-IX)
               TO VALUTA OF TRANSAKTION-REC
           STRING "GARANTIKRAV " DELIMITED BY SIZE
               GA-GARANTI-ID OF GARANTI-AR(WS-GARANTI-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GA-BEGUNSTIGET OF GARANTI-AR(WS-GARANTI-IX)
                   DELIMITED BY SIZE
               INTO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST
           ADD 1 TO WS-RECS-OUT.

      * EXPIRY RELEASES THE GUARANTEE. THE PLEDGE OR COUNTER-
      * GUARANTEE THAT COVERED IT IS NAMED ON THE LIST - WHETHER THE
      * PLEDGE ITSELF CAN BE RELEASED IS THE CREDIT DESK'S CALL, AS
      * IT MAY SECURE OTHER FACILITIES ON THE ACCOUNT TOO.
       FRIGIV-UDLOEBET.
           MOVE "UDLOEBET" TO GA-STATUS OF GARANTI-AR(WS-GARANTI-IX)
           ADD 1 TO WS-ANTAL-UDLOEBET
           MOVE GA-BELOB OF GARANTI-AR(WS-GARANTI-IX) TO WS-VIS-BELOB
           MOVE SPACES TO UDLOEB-RECORD
           STRING "UDLOEBET " DELIMITED BY SIZE
               GA-GARANTI-ID OF GARANTI-AR(WS-GARANTI-IX)
                   DELIMITED BY SIZE
               " KUNDE " DELIMITED BY SIZE
               GA-KUNDE-ID OF GARANTI-AR(WS-GARANTI-IX)
                   DELIMITED BY SIZE
               " KONTO " DELIMITED BY SIZE
               GA-KONTO-ID OF GARANTI-AR(WS-GARANTI-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GA-VALUTA OF GARANTI-AR(WS-GARANTI-IX)
                   DELIMITED BY SIZE
               " UDLOEB " DELIMITED BY SIZE
               GA-UDLOEB-DATO OF GARANTI-AR(WS-GARANTI-IX)
                   DELIMITED BY SIZE
               INTO UDLOEB-RECORD
           WRITE UDLOEB-RECORD
           IF GA-SIKKERHED-TYPE OF GARANTI-AR(WS-GARANTI-IX)
                   NOT = SPACES
               MOVE SPACES TO UDLOEB-RECORD
               STRING "    SIKKERHED " DELIMITED BY SIZE
                   GA-SIKKERHED-TYPE OF GARANTI-AR(WS-GARANTI-IX)
                       DELIMITED BY SIZE
                   " PAA KONTOEN KAN VURDERES FRIGIVET"
                       DELIMITED BY SIZE
                   INTO UDLOEB-RECORD
               WRITE UDLOEB-RECORD
           END-IF
           IF GA-MODGARANTI OF GARANTI-AR(WS-GARANTI-IX)
                   NOT = SPACES
               MOVE SPACES TO UDLOEB-RECORD
               STRING "    MODGARANTI FRA " DELIMITED BY SIZE
                   GA-MODGARANTI OF GARANTI-AR(WS-GARANTI-IX)
                       DELIMITED BY SIZE
                   " KAN RETURNERES" DELIMITED BY SIZE
                   INTO UDLOEB-RECORD
               WRITE UDLOEB-RECORD
           END-IF.

      * A QUARTER'S COMMISSION - THE ANNUAL RATE ON THE GUARANTEE
      * AMOUNT, DIVIDED BY FOUR - GOES TO GEBYRBEREGNING TO POST, AND
      * THE NEXT COMMISSION DATE MOVES THREE MONTHS ON. A RERUN THE
      * SAME NIGHT FINDS THE DATE ALREADY MOVED AND BILLS NOTHING.
       BEREGN-PROVISION.
           COMPUTE WS-PROVISION-BELOB ROUNDED =
               GA-BELOB OF GARANTI-AR(WS-GARANTI-IX)
               * GA-PROVISION-PCT OF GARANTI-AR(WS-GARANTI-IX)
               / 400
           IF WS-PROVISION-BELOB > ZEROES
               MOVE SPACES TO PROVISION-REC
               MOVE GA-KONTO-ID OF GARANTI-AR(WS-GARANTI-IX)
                   TO GP-KONTO-ID
               MOVE GA-GARANTI-ID OF GARANTI-AR(WS-GARANTI-IX)
                   TO GP-GARANTI-ID
               MOVE WS-DAGS-DATO TO GP-DATO
               MOVE WS-PROVISION-BELOB TO GP-BELOB
               MOVE GA-VALUTA OF GARANTI-AR(WS-GARANTI-IX)
                   TO GP-VALUTA
               WRITE PROVISION-REC
               ADD 1 TO WS-ANTAL-PROVISION
           END-IF
           MOVE GA-NAESTE-PROVISION OF GARANTI-AR(WS-GARANTI-IX)(1:4)
               TO WS-NY-AAR
           MOVE GA-NAESTE-PROVISION OF GARANTI-AR(WS-GARANTI-IX)(6:2)
               TO WS-NY-MAANED
           MOVE GA-NAESTE-PROVISION OF GARANTI-AR(WS-GARANTI-IX)(9:2)
               TO WS-NY-DAG
           ADD 3 TO WS-NY-MAANED
           PERFORM UNTIL WS-NY-MAANED <= 12
               SUBTRACT 12 FROM WS-NY-MAANED
               ADD 1 TO WS-NY-AAR
           END-PERFORM
           IF WS-NY-DAG > 28
               MOVE 28 TO WS-NY-DAG
           END-IF
           MOVE WS-NY-AAR
               TO GA-NAESTE-PROVISION OF GARANTI-AR(WS-GARANTI-IX)(1:4)
           MOVE "-"
               TO GA-NAESTE-PROVISION OF GARANTI-AR(WS-GARANTI-IX)(5:1)
           MOVE WS-NY-MAANED(3:2)
               TO GA-NAESTE-PROVISION OF GARANTI-AR(WS-GARANTI-IX)(6:2)
           MOVE "-"
               TO GA-NAESTE-PROVISION OF GARANTI-AR(WS-GARANTI-IX)(8:1)
           MOVE WS-NY-DAG
               TO GA-NAESTE-PROVISION OF GARANTI-AR(WS-GARANTI-IX)
                   (9:2).

      * DKK PASSES THROUGH; ANYTHING ELSE CONVERTS AT THE MOST
      * RECENT MID RATE DATED ON OR BEFORE TODAY.
       OMREGN-TIL-DKK.
           MOVE ZEROES TO WS-VAL-DKK
           MOVE "N" TO WS-KURS-FOUND
           IF GA-VALUTA OF GARANTI-AR(WS-GARANTI-IX) = "DKK"
               MOVE GA-BELOB OF GARANTI-AR(WS-GARANTI-IX)
                   TO WS-VAL-DKK
               MOVE "Y" TO WS-KURS-FOUND
           ELSE
               MOVE SPACES TO WS-BEDSTE-DATO
               MOVE ZEROES TO WS-BEDSTE-RATE
               PERFORM VARYING WS-KURS-IX FROM 1 BY 1
                       UNTIL WS-KURS-IX > ANTAL-KURSER
                   IF KURS-VALUTA OF KURS-AR(WS-KURS-IX)
                           = GA-VALUTA OF GARANTI-AR(WS-GARANTI-IX)
                       AND KURS-DATO OF KURS-AR(WS-KURS-IX)
                           NOT > WS-DAGS-DATO
                       AND KURS-DATO OF KURS-AR(WS-KURS-IX)
                           > WS-BEDSTE-DATO
                       MOVE KURS-DATO OF KURS-AR(WS-KURS-IX)
                           TO WS-BEDSTE-DATO
                       MOVE KURS-RATE OF KURS-AR(WS-KURS-IX)
                           TO WS-BEDSTE-RATE
                       MOVE "Y" TO WS-KURS-FOUND
                   END-IF
               END-PERFORM
               IF WS-KURS-FOUND = "Y"
                   COMPUTE WS-VAL-DKK ROUNDED =
                       (GA-BELOB OF GARANTI-AR(WS-GARANTI-IX)
                           * WS-BEDSTE-RATE) / 100
               END-IF
           END-IF.

      * EVERY GUARANTEE STILL LIVE AFTER TONIGHT - AKTIV, OR KRAVET
      * WITH THE CLAIM NOT YET DEBITED - IS TOTALLED IN DKK PER
      * ACCOUNT, FOR THE AVAILABLE-AMOUNT CHECKS. REWRITTEN IN FULL
      * EVERY NIGHT, SO A RELEASED GUARANTEE STOPS COUNTING AT ONCE.
       SKRIV-BINDING.
           OPEN EXTEND GARANTI-AFVIGELSER
           PERFORM VARYING WS-GARANTI-IX FROM 1 BY 1
                   UNTIL WS-GARANTI-IX > ANTAL-GARANTIER
               IF GA-STATUS OF GARANTI-AR(WS-GARANTI-IX) = "AKTIV"
                   OR GA-STATUS OF GARANTI-AR(WS-GARANTI-IX)
                       = "KRAVET"
                   PERFORM TAEL-LEVENDE-GARANTI
               END-IF
           END-PERFORM
           CLOSE GARANTI-AFVIGELSER
           OPEN OUTPUT GARANTI-BINDING
           PERFORM VARYING WS-BINDING-IX FROM 1 BY 1
                   UNTIL WS-BINDING-IX > ANTAL-BINDING
               MOVE SPACES TO BINDING-REC
               MOVE BA-KONTO-ID(WS-BINDING-IX) TO GB-KONTO-ID
               MOVE BA-BELOB(WS-BINDING-IX) TO GB-BELOB
               WRITE BINDING-REC
           END-PERFORM
           CLOSE GARANTI-BINDING.

      * ONE LIVE GUARANTEE ONTO ITS ACCOUNT'S AND ITS REG-NR'S
      * TOTALS. ONE WITHOUT A RATE FOR ITS CURRENCY CANNOT BE VALUED
      * AND IS LISTED INSTEAD; ONE ON AN ACCOUNT WITHOUT A CLOSING
      * ROW YET TOTALS UNDER REG-NR 0000.
       TAEL-LEVENDE-GARANTI.
           PERFORM OMREGN-TIL-DKK
           IF WS-KURS-FOUND = "N"
               MOVE SPACES TO GARANTI-AFV-RECORD
               STRING "INGEN KURS FOR " DELIMITED BY SIZE
                   GA-VALUTA OF GARANTI-AR(WS-GARANTI-IX)
                       DELIMITED BY SIZE
                   " - GARANTI " DELIMITED BY SIZE
                   GA-GARANTI-ID OF GARANTI-AR(WS-GARANTI-IX)
                       DELIMITED BY SIZE
                   " IKKE OPGJORT" DELIMITED BY SIZE
                   INTO GARANTI-AFV-RECORD
               WRITE GARANTI-AFV-RECORD
               ADD 1 TO WS-RECS-AFVIST
           ELSE
               MOVE ZEROES TO WS-BINDING-SLOT
               PERFORM VARYING WS-BINDING-IX FROM 1 BY 1
                       UNTIL WS-BINDING-IX > ANTAL-BINDING
                   IF BA-KONTO-ID(WS-BINDING-IX)
                           = GA-KONTO-ID OF GARANTI-AR(WS-GARANTI-IX)
                       MOVE WS-BINDING-IX TO WS-BINDING-SLOT
                   END-IF
               END-PERFORM
               IF WS-BINDING-SLOT = ZEROES
                   ADD 1 TO ANTAL-BINDING
                   MOVE GA-KONTO-ID OF GARANTI-AR(WS-GARANTI-IX)
                       TO BA-KONTO-ID(ANTAL-BINDING)
                   MOVE ANTAL-BINDING TO WS-BINDING-SLOT
               END-IF
               ADD WS-VAL-DKK TO BA-BELOB(WS-BINDING-SLOT)
               MOVE GA-KONTO-ID OF GARANTI-AR(WS-GARANTI-IX)
                   TO WS-SOEG-KONTO
               PERFORM FIND-REG-NR
               MOVE ZEROES TO WS-EV-SLOT
               PERFORM VARYING WS-EV-IX FROM 1 BY 1
                       UNTIL WS-EV-IX > ANTAL-EVENTUAL
                   IF EV-REG-NR(WS-EV-IX) = WS-REG-NR
                       MOVE WS-EV-IX TO WS-EV-SLOT
                   END-IF
               END-PERFORM
               IF WS-EV-SLOT = ZEROES
                   ADD 1 TO ANTAL-EVENTUAL
                   MOVE WS-REG-NR TO EV-REG-NR(ANTAL-EVENTUAL)
                   MOVE ANTAL-EVENTUAL TO WS-EV-SLOT
               END-IF
               ADD 1 TO EV-ANTAL(WS-EV-SLOT)
               ADD WS-VAL-DKK TO EV-BELOB(WS-EV-SLOT)
           END-IF.

      * FINANCE'S CONTINGENT-LIABILITIES REPORT - THE OUTSTANDING
      * GUARANTEES PER REG-NR IN DKK, AND THE BANK'S TOTAL.
       SKRIV-EVENTUALFORPLIGTELSER.
           OPEN OUTPUT EVENTUAL-RAPPORT
           MOVE SPACES TO EVENTUAL-RECORD
           STRING "EVENTUALFORPLIGTELSER - UDSTEDTE GARANTIER PR. "
                   DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               " (DKK)" DELIMITED BY SIZE
               INTO EVENTUAL-RECORD
           WRITE EVENTUAL-RECORD
           MOVE ZEROES TO WS-EV-TOTAL-ANTAL
           MOVE ZEROES TO WS-EV-TOTAL-BELOB
           PERFORM VARYING WS-EV-IX FROM 1 BY 1
                   UNTIL WS-EV-IX > ANTAL-EVENTUAL
               ADD EV-ANTAL(WS-EV-IX) TO WS-EV-TOTAL-ANTAL
               ADD EV-BELOB(WS-EV-IX) TO WS-EV-TOTAL-BELOB
               MOVE EV-BELOB(WS-EV-IX) TO WS-VIS-BELOB
               MOVE SPACES TO EVENTUAL-RECORD
               STRING "REG-NR " DELIMITED BY SIZE
                   EV-REG-NR(WS-EV-IX) DELIMITED BY SIZE
                   "  GARANTIER " DELIMITED BY SIZE
                   EV-ANTAL(WS-EV-IX) DELIMITED BY SIZE
                   "  UDESTAAENDE " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   INTO EVENTUAL-RECORD
               WRITE EVENTUAL-RECORD
           END-PERFORM
           MOVE WS-EV-TOTAL-BELOB TO WS-VIS-TOTAL
           MOVE SPACES TO EVENTUAL-RECORD
           STRING "I ALT       GARANTIER " DELIMITED BY SIZE
               WS-EV-TOTAL-ANTAL DELIMITED BY SIZE
               "  UDESTAAENDE" DELIMITED BY SIZE
               WS-VIS-TOTAL DELIMITED BY SIZE
               INTO EVENTUAL-RECORD
           WRITE EVENTUAL-RECORD
           MOVE SPACES TO EVENTUAL-RECORD
           STRING "I NAT: KRAV DEBITERET " DELIMITED BY SIZE
               WS-ANTAL-KRAV DELIMITED BY SIZE
               "  UDLOEBET " DELIMITED BY SIZE
               WS-ANTAL-UDLOEBET DELIMITED BY SIZE
               "  PROVISIONER " DELIMITED BY SIZE
               WS-ANTAL-PROVISION DELIMITED BY SIZE
               INTO EVENTUAL-RECORD
           WRITE EVENTUAL-RECORD
           CLOSE EVENTUAL-RAPPORT.

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

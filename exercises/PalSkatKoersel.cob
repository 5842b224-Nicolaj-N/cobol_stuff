       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CALENDAR STEP'S YEAR-END SWITCH - PAL TAX IS SETTLED ONCE,
      * ON THE YEAR'S LAST BANKING DAY. A MISSING SWITCH MEANS A
      * MANUAL, OPERATOR-DECIDED RUN AND GOES AHEAD - SAME SELF-GATE
      * AS PENSIONINDBERETNING.
           SELECT AARS-ULTIMO ASSIGN TO "AarsUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * THE PAL RATE IN PERCENT. OPTIONAL: NO FILE MEANS THE CURRENT
      * STATUTORY RATE IN WS-PAL-SATS.
           SELECT PAL-SATS-FIL ASSIGN TO "PalSats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SATS-STATUS.
      * EACH PENSION ACCOUNT'S LOSS CARRIED FORWARD AND DEPOT VALUE
      * AT LAST YEAR END - SEE PALFREMFOERSEL.CPY. LOADED WHOLE AND
      * WRITTEN BACK WITH THIS YEAR'S SETTLEMENT. OPTIONAL: NO FILE
      * IS THE FIRST YEAR, NOTHING CARRIED AND NO OPENING VALUE.
           SELECT PAL-FREMFOERSEL ASSIGN TO "PalFremfoersel.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREMF-STATUS.
      * EVERY ARCHIVE OPGAVE11 HAS WRITTEN - ONLY THIS YEAR'S ARE
      * READ. THE CATALOG RATHER THAN ARKIVLISTE.TXT, WHICH AARSCUT
      * ONLY REBUILDS FOR THE NEW YEAR LATER TONIGHT.
           SELECT ARKIV-KATALOG ASSIGN TO "ArkivKatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-STATUS.
           SELECT ARKIV-FIL ASSIGN TO WS-ARKIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARKIV-STATUS.
      * THE DEPOTS AND THEIR HOLDINGS, VALUED AT TONIGHT'S PRICES BY
      * DEPOT EARLIER IN THE SAME BLOCK.
           SELECT DEPOTER ASSIGN TO "Depoter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOT-STATUS.
           SELECT DEPOT-BEHOLDNINGER ASSIGN TO "DepotBeholdninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEH-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * YESTERDAY'S CLOSING FILE - EACH ACCOUNT'S REG-NR AND BALANCE.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * READ FIRST FOR TONIGHT'S INTEREST AND DEPOT POSTINGS, THEN
      * OPENED EXTEND FOR THE PAL DEBITS - SAME SHAPE AS THE OTHER
      * POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE FIGURES FOR THE BANK'S PAL RETURN TO SKAT - REBUILT FROM
      * EVERY ACCOUNT SETTLED FOR THE YEAR, SO A RERUN REPRODUCES
      * THE WHOLE RETURN.
           SELECT PAL-ANGIVELSE ASSIGN TO "PalAngivelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WHAT COULD NOT BE SETTLED TONIGHT - A PENSION ACCOUNT THAT IS
      * FROZEN OR CLOSED, WITHOUT A HOLDER OR REG-NR, OR WITHOUT THE
      * CASH TO PAY ITS TAX. THE ACCOUNT STAYS UNSETTLED FOR THE YEAR
      * AND IS PICKED UP BY A MANUAL RERUN ONCE IT IS PUT RIGHT.
           SELECT PALSKAT-AFVIGELSER
               ASSIGN TO "PalSkatAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "PalSkatJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
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
       FD AARS-ULTIMO.
       01 AARS-ULTIMO-RECORD.
           02  AU-SVAR              PIC X.
           02  AU-DATO              PIC X(10).
       FD PAL-SATS-FIL.
       01 SATS-RECORD.
           02  PS-SATS              PIC 9(2)V99.
       FD PAL-FREMFOERSEL.
       01 FREMF-REC.
           COPY "PALFREMFOERSEL.cpy".
       FD ARKIV-KATALOG.
       01 KATALOG-NAVN-REC.
           02  AK-FILNAVN           PIC X(40).
       FD ARKIV-FIL.
       01 ARKIV-REC.
           COPY "TRANSAKTIONER.cpy".
       FD DEPOTER.
       01 DEPOT-REC.
           COPY "DEPOTER.cpy".
       FD DEPOT-BEHOLDNINGER.
       01 BEHOLDNING-REC.
           COPY "DEPOTBEHOLDNINGER.cpy".
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
       FD PAL-ANGIVELSE.
       01 ANGIVELSE-RECORD.
           02  ANGIVELSE-LINE       PIC X(120) VALUE SPACES.
       FD PALSKAT-AFVIGELSER.
       01 PALSKAT-AFV-RECORD.
           02  PALSKAT-AFV-LINE     PIC X(120) VALUE SPACES.
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "PALSKAT".
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
       01  WS-RUN-AAR               PIC 9(4) VALUE ZEROES.
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-SATS-STATUS           PIC XX VALUE "00".
       01  WS-FREMF-STATUS          PIC XX VALUE "00".
       01  WS-KATALOG-STATUS        PIC XX VALUE "00".
       01  WS-ARKIV-STATUS          PIC XX VALUE "00".
       01  WS-DEPOT-STATUS          PIC XX VALUE "00".
       01  WS-BEH-STATUS            PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  WS-ARKIV-NAME            PIC X(40) VALUE SPACES.
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  EOF-FREMF                PIC X VALUE "N".
       01  EOF-KATALOG              PIC X VALUE "N".
       01  EOF-ARKIV                PIC X VALUE "N".
       01  EOF-DEPOT                PIC X VALUE "N".
       01  EOF-BEH                  PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
      * THE PAL RATE IN PERCENT - PALSATS.TXT OVERRIDES.
       01  WS-PAL-SATS              PIC 9(2)V99 VALUE 15.30.
      * ONE ROW PER PENSION ACCOUNT ON KONTOOPT.TXT, WITH THE YEAR'S
      * FIGURES GATHERED FOR IT:
      *   PA-AFKAST     INTEREST, DIVIDENDS, COUPONS AND CURRENCY
      *                 REVALUATION POSTED TO IT THIS YEAR
      *   PA-HANDEL     ITS SECURITIES BUYS (NEGATIVE) AND SALES
      *                 (POSITIVE) THIS YEAR, TAKEN OUT OF THE DEPOT
      *                 MOVEMENT SO ONLY PRICE CHANGE IS TAXED
      *   PA-DEPOT-VAERDI  ITS DEPOTS' MARKET VALUE TONIGHT
      *   PA-DAGENS-NETTO  TONIGHT'S POSTINGS, FOR THE CASH CHECK
      *   PA-FREMF-IX   ITS ROW IN FREMF-AR, ZERO IF IT HAS NONE YET
       01  PENSION-AR OCCURS 500 TIMES.
           02  PA-KONTO-ID          PIC X(10) VALUE SPACES.
           02  PA-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  PA-TYPE              PIC X(6) VALUE SPACES.
           02  PA-STATUS            PIC X(6) VALUE SPACES.
           02  PA-AFKAST            PIC S9(11)V99 VALUE ZEROES.
           02  PA-HANDEL            PIC S9(11)V99 VALUE ZEROES.
           02  PA-DEPOT-VAERDI      PIC 9(13)V99 VALUE ZEROES.
           02  PA-DAGENS-NETTO      PIC S9(11)V99 VALUE ZEROES.
           02  PA-FREMF-IX          PIC 9(4) VALUE ZEROES.
       01  ANTAL-PENSION            PIC 9(3) VALUE ZEROES.
       01  WS-PENSION-IX            PIC 9(3).
       01  WS-PENSION-SLOT          PIC 9(3) VALUE ZEROES.
       01  FREMF-AR OCCURS 999 TIMES.
           COPY "PALFREMFOERSEL.cpy".
       01  ANTAL-FREMF              PIC 9(4) VALUE ZEROES.
       01  WS-FREMF-IX              PIC 9(4).
      * DEPOT -> THE ACCOUNT IT SETTLES AGAINST, FROM DEPOTER.TXT.
       01  DEPOT-AR OCCURS 999 TIMES.
           02  DA-DEPOT-ID          PIC X(10) VALUE SPACES.
           02  DA-KONTO-ID          PIC X(10) VALUE SPACES.
       01  ANTAL-DEPOTER            PIC 9(4) VALUE ZEROES.
       01  WS-DEPOT-IX              PIC 9(4).
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
      * ONE ACCOUNT'S SETTLEMENT.
       01  WS-PRIMO-VAERDI          PIC 9(13)V99 VALUE ZEROES.
       01  WS-FREMFOERT             PIC 9(11)V99 VALUE ZEROES.
       01  WS-KURSREGULERING        PIC S9(13)V99 VALUE ZEROES.
       01  WS-AFKAST                PIC S9(13)V99 VALUE ZEROES.
       01  WS-MODREGNET             PIC 9(11)V99 VALUE ZEROES.
       01  WS-GRUNDLAG              PIC 9(11)V99 VALUE ZEROES.
       01  WS-SKAT                  PIC 9(9)V99 VALUE ZEROES.
       01  WS-DISPONIBEL            PIC S9(18)V99 VALUE ZEROES.
       01  WS-BELOB                 PIC S9(9)V99 VALUE ZEROES.
       01  WS-TRANS-TYPE            PIC X(20) VALUE SPACES.
      * ONE POSTING, FILLED IN BY THE CALLER OF SKRIV-TRANSAKTION.
       01  WS-POST-KONTO            PIC X(10) VALUE SPACES.
       01  WS-POST-REG-NR           PIC 9(4) VALUE ZEROES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-POST-TEKST            PIC X(40) VALUE SPACES.
      * THE RETURN - SUMMED OVER EVERY ACCOUNT SETTLED FOR THE YEAR.
       01  WS-ANG-ANTAL             PIC 9(5) VALUE ZEROES.
       01  WS-ANG-POSITIVT          PIC S9(13)V99 VALUE ZEROES.
       01  WS-ANG-NEGATIVT          PIC S9(13)V99 VALUE ZEROES.
       01  WS-ANG-MODREGNET         PIC 9(13)V99 VALUE ZEROES.
       01  WS-ANG-GRUNDLAG          PIC 9(13)V99 VALUE ZEROES.
       01  WS-ANG-SKAT              PIC 9(13)V99 VALUE ZEROES.
       01  WS-ANG-FREMFOERT         PIC 9(13)V99 VALUE ZEROES.
      * THE SAME SPLIT BY PENSION TYPE - ALDERSOPSPARING AND
      * RATEPENSION ARE REPORTED ON SEPARATE LINES.
       01  ANG-TYPE-AR OCCURS 2 TIMES.
           02  AT-TYPE              PIC X(6) VALUE SPACES.
           02  AT-ANTAL             PIC 9(5) VALUE ZEROES.
           02  AT-GRUNDLAG          PIC 9(13)V99 VALUE ZEROES.
           02  AT-SKAT              PIC 9(13)V99 VALUE ZEROES.
       01  WS-TYPE-IX               PIC 9.
      * LISTS.
       01  WS-VIS-BELOB             PIC -(13)9.99.
       01  WS-VIS-SALDO             PIC -(13)9.99.
       01  WS-VIS-SATS              PIC Z9.99.
       01  WS-VIS-ANTAL             PIC ZZZZ9.
       01  WS-AFVIGELSE             PIC X(45) VALUE SPACES.
       01  WS-AFV-DETALJE           PIC X(50) VALUE SPACES.
       01  WS-ANTAL-POSTERET        PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-OPGJORT         PIC 9(5) VALUE ZEROES.

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
       01  WS-PJ-LOEBENR            PIC 9(9) VALUE ZEROES.
       01  WS-PJ-KSUM               PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           STOP RUN.

      * THE YEAR-END PAL TAX RUN. RUNS IN THE POSTING BLOCK AFTER
      * RENTETIL AND DEPOT, SO THE LAST DAY'S INTEREST AND TONIGHT'S
      * DEPOT VALUATION ARE IN THE YIELD, AND AHEAD OF TRANSKNTRL,
      * WHICH VALIDATES THE DEBITS WITH THE REST OF THE NIGHT. EACH
      * PENSION ACCOUNT'S YIELD IS THE YEAR'S INTEREST, DIVIDENDS,
      * COUPONS AND CURRENCY REVALUATION PLUS THE PRICE CHANGE ON
      * ITS DEPOTS. A NEGATIVE YIELD IS CARRIED FORWARD; A POSITIVE
      * ONE FIRST USES UP WHAT WAS CARRIED, AND THE REST IS TAXED AT
      * THE PAL RATE AND DEBITED TO THE ACCOUNT.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           IF WS-ER-ULTIMO = "N"
               DISPLAY "PALSKAT: IKKE AARSULTIMO - INGEN PAL-SKAT"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-SATS
           PERFORM LOAD-PENSIONSKONTI
           PERFORM LOAD-FREMFOERSEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-DEPOTVAERDI
           PERFORM LAES-ARKIVER
           PERFORM LAES-DAGENS-TRANSAKTIONER
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
           OPEN OUTPUT PALSKAT-AFVIGELSER
           PERFORM VARYING WS-PENSION-IX FROM 1 BY 1
                   UNTIL WS-PENSION-IX > ANTAL-PENSION
               PERFORM BEHANDL-PENSIONSKONTO
                   THRU BEHANDL-PENSIONSKONTO-EXIT
           END-PERFORM
           CLOSE PALSKAT-AFVIGELSER
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM GEM-FREMFOERSEL
           PERFORM SKRIV-ANGIVELSE
           DISPLAY "PALSKAT: " WS-ANTAL-OPGJORT " OPGJORT, "
               WS-ANTAL-POSTERET " POSTERET, "
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
           MOVE WS-RUN-START-DATE(1:4) TO WS-RUN-AAR
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

       KONTROLLER-ULTIMO.
           OPEN INPUT AARS-ULTIMO
           IF WS-ULTIMO-STATUS = "35"
               CONTINUE
           ELSE
               READ AARS-ULTIMO
                   AT END
                       MOVE "N" TO WS-ER-ULTIMO
                   NOT AT END
                       IF AU-SVAR OF AARS-ULTIMO-RECORD = "J"
                           AND AU-DATO OF AARS-ULTIMO-RECORD
                               = WS-DAGS-DATO
                           MOVE "J" TO WS-ER-ULTIMO
                       ELSE
                           MOVE "N" TO WS-ER-ULTIMO
                       END-IF
               END-READ
               CLOSE AARS-ULTIMO
           END-IF.

       LOAD-SATS.
           OPEN INPUT PAL-SATS-FIL
           IF WS-SATS-STATUS = "35"
               CONTINUE
           ELSE
               READ PAL-SATS-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PS-SATS IS NUMERIC AND PS-SATS > ZEROES
                           MOVE PS-SATS TO WS-PAL-SATS
                       END-IF
               END-READ
               CLOSE PAL-SATS-FIL
           END-IF.

      * EVERY ACCOUNT WITH A PENSION TYPE, WHATEVER ITS STATUS - A
      * FROZEN ACCOUNT STILL OWES ITS TAX AND IS LISTED IF IT CANNOT
      * PAY IT.
       LOAD-PENSIONSKONTI.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER INTO KONTOOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       IF PENSIONS-TYPE OF KONTOOPL-IN NOT = SPACES
                           ADD 1 TO ANTAL-PENSION
                           MOVE KONTO-ID OF KONTOOPL-IN
                               TO PA-KONTO-ID(ANTAL-PENSION)
                           MOVE KUNDE-ID OF KONTOOPL-IN
                               TO PA-KUNDE-ID(ANTAL-PENSION)
                           MOVE PENSIONS-TYPE OF KONTOOPL-IN
                               TO PA-TYPE(ANTAL-PENSION)
                           MOVE KONTO-STATUS OF KONTOOPL-IN
                               TO PA-STATUS(ANTAL-PENSION)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

      * THE CARRY FILE, WHOLE - A ROW FOR AN ACCOUNT NO LONGER A
      * PENSION IS KEPT AS IT IS. EACH PENSION ACCOUNT IS POINTED AT
      * ITS OWN ROW.
       LOAD-FREMFOERSEL.
           OPEN INPUT PAL-FREMFOERSEL
           IF WS-FREMF-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FREMF = "Y"
                   READ PAL-FREMFOERSEL
                       AT END
                           MOVE "Y" TO EOF-FREMF
                       NOT AT END
                           ADD 1 TO ANTAL-FREMF
                           MOVE FREMF-REC TO FREMF-AR(ANTAL-FREMF)
                           MOVE PF-KONTO-ID OF FREMF-REC
                               TO WS-SOEG-KONTO
                           PERFORM FIND-PENSION
                           IF WS-PENSION-SLOT NOT = ZEROES
                               MOVE ANTAL-FREMF
                                   TO PA-FREMF-IX(WS-PENSION-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAL-FREMFOERSEL
           END-IF.

      * WRITES THE CARRY FILE BACK ONLY WHEN THERE IS SOMETHING IN
      * IT - NO PENSION ACCOUNTS AND NO FILE LEAVES NO FILE.
       GEM-FREMFOERSEL.
           IF ANTAL-FREMF = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT PAL-FREMFOERSEL
               PERFORM VARYING WS-FREMF-IX FROM 1 BY 1
                       UNTIL WS-FREMF-IX > ANTAL-FREMF
                   MOVE FREMF-AR(WS-FREMF-IX) TO FREMF-REC
                   WRITE FREMF-REC
               END-PERFORM
               CLOSE PAL-FREMFOERSEL
           END-IF.

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

      * EACH PENSION ACCOUNT'S DEPOTS AT TONIGHT'S MARKET VALUE -
      * EVERY HOLDING IN A DEPOT THAT SETTLES AGAINST IT. A CLOSED
      * DEPOT HOLDS NOTHING AND ADDS NOTHING.
       LOAD-DEPOTVAERDI.
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
                           MOVE DP-DEPOT-ID OF DEPOT-REC
                               TO DA-DEPOT-ID(ANTAL-DEPOTER)
                           MOVE DP-KONTO-ID OF DEPOT-REC
                               TO DA-KONTO-ID(ANTAL-DEPOTER)
                   END-READ
               END-PERFORM
               CLOSE DEPOTER
           END-IF
           OPEN INPUT DEPOT-BEHOLDNINGER
           IF WS-BEH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BEH = "Y"
                   READ DEPOT-BEHOLDNINGER
                       AT END
                           MOVE "Y" TO EOF-BEH
                       NOT AT END
                           PERFORM NOTER-BEHOLDNING
                   END-READ
               END-PERFORM
               CLOSE DEPOT-BEHOLDNINGER
           END-IF.

       NOTER-BEHOLDNING.
           MOVE SPACES TO WS-SOEG-KONTO
           PERFORM VARYING WS-DEPOT-IX FROM 1 BY 1
                   UNTIL WS-DEPOT-IX > ANTAL-DEPOTER
               IF DA-DEPOT-ID(WS-DEPOT-IX)
                       = DB-DEPOT-ID OF BEHOLDNING-REC
                   MOVE DA-KONTO-ID(WS-DEPOT-IX) TO WS-SOEG-KONTO
               END-IF
           END-PERFORM
           IF WS-SOEG-KONTO NOT = SPACES
               PERFORM FIND-PENSION
               IF WS-PENSION-SLOT NOT = ZEROES
                   ADD DB-KURSVAERDI OF BEHOLDNING-REC
                       TO PA-DEPOT-VAERDI(WS-PENSION-SLOT)
               END-IF
           END-IF.

      * EVERY ARCHIVE ON THE CATALOG FROM THIS YEAR - THE YEAR SITS
      * AFTER "SORTEDTRANSARKIV" IN THE NAME, SAME TEST AS AARSCUT.
      * NO CATALOG MEANS NO ARCHIVES YET, AND ONLY TONIGHT COUNTS.
       LAES-ARKIVER.
           OPEN INPUT ARKIV-KATALOG
           IF WS-KATALOG-STATUS = "35"
               DISPLAY "PALSKAT: INGEN ARKIVKATALOG.TXT - KUN DAGENS "
                   "POSTERINGER MED I AFKASTET"
           ELSE
               PERFORM UNTIL EOF-KATALOG = "Y"
                   READ ARKIV-KATALOG
                       AT END
                           MOVE "Y" TO EOF-KATALOG
                       NOT AT END
                           IF AK-FILNAVN(17:4) = WS-RUN-AAR
                               MOVE AK-FILNAVN TO WS-ARKIV-NAME
                               PERFORM LAES-ET-ARKIV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-KATALOG
           END-IF.

       LAES-ET-ARKIV.
           MOVE "N" TO EOF-ARKIV
           OPEN INPUT ARKIV-FIL
           IF WS-ARKIV-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-ARKIV = "Y"
                   READ ARKIV-FIL
                       AT END
                           MOVE "Y" TO EOF-ARKIV
                       NOT AT END
                           IF TIDSPUNKT OF ARKIV-REC(1:4) = WS-RUN-AAR
                               MOVE KONTO-ID OF ARKIV-REC
                                   TO WS-SOEG-KONTO
                               PERFORM FIND-PENSION
                               IF WS-PENSION-SLOT NOT = ZEROES
                                   MOVE BELØB OF ARKIV-REC TO WS-BELOB
                                   MOVE TRANSAKTIONSTYPE OF ARKIV-REC
                                       TO WS-TRANS-TYPE
                                   PERFORM NOTER-AFKAST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-FIL
           END-IF.

      * TONIGHT'S OWN POSTINGS - NOT YET ARCHIVED. THEY ALSO GIVE
      * THE DAY'S NET MOVEMENT THE CASH CHECK ADDS TO LUKKESALDO.
       LAES-DAGENS-TRANSAKTIONER.
           OPEN INPUT TRANSAKTIONER
           PERFORM UNTIL EOF-TRANS = "Y"
               READ TRANSAKTIONER
                   AT END
                       MOVE "Y" TO EOF-TRANS
                   NOT AT END
                       MOVE KONTO-ID OF TRANSAKTION-REC
                           TO WS-SOEG-KONTO
                       PERFORM FIND-PENSION
                       IF WS-PENSION-SLOT NOT = ZEROES
                           MOVE BELØB OF TRANSAKTION-REC TO WS-BELOB
                           MOVE TRANSAKTIONSTYPE OF TRANSAKTION-REC
                               TO WS-TRANS-TYPE
                           ADD WS-BELOB
                               TO PA-DAGENS-NETTO(WS-PENSION-SLOT)
                           PERFORM NOTER-AFKAST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER.

       FIND-PENSION.
           MOVE ZEROES TO WS-PENSION-SLOT
           PERFORM VARYING WS-PENSION-IX FROM 1 BY 1
                   UNTIL WS-PENSION-IX > ANTAL-PENSION
               IF PA-KONTO-ID(WS-PENSION-IX) = WS-SOEG-KONTO
                   MOVE WS-PENSION-IX TO WS-PENSION-SLOT
               END-IF
           END-PERFORM.

       FIND-KUNDE.
           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = PA-KUNDE-ID(WS-PENSION-IX)
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

      * ONE ROW OF THE YEAR ON A PENSION ACCOUNT. INTEREST,
      * DIVIDENDS, COUPONS AND CURRENCY REVALUATION ARE YIELD; A
      * SECURITIES BUY OR SALE ONLY MOVES MONEY BETWEEN THE ACCOUNT
      * AND ITS DEPOT AND IS KEPT APART FOR THE PRICE CHANGE.
       NOTER-AFKAST.
           EVALUATE WS-TRANS-TYPE
               WHEN "RENTE"
               WHEN "UDBYTTE"
               WHEN "KUPON"
               WHEN "VALUTAREGULERING"
                   ADD WS-BELOB TO PA-AFKAST(WS-PENSION-SLOT)
               WHEN "VAERDIPAPIRKOEB"
               WHEN "VAERDIPAPIRSALG"
                   ADD WS-BELOB TO PA-HANDEL(WS-PENSION-SLOT)
           END-EVALUATE.

      * ONE PENSION ACCOUNT. AN ACCOUNT ALREADY SETTLED FOR THE YEAR
      * IS LEFT ALONE, SO A RERUN CHARGES NOBODY TWICE. THE PRICE
      * CHANGE ON ITS DEPOTS IS TONIGHT'S VALUE LESS LAST YEAR END'S,
      * WITH THE YEAR'S BUYS ADDED BACK AND SALES TAKEN OFF. AN
      * ACCOUNT WHOSE TAX CANNOT BE DEBITED TONIGHT IS LISTED AND
      * NOT SETTLED, SO ITS CARRIED LOSS IS NOT USED UP EITHER.
       BEHANDL-PENSIONSKONTO.
           MOVE PA-FREMF-IX(WS-PENSION-IX) TO WS-FREMF-IX
           MOVE ZEROES TO WS-PRIMO-VAERDI
           MOVE ZEROES TO WS-FREMFOERT
           IF WS-FREMF-IX NOT = ZEROES
               IF PF-AAR OF FREMF-AR(WS-FREMF-IX) = WS-RUN-AAR
                   GO TO BEHANDL-PENSIONSKONTO-EXIT
               END-IF
               MOVE PF-DEPOT-VAERDI OF FREMF-AR(WS-FREMF-IX)
                   TO WS-PRIMO-VAERDI
               MOVE PF-NEG-FREMFOERT OF FREMF-AR(WS-FREMF-IX)
                   TO WS-FREMFOERT
           END-IF
           ADD 1 TO WS-RECS-IN
           MOVE PA-DEPOT-VAERDI(WS-PENSION-IX) TO WS-KURSREGULERING
           SUBTRACT WS-PRIMO-VAERDI FROM WS-KURSREGULERING
           ADD PA-HANDEL(WS-PENSION-IX) TO WS-KURSREGULERING
           MOVE PA-AFKAST(WS-PENSION-IX) TO WS-AFKAST
           ADD WS-KURSREGULERING TO WS-AFKAST
           MOVE ZEROES TO WS-MODREGNET
           MOVE ZEROES TO WS-GRUNDLAG
           MOVE ZEROES TO WS-SKAT
           IF WS-AFKAST < ZEROES
               SUBTRACT WS-AFKAST FROM WS-FREMFOERT
           ELSE
               IF WS-FREMFOERT > WS-AFKAST
                   MOVE WS-AFKAST TO WS-MODREGNET
               ELSE
                   MOVE WS-FREMFOERT TO WS-MODREGNET
               END-IF
               SUBTRACT WS-MODREGNET FROM WS-FREMFOERT
               MOVE WS-AFKAST TO WS-GRUNDLAG
               SUBTRACT WS-MODREGNET FROM WS-GRUNDLAG
               COMPUTE WS-SKAT ROUNDED =
                   WS-GRUNDLAG * WS-PAL-SATS / 100
           END-IF
           IF WS-SKAT = ZEROES
               PERFORM OPDATER-FREMFOERSEL
               GO TO BEHANDL-PENSIONSKONTO-EXIT
           END-IF
           MOVE WS-SKAT TO WS-VIS-BELOB
           IF PA-STATUS(WS-PENSION-IX) NOT = "AKTIV"
               MOVE "PAL-SKAT IKKE POSTERET - KONTO IKKE AKTIV"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING "STATUS " DELIMITED BY SIZE
                   PA-STATUS(WS-PENSION-IX) DELIMITED BY SIZE
                   " SKAT " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-PENSIONSKONTO-EXIT
           END-IF
           MOVE PA-KONTO-ID(WS-PENSION-IX) TO WS-SOEG-KONTO
           PERFORM FIND-SALDO
           PERFORM FIND-KUNDE
           IF WS-SALDO-FOUND = "N" OR WS-KUNDE-FOUND = "N"
               MOVE "PAL-SKAT IKKE POSTERET - REG-NR/HAVER UKENDT"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING "KUNDE " DELIMITED BY SIZE
                   PA-KUNDE-ID(WS-PENSION-IX) DELIMITED BY SIZE
                   " SKAT " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-PENSIONSKONTO-EXIT
           END-IF
      * THE CASH ON THE ACCOUNT TONIGHT - YESTERDAY'S CLOSE PLUS
      * EVERYTHING ALREADY POSTED TO IT TONIGHT. DEPOT HOLDINGS ARE
      * NOT SOLD TO PAY THE TAX.
           MOVE WS-SOEG-SALDO TO WS-DISPONIBEL
           ADD PA-DAGENS-NETTO(WS-PENSION-IX) TO WS-DISPONIBEL
           IF WS-SKAT > WS-DISPONIBEL
               MOVE "PAL-SKAT IKKE POSTERET - MANGLENDE DAEKNING"
                   TO WS-AFVIGELSE
               MOVE WS-DISPONIBEL TO WS-VIS-SALDO
               MOVE SPACES TO WS-AFV-DETALJE
               STRING "SALDO " DELIMITED BY SIZE
                   WS-VIS-SALDO DELIMITED BY SIZE
                   " SKAT " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-PENSIONSKONTO-EXIT
           END-IF
           MOVE PA-KONTO-ID(WS-PENSION-IX) TO WS-POST-KONTO
           MOVE WS-SOEG-REG-NR TO WS-POST-REG-NR
           COMPUTE WS-POST-BELOB = 0 - WS-SKAT
           MOVE SPACES TO WS-POST-TEKST
           STRING "PAL-SKAT INDKOMSTAAR " DELIMITED BY SIZE
               WS-RUN-AAR DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-TRANSAKTION
           ADD 1 TO WS-ANTAL-POSTERET
           PERFORM OPDATER-FREMFOERSEL.

       BEHANDL-PENSIONSKONTO-EXIT.
           EXIT.

      * THE ACCOUNT'S CARRY ROW, NEW OR UPDATED, STAMPED WITH THE
      * YEAR JUST SETTLED AND TONIGHT'S DEPOT VALUE AS NEXT YEAR'S
      * OPENING VALUE.
       OPDATER-FREMFOERSEL.
           IF WS-FREMF-IX = ZEROES
               ADD 1 TO ANTAL-FREMF
               MOVE ANTAL-FREMF TO WS-FREMF-IX
               MOVE WS-FREMF-IX TO PA-FREMF-IX(WS-PENSION-IX)
               MOVE PA-KONTO-ID(WS-PENSION-IX)
                   TO PF-KONTO-ID OF FREMF-AR(WS-FREMF-IX)
           END-IF
           MOVE PA-TYPE(WS-PENSION-IX)
               TO PF-PENSIONS-TYPE OF FREMF-AR(WS-FREMF-IX)
           MOVE WS-RUN-AAR TO PF-AAR OF FREMF-AR(WS-FREMF-IX)
           MOVE WS-FREMFOERT
               TO PF-NEG-FREMFOERT OF FREMF-AR(WS-FREMF-IX)
           MOVE PA-DEPOT-VAERDI(WS-PENSION-IX)
               TO PF-DEPOT-VAERDI OF FREMF-AR(WS-FREMF-IX)
           MOVE WS-AFKAST TO PF-AFKAST OF FREMF-AR(WS-FREMF-IX)
           MOVE WS-MODREGNET TO PF-MODREGNET OF FREMF-AR(WS-FREMF-IX)
           MOVE WS-GRUNDLAG TO PF-GRUNDLAG OF FREMF-AR(WS-FREMF-IX)
           MOVE WS-PAL-SATS TO PF-SATS OF FREMF-AR(WS-FREMF-IX)
           MOVE WS-SKAT TO PF-SKAT OF FREMF-AR(WS-FREMF-IX)
           MOVE WS-DAGS-DATO TO PF-DATO OF FREMF-AR(WS-FREMF-IX)
           ADD 1 TO WS-ANTAL-OPGJORT.

      * THE PAL DEBIT ON TRANSAKTIONER.TXT FROM THE WS-POST FIELDS,
      * IN THE NAME OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX), AND ITS
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
           MOVE "PALSKAT" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE "DKK" TO VALUTA OF TRANSAKTION-REC
           MOVE WS-POST-TEKST TO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST
           ADD 1 TO WS-RECS-OUT.

      * ONE LINE PER ACCOUNT HELD BACK - CALLER SETS WS-AFVIGELSE
      * AND WS-AFV-DETALJE FIRST.
       SKRIV-AFVIGELSE.
           MOVE SPACES TO PALSKAT-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PA-KONTO-ID(WS-PENSION-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-DETALJE DELIMITED BY SIZE
               INTO PALSKAT-AFV-RECORD
           WRITE PALSKAT-AFV-RECORD
           ADD 1 TO WS-RECS-AFVIST.

      * THE FIGURES FOR THE BANK'S PAL RETURN - EVERY CARRY ROW
      * SETTLED FOR THIS YEAR, WHETHER TONIGHT OR BY AN EARLIER RUN,
      * IN TOTAL AND BY PENSION TYPE, AND THE LOSS CARRIED INTO NEXT
      * YEAR ACROSS THE WHOLE FILE.
       SKRIV-ANGIVELSE.
           MOVE "ALDER" TO AT-TYPE(1)
           MOVE "RATE" TO AT-TYPE(2)
           PERFORM VARYING WS-FREMF-IX FROM 1 BY 1
                   UNTIL WS-FREMF-IX > ANTAL-FREMF
               ADD PF-NEG-FREMFOERT OF FREMF-AR(WS-FREMF-IX)
                   TO WS-ANG-FREMFOERT
               IF PF-AAR OF FREMF-AR(WS-FREMF-IX) = WS-RUN-AAR
                   PERFORM SUMMER-ANGIVELSE
               END-IF
           END-PERFORM
           OPEN OUTPUT PAL-ANGIVELSE
           MOVE SPACES TO ANGIVELSE-RECORD
           STRING "PAL-ANGIVELSE INDKOMSTAAR " DELIMITED BY SIZE
               WS-RUN-AAR DELIMITED BY SIZE
               " - OPGJORT " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO ANGIVELSE-RECORD
           WRITE ANGIVELSE-RECORD
           MOVE WS-PAL-SATS TO WS-VIS-SATS
           MOVE SPACES TO ANGIVELSE-RECORD
           STRING "SKATTESATS PCT:          " DELIMITED BY SIZE
               WS-VIS-SATS DELIMITED BY SIZE
               INTO ANGIVELSE-RECORD
           WRITE ANGIVELSE-RECORD
           MOVE WS-ANG-ANTAL TO WS-VIS-ANTAL
           MOVE SPACES TO ANGIVELSE-RECORD
           STRING "PENSIONSKONTI OPGJORT:   " DELIMITED BY SIZE
               WS-VIS-ANTAL DELIMITED BY SIZE
               INTO ANGIVELSE-RECORD
           WRITE ANGIVELSE-RECORD
           MOVE WS-ANG-POSITIVT TO WS-VIS-BELOB
           MOVE SPACES TO ANGIVELSE-RECORD
           STRING "POSITIVT AFKAST I ALT:   " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO ANGIVELSE-RECORD
           WRITE ANGIVELSE-RECORD
           MOVE WS-ANG-NEGATIVT TO WS-VIS-BELOB
           MOVE SPACES TO ANGIVELSE-RECORD
           STRING "NEGATIVT AFKAST I ALT:   " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO ANGIVELSE-RECORD
           WRITE ANGIVELSE-RECORD
           MOVE WS-ANG-MODREGNET TO WS-VIS-BELOB
           MOVE SPACES TO ANGIVELSE-RECORD
           STRING "MODREGNET FREMFOERT TAB: " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO ANGIVELSE-RECORD
           WRITE ANGIVELSE-RECORD
           MOVE WS-ANG-GRUNDLAG TO WS-VIS-BELOB
           MOVE SPACES TO ANGIVELSE-RECORD
           STRING "BEREGNINGSGRUNDLAG:      " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO ANGIVELSE-RECORD
           WRITE ANGIVELSE-RECORD
           MOVE WS-ANG-SKAT TO WS-VIS-BELOB
           MOVE SPACES TO ANGIVELSE-RECORD
           STRING "PAL-SKAT I ALT:          " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO ANGIVELSE-RECORD
           WRITE ANGIVELSE-RECORD
           MOVE WS-ANG-FREMFOERT TO WS-VIS-BELOB
           MOVE SPACES TO ANGIVELSE-RECORD
           STRING "TAB TIL FREMFOERSEL:     " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO ANGIVELSE-RECORD
           WRITE ANGIVELSE-RECORD
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 2
               MOVE AT-ANTAL(WS-TYPE-IX) TO WS-VIS-ANTAL
               MOVE AT-GRUNDLAG(WS-TYPE-IX) TO WS-VIS-BELOB
               MOVE AT-SKAT(WS-TYPE-IX) TO WS-VIS-SALDO
               MOVE SPACES TO ANGIVELSE-RECORD
               STRING "  " DELIMITED BY SIZE
                   AT-TYPE(WS-TYPE-IX) DELIMITED BY SIZE
                   " KONTI " DELIMITED BY SIZE
                   WS-VIS-ANTAL DELIMITED BY SIZE
                   "  GRUNDLAG " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   "  SKAT " DELIMITED BY SIZE
                   WS-VIS-SALDO DELIMITED BY SIZE
                   INTO ANGIVELSE-RECORD
               WRITE ANGIVELSE-RECORD
           END-PERFORM
           IF WS-RECS-AFVIST > ZEROES
               MOVE SPACES TO ANGIVELSE-RECORD
               STRING "IKKE OPGJORT - SE PALSKATAFVIGELSER.TXT: "
                       DELIMITED BY SIZE
                   WS-RECS-AFVIST DELIMITED BY SIZE
                   INTO ANGIVELSE-RECORD
               WRITE ANGIVELSE-RECORD
           END-IF
           CLOSE PAL-ANGIVELSE
           MOVE "PalAngivelse.txt" TO WS-TM-FILNAVN
           MOVE "SKAT" TO WS-TM-MODPART
           MOVE WS-ANG-ANTAL TO WS-TM-ANTAL
           MOVE WS-ANG-SKAT TO WS-TM-SUM
           MOVE 5 TO WS-TM-FRIST-DAGE
           PERFORM REGISTRER-TRANSMISSION.

       SUMMER-ANGIVELSE.
           ADD 1 TO WS-ANG-ANTAL
           IF PF-AFKAST OF FREMF-AR(WS-FREMF-IX) < ZEROES
               ADD PF-AFKAST OF FREMF-AR(WS-FREMF-IX)
                   TO WS-ANG-NEGATIVT
           ELSE
               ADD PF-AFKAST OF FREMF-AR(WS-FREMF-IX)
                   TO WS-ANG-POSITIVT
           END-IF
           ADD PF-MODREGNET OF FREMF-AR(WS-FREMF-IX)
               TO WS-ANG-MODREGNET
           ADD PF-GRUNDLAG OF FREMF-AR(WS-FREMF-IX) TO WS-ANG-GRUNDLAG
           ADD PF-SKAT OF FREMF-AR(WS-FREMF-IX) TO WS-ANG-SKAT
           IF PF-PENSIONS-TYPE OF FREMF-AR(WS-FREMF-IX)(1:4) = "RATE"
               MOVE 2 TO WS-TYPE-IX
           ELSE
               MOVE 1 TO WS-TYPE-IX
           END-IF
           ADD 1 TO AT-ANTAL(WS-TYPE-IX)
           ADD PF-GRUNDLAG OF FREMF-AR(WS-FREMF-IX)
               TO AT-GRUNDLAG(WS-TYPE-IX)
           ADD PF-SKAT OF FREMF-AR(WS-FREMF-IX) TO AT-SKAT(WS-TYPE-IX).

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

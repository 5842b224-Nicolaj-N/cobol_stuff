       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CARD CREDIT REGISTER - LOADED WHOLE, UPDATED IN MEMORY AND
      * WRITTEN BACK, SAME SNAPSHOT-AND-REWRITE SHAPE AS
      * LAANRESTANCER.TXT. SEE KREDITKORTKONTI.CPY.
           SELECT KREDITKORT-KONTI ASSIGN TO "KreditkortKonti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KK-STATUS.
      * OPTIONAL ONE-LINE TERMS OF THE PRODUCT - MINIMUM PAYMENT
      * PERCENT AND FLOOR, DAYS FROM STATEMENT TO DUE DATE, AND THE
      * LATE FEE. A MISSING FILE OR A NON-NUMERIC FIELD KEEPS THE
      * BUILT-IN DEFAULT, SAME IDIOM AS MORASATS.TXT.
           SELECT KREDITKORT-PARAMETRE
               ASSIGN TO "KreditkortParametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
      * READ ONCE FOR THE KONTO-ID -> KUNDE-ID MAP AND THE STATUS OF
      * THE ACCOUNT THE AUTOMATIC PAYMENT IS DRAWN FROM.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * READ ONCE FOR THE REG-NR TABLE AND TODAY'S PAYMENTS ONTO THE
      * CARD ACCOUNTS, THEN REOPENED EXTEND FOR THE AUTOMATIC
      * PAYMENTS AND THE INTEREST - SAME SHAPE AS LAANFORFALD.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * LAST NIGHT'S CLOSING BALANCES ARE THE STATEMENT BALANCE OF A
      * CARD ACCOUNT; TOGETHER WITH THE AGREED FACILITIES AND THE
      * OPEN CARD HOLDS THEY ARE ALSO WHAT THE PAYING ACCOUNT CAN
      * COVER THE AUTOMATIC PAYMENT WITH - SAME AVAILABLE-BALANCE
      * RULE AS LAANFORFALD.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
           SELECT OVERTRAEK-AFTALER ASSIGN TO "OvertraekAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTALE-STATUS.
           SELECT RESERVATIONER ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERV-STATUS.
      * THE LIVE GUARANTEE AMOUNT PER ACCOUNT - TAKEN OFF LIKE A
      * HOLD. SEE GARANTIBINDING.CPY.
           SELECT GARANTI-BINDING ASSIGN TO "GarantiBinding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINDING-STATUS.
      * THE SORTEDTRANS ARCHIVES OPGAVE11 WRITES EVERY NIGHT - THE
      * STATEMENT PERIOD'S PURCHASES AND THE PAYMENTS SINCE THE LAST
      * STATEMENT ARE REPLAYED FROM THEM, SAME LIST-DRIVEN MACHINERY
      * AS UDSKRIFTREPRINT AND AARSOVERSIGT.
           SELECT ARKIV-LISTE ASSIGN TO "ArkivListe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.
           SELECT ARKIV-FIL ASSIGN TO WS-ARKIV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARKIV-STATUS.
      * THE NIGHT'S CARD STATEMENTS, ONE BLOCK PER CARD ACCOUNT WHOSE
      * CYCLE CLOSED. REBUILT EVERY RUN.
           SELECT KREDITKORT-UDTOG ASSIGN TO "KreditkortUdtog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * LATE FEES FOR GEBYRBEREGNING TO POST - ONE ROW PER MISSED
      * MINIMUM PAYMENT. APPENDED HERE, CONSUMED THERE, SO THE FEE
      * GOES THROUGH THE SAME TARIFF AND WAIVER RULES AS EVERY OTHER
      * FEE THE BANK CHARGES.
           SELECT KREDITKORT-GEBYR ASSIGN TO "KreditkortGebyr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEBYR-STATUS.
      * WHAT THE CARD DESK MUST LOOK AT - MISSED MINIMUM PAYMENTS,
      * AUTOMATIC PAYMENTS THE PAYING ACCOUNT COULD NOT COVER, AND
      * ACCOUNTS THAT COULD NOT BE PROCESSED. REBUILT EVERY RUN;
      * MORGENDASHBOARD COUNTS IT.
           SELECT KREDITKORT-AFVIGELSER
               ASSIGN TO "KreditkortAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ONE ROW PER CARD STATEMENT ON THE SHARED CORRESPONDENCE LOG -
      * SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
      * WRITTEN AS THE RUN GOES, SO AN ABEND HALFWAY LEAVES THE
      * EXACT LIST OF WHAT DID POST FOR POSTERINGSGENOPRETNING TO
      * COMPENSATE.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "KreditkortJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KREDITKORT-KONTI.
       01 KREDITKORT-REC.
           COPY "KREDITKORTKONTI.cpy".
       FD KREDITKORT-PARAMETRE.
       01 PARAMETER-REC.
           02  KP-MINDSTE-PROCENT   PIC 9(3).
           02  KP-MINDSTE-GULV      PIC 9(5)V99.
           02  KP-FRIST-DAGE        PIC 9(2).
           02  KP-GEBYR             PIC 9(5)V99.
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD LUKKESALDO-FILE.
       01 LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
       FD OVERTRAEK-AFTALER.
       01 AFTALE-REC.
           COPY "OVERTRAEKSAFTALER.cpy".
       FD RESERVATIONER.
       01 RESERVATION-REC.
           COPY "RESERVATIONER.cpy".
       FD GARANTI-BINDING.
       01 BINDING-REC.
           COPY "GARANTIBINDING.cpy".
       FD ARKIV-LISTE.
       01 LISTE-REC.
           02  AL-FILNAVN           PIC X(40) VALUE SPACES.
       FD ARKIV-FIL.
       01 ARKIV-REC.
           COPY "TRANSAKTIONER.cpy".
       FD KREDITKORT-UDTOG.
       01 UDTOG-RECORD.
           02  UDTOG-LINE           PIC X(132) VALUE SPACES.
       FD KREDITKORT-GEBYR.
       01 KR-GEBYR-REC.
           02  KR-KONTO-ID          PIC X(10).
           02  KR-DATO              PIC X(10).
           02  KR-BELOB             PIC 9(5)V99.
           02  KR-VALUTA            PIC X(3).
       FD KREDITKORT-AFVIGELSER.
       01 KK-AFV-RECORD.
           02  KK-AFV-LINE          PIC X(120) VALUE SPACES.
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "KREDITKORT".
       01  WS-RUN-ID                PIC X(16) VALUE SPACES.
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-KK-STATUS             PIC XX VALUE "00".
       01  WS-PARAM-STATUS          PIC XX VALUE "00".
       01  WS-GEBYR-STATUS          PIC XX VALUE "00".
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  WS-LISTE-STATUS          PIC XX VALUE "00".
       01  WS-ARKIV-STATUS          PIC XX VALUE "00".
       01  WS-ARKIV-NAME            PIC X(40) VALUE SPACES.
       01  EOF-KK                   PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  EOF-LISTE                PIC X VALUE "N".
       01  EOF-ARKIV                PIC X VALUE "N".
      * THE PRODUCT TERMS - SEE THE KREDITKORT-PARAMETRE SELECT. THE
      * MINIMUM PAYMENT IS WS-MINDSTE-PROCENT OF THE AMOUNT DUE BUT
      * NEVER BELOW WS-MINDSTE-GULV (NOR ABOVE THE AMOUNT DUE). THE
      * PAYMENT PERIOD IS CAPPED SO A DUE DATE ALWAYS FALLS BEFORE
      * THE NEXT STATEMENT CLOSES.
       01  WS-MINDSTE-PROCENT       PIC 9(3) VALUE 3.
       01  WS-MINDSTE-GULV          PIC 9(5)V99 VALUE 100.00.
       01  WS-FRIST-DAGE            PIC 9(2) VALUE 20.
       01  WS-MAKS-FRIST-DAGE       PIC 9(2) VALUE 25.
       01  WS-GEBYR-BELOB           PIC 9(5)V99 VALUE 100.00.
      * THE CARD CREDIT REGISTER IN MEMORY, AND ALONGSIDE IT WHAT THE
      * NIGHT KNOWS ABOUT EACH CARD ACCOUNT: LAST NIGHT'S CLOSING
      * BALANCE, AND THE PAYMENTS RECEIVED SINCE THE LATEST
      * STATEMENT - FROM THE ARCHIVES (BEFORE TODAY) AND FROM
      * TODAY'S TRANSAKTIONER.TXT KEPT APART, BECAUSE A STATEMENT
      * CLOSING TONIGHT ONLY CARRIES TODAY'S INTO THE NEW CYCLE.
      * THE AUTOMATIC PAYMENTS THIS PROGRAM POSTS ITSELF ARE NOT
      * COUNTED HERE - KK-AUTO-BELOB CARRIES THEM.
       01  KREDITKORT-AR OCCURS 999 TIMES.
           COPY "KREDITKORTKONTI.cpy".
       01  KW-AR OCCURS 999 TIMES.
           02  KW-SALDO             PIC S9(18)V99 VALUE ZEROES.
           02  KW-SALDO-KENDT       PIC X VALUE "N".
           02  KW-BET-ARKIV         PIC S9(11)V99 VALUE ZEROES.
           02  KW-BET-IDAG          PIC S9(11)V99 VALUE ZEROES.
       01  ANTAL-KK                 PIC 9(4) VALUE ZEROES.
       01  WS-KK-IX                 PIC 9(4).
       01  WS-KK-MATCH-IX           PIC 9(4) VALUE ZEROES.
      * KONTO-ID -> HOLDER, STATUS AND CURRENCY.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KE-STATUS            PIC X(6) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-EJER-MATCH-IX         PIC 9(4) VALUE ZEROES.
      * CUSTOMER MASTER.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
      * ACCOUNT -> REG-NR, SAME SHAPE AS LAANFORFALD.
       01  KONTO-REG-AR OCCURS 999 TIMES.
           02  KRA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KRA-REG-NR           PIC 9(4) VALUE ZEROES.
       01  ANTAL-REG                PIC 9(4) VALUE ZEROES.
       01  WS-REG-IX                PIC 9(4).
       01  WS-REG-MATCH-IX          PIC 9(4) VALUE ZEROES.
       01  WS-REG-FOUND             PIC X VALUE "N".
      * AVAILABLE AMOUNT PER ACCOUNT - SEE LOAD-DISPONIBEL. WITH NO
      * LUKKESALDO.TXT AT ALL THE COVER CAN'T BE JUDGED AND THE
      * AUTOMATIC PAYMENT POSTS, SAME AS LAANFORFALD'S INSTALLMENTS.
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-AFTALE-STATUS         PIC XX VALUE "00".
       01  WS-RESERV-STATUS         PIC XX VALUE "00".
       01  WS-BINDING-STATUS        PIC XX VALUE "00".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-AFTALE               PIC X VALUE "N".
       01  EOF-RESERV               PIC X VALUE "N".
       01  EOF-BINDING              PIC X VALUE "N".
       01  WS-DAEKNING-KENDT        PIC X VALUE "N".
       01  DISPONIBEL-AR OCCURS 999 TIMES.
           02  DS-KONTO-ID          PIC X(10) VALUE SPACES.
           02  DS-BELOB             PIC S9(18)V99 VALUE ZEROES.
       01  ANTAL-DISPONIBEL         PIC 9(4) VALUE ZEROES.
       01  WS-DISP-IX               PIC 9(4).
       01  WS-DISP-MATCH-IX         PIC 9(4) VALUE ZEROES.
       01  WS-SOEG-KONTO-ID         PIC X(10) VALUE SPACES.
      * ONE ARCHIVE OR FEED ROW'S AMOUNT, AND WHETHER IT COUNTS AS A
      * PAYMENT ONTO THE CARD ACCOUNT - SEE ER-INDBETALING.
       01  WS-BELOB                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-ER-INDBETALING        PIC X VALUE "N".
      * THE STATEMENT BEING CLOSED.
       01  WS-SKYLDIG               PIC S9(11)V99 VALUE ZEROES.
       01  WS-MINDSTE               PIC S9(11)V99 VALUE ZEROES.
       01  WS-PERIODE-FRA           PIC X(10) VALUE SPACES.
       01  WS-FORRIGE-SALDO         PIC S9(11)V99 VALUE ZEROES.
       01  WS-SUM-KOEB              PIC S9(11)V99 VALUE ZEROES.
       01  WS-SUM-INDBETALT         PIC S9(11)V99 VALUE ZEROES.
       01  WS-SUM-OEVRIGT           PIC S9(11)V99 VALUE ZEROES.
       01  WS-ANTAL-LINJER          PIC 9(5) VALUE ZEROES.
       01  WS-RAADIGHED             PIC S9(11)V99 VALUE ZEROES.
       01  WS-BELOB-DISPLAY         PIC -(9)9.99.
       01  WS-NAVN                  PIC X(41) VALUE SPACES.
       01  WS-KL-KILDE              PIC X(40) VALUE SPACES.
      * DUE-DATE ARITHMETIC - INTEGER DAYS, SAME AS LAANFORFALD.
       01  WS-DAGS-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-DATO-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-DATO-TEKST            PIC X(10) VALUE SPACES.
      * PAYMENT EVALUATION AND THE AUTOMATIC PAYMENT.
       01  WS-BETALT                PIC S9(11)V99 VALUE ZEROES.
       01  WS-REVOLVERENDE          PIC S9(11)V99 VALUE ZEROES.
       01  WS-RENTE                 PIC S9(9)V99 VALUE ZEROES.
       01  WS-AUTO-MAAL             PIC S9(11)V99 VALUE ZEROES.
       01  WS-AUTO-BELOB            PIC S9(11)V99 VALUE ZEROES.
       01  WS-AUTO-REST-MINDSTE     PIC S9(11)V99 VALUE ZEROES.
       01  WS-AFV-AARSAG            PIC X(50) VALUE SPACES.
       01  WS-ANTAL-UDTOG           PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-AUTO            PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-OVERSKREDET     PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-AFVIGELSER      PIC 9(5) VALUE ZEROES.
      * ONE POSTED ROW - FILLED BY THE CALLER, WRITTEN BY
      * SKRIV-KK-TRANSAKTION.
       01  WS-POST-KONTO-ID         PIC X(10) VALUE SPACES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-POST-TYPE             PIC X(20) VALUE SPACES.
       01  WS-POST-TEKST            PIC X(40) VALUE SPACES.
       01  WS-POST-VALUTA           PIC X(3) VALUE SPACES.
       01  WS-POST-FUNDET           PIC X VALUE "N".

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

      * WALKS THE CARD CREDIT REGISTER. FOR EACH AKTIV CARD ACCOUNT,
      * IN THIS ORDER: ON OR AFTER THE DUE DATE THE AUTOMATIC PAYMENT
      * IS DRAWN FROM THE PAYING ACCOUNT; ONCE THE DUE DATE HAS
      * PASSED THE STATEMENT IS SETTLED AS BETALT, OR AS OVERSKR WITH
      * INTEREST ON THE REVOLVING BALANCE AND A LATE FEE HANDED TO
      * GEBYRBEREGNING; AND ON THE FIRST NIGHT OF A NEW CALENDAR
      * MONTH THE CYCLE CLOSES ON LAST NIGHT'S BALANCE AND THE CARD
      * STATEMENT IS WRITTEN.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-KREDITKORT-KONTI
           IF ANTAL-KK = ZEROES
               DISPLAY "KREDITKORT: INGEN KREDITKORTKONTI - "
                   "INTET AT BEHANDLE"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-PARAMETRE
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-REG-NR-TABEL
           PERFORM LOAD-DISPONIBEL THRU LOAD-DISPONIBEL-EXIT
           PERFORM LAES-BETALINGER-ARKIV
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
           OPEN OUTPUT KREDITKORT-UDTOG
           OPEN OUTPUT KREDITKORT-AFVIGELSER
           PERFORM VARYING WS-KK-IX FROM 1 BY 1
                   UNTIL WS-KK-IX > ANTAL-KK
               PERFORM BEHANDL-KORTKONTO THRU BEHANDL-KORTKONTO-EXIT
           END-PERFORM
           CLOSE KREDITKORT-AFVIGELSER
           CLOSE KREDITKORT-UDTOG
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM GEM-KREDITKORT-KONTI
           DISPLAY "KREDITKORT: " WS-ANTAL-UDTOG " KORTUDTOG DANNET"
           DISPLAY "KREDITKORT: " WS-ANTAL-AUTO
               " AUTOMATISKE BETALINGER"
           DISPLAY "KREDITKORT: " WS-ANTAL-OVERSKREDET
               " MINDSTEBELOB IKKE BETALT"
           DISPLAY "KREDITKORT: " WS-ANTAL-AFVIGELSER
               " AFVIGELSER - SE KREDITKORTAFVIGELSER.TXT"
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
           MOVE WS-RUN-START-TIME(5:2) TO WS-TIDSPUNKT(18:2)
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

      * A MISSING REGISTER MEANS NO CARD ACCOUNTS YET.
       LOAD-KREDITKORT-KONTI.
           OPEN INPUT KREDITKORT-KONTI
           IF WS-KK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KK = "Y"
                   READ KREDITKORT-KONTI
                       AT END
                           MOVE "Y" TO EOF-KK
                       NOT AT END
                           ADD 1 TO ANTAL-KK
                           MOVE KREDITKORT-REC
                               TO KREDITKORT-AR(ANTAL-KK)
                   END-READ
               END-PERFORM
               CLOSE KREDITKORT-KONTI
           END-IF.

      * EACH FIELD OF THE TERMS LINE IS TAKEN ONLY WHEN IT IS A
      * USABLE NUMBER - A BLANK OR ZERO FIELD LEAVES ITS DEFAULT.
       LOAD-PARAMETRE.
           OPEN INPUT KREDITKORT-PARAMETRE
           IF WS-PARAM-STATUS = "35"
               CONTINUE
           ELSE
               READ KREDITKORT-PARAMETRE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KP-MINDSTE-PROCENT IS NUMERIC
                           AND KP-MINDSTE-PROCENT NOT = ZEROES
                           AND KP-MINDSTE-PROCENT NOT > 100
                           MOVE KP-MINDSTE-PROCENT
                               TO WS-MINDSTE-PROCENT
                       END-IF
                       IF KP-MINDSTE-GULV IS NUMERIC
                           AND KP-MINDSTE-GULV NOT = ZEROES
                           MOVE KP-MINDSTE-GULV TO WS-MINDSTE-GULV
                       END-IF
                       IF KP-FRIST-DAGE IS NUMERIC
                           AND KP-FRIST-DAGE NOT = ZEROES
                           AND KP-FRIST-DAGE NOT > WS-MAKS-FRIST-DAGE
                           MOVE KP-FRIST-DAGE TO WS-FRIST-DAGE
                       END-IF
                       IF KP-GEBYR IS NUMERIC
                           AND KP-GEBYR NOT = ZEROES
                           MOVE KP-GEBYR TO WS-GEBYR-BELOB
                       END-IF
               END-READ
               CLOSE KREDITKORT-PARAMETRE
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

      * ONE PASS OVER TRANSAKTIONER.TXT FOR THE REG-NR TABLE - SAME
      * SHAPE AS LAANFORFALD - PICKING UP ON THE WAY EVERY PAYMENT
      * ONTO A CARD ACCOUNT DATED TODAY.
       LOAD-REG-NR-TABEL.
           OPEN INPUT TRANSAKTIONER
           PERFORM UNTIL EOF-TRANS = "Y"
               READ TRANSAKTIONER INTO TRANSAKTION-REC
                   AT END
                       MOVE "Y" TO EOF-TRANS
                   NOT AT END
                       MOVE "N" TO WS-REG-FOUND
                       PERFORM VARYING WS-REG-IX FROM 1 BY 1
                               UNTIL WS-REG-IX > ANTAL-REG
                           IF KRA-KONTO-ID(WS-REG-IX)
                                   = KONTO-ID OF TRANSAKTION-REC
                               MOVE REG-NR OF TRANSAKTION-REC
                                   TO KRA-REG-NR(WS-REG-IX)
                               MOVE "Y" TO WS-REG-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-REG-FOUND = "N"
                           ADD 1 TO ANTAL-REG
                           MOVE KONTO-ID OF TRANSAKTION-REC
                               TO KRA-KONTO-ID(ANTAL-REG)
                           MOVE REG-NR OF TRANSAKTION-REC
                               TO KRA-REG-NR(ANTAL-REG)
                       END-IF
                       IF TIDSPUNKT OF TRANSAKTION-REC(1:10)
                               = WS-DAGS-DATO
                           MOVE KONTO-ID OF TRANSAKTION-REC
                               TO WS-SOEG-KONTO-ID
                           PERFORM FIND-KREDITKORT
                           IF WS-KK-MATCH-IX > ZEROES
                               MOVE TRANSAKTION-REC TO ARKIV-REC
                               PERFORM ER-INDBETALING
                               IF WS-ER-INDBETALING = "Y"
                                   ADD WS-BELOB
                                       TO KW-BET-IDAG(WS-KK-MATCH-IX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER.

      * BUILDS THE AVAILABLE-AMOUNT TABLE - CLOSING BALANCE, PLUS THE
      * LIMIT OF AN UNEXPIRED FACILITY, MINUS EVERY AABEN HOLD AND
      * THE LIVE GUARANTEES, SAME RULE AS LAANFORFALD - AND HANDS
      * EACH CARD ACCOUNT ITS CLOSING BALANCE FOR THE STATEMENT.
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
                       MOVE LS-KONTO-ID TO WS-SOEG-KONTO-ID
                       PERFORM FIND-KREDITKORT
                       IF WS-KK-MATCH-IX > ZEROES
                           MOVE LS-BALANCE TO KW-SALDO(WS-KK-MATCH-IX)
                           MOVE "Y" TO KW-SALDO-KENDT(WS-KK-MATCH-IX)
                       END-IF
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

      * SAME CALLING CONVENTION AS FIND-DISPONIBEL - WS-KK-MATCH-IX
      * IS THE REGISTER ROW FOR THE CARD ACCOUNT, ZERO FOR NONE.
       FIND-KREDITKORT.
           MOVE ZEROES TO WS-KK-MATCH-IX
           PERFORM VARYING WS-KK-IX FROM 1 BY 1
                   UNTIL WS-KK-IX > ANTAL-KK
               IF KK-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
                       = WS-SOEG-KONTO-ID
                   MOVE WS-KK-IX TO WS-KK-MATCH-IX
               END-IF
           END-PERFORM.

      * A ROW IN ARKIV-REC COUNTS AS A PAYMENT WHEN IT CREDITS THE
      * CARD ACCOUNT AND IS NOT A MERCHANT REFUND, A REVERSAL, A
      * DISPUTE CREDIT OR THIS PROGRAM'S OWN AUTOMATIC PAYMENT.
      * WS-BELOB COMES BACK WITH THE ROW'S AMOUNT EITHER WAY.
       ER-INDBETALING.
           MOVE FUNCTION NUMVAL(BELØB-TEXT OF ARKIV-REC) TO WS-BELOB
           MOVE "N" TO WS-ER-INDBETALING
           IF WS-BELOB > ZEROES
               AND TRANSAKTIONSTYPE OF ARKIV-REC NOT = "KORTKOEB"
               AND TRANSAKTIONSTYPE OF ARKIV-REC NOT = "STORNO"
               AND TRANSAKTIONSTYPE OF ARKIV-REC(1:5) NOT = "KORT-"
               AND TRANSAKTIONSTYPE OF ARKIV-REC
                   NOT = "KREDITKORT-BET"
               MOVE "Y" TO WS-ER-INDBETALING
           END-IF.

      * ONE PASS OVER THE ARCHIVES: EVERY PAYMENT ONTO A CARD ACCOUNT
      * BOOKED FROM THE DAY OF ITS LATEST STATEMENT UP TO YESTERDAY.
      * A NAME THAT DOESN'T OPEN IS SKIPPED - THE PAYMENTS IN IT
      * SIMPLY AREN'T SEEN, SAME AS AARSOVERSIGT.
       LAES-BETALINGER-ARKIV.
           MOVE "N" TO EOF-LISTE
           OPEN INPUT ARKIV-LISTE
           IF WS-LISTE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LISTE = "Y"
                   READ ARKIV-LISTE
                       AT END
                           MOVE "Y" TO EOF-LISTE
                       NOT AT END
                           IF AL-FILNAVN OF LISTE-REC NOT = SPACES
                               MOVE AL-FILNAVN OF LISTE-REC
                                   TO WS-ARKIV-NAME
                               PERFORM LAES-ET-BETALINGSARKIV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-LISTE
           END-IF.

       LAES-ET-BETALINGSARKIV.
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
                           MOVE KONTO-ID OF ARKIV-REC
                               TO WS-SOEG-KONTO-ID
                           PERFORM FIND-KREDITKORT
                           IF WS-KK-MATCH-IX > ZEROES
                               PERFORM TAEL-ARKIV-BETALING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-FIL
           END-IF.

       TAEL-ARKIV-BETALING.
           IF TIDSPUNKT OF ARKIV-REC(1:10)
                   NOT < KK-UDTOG-DATO OF KREDITKORT-AR(WS-KK-MATCH-IX)
               AND TIDSPUNKT OF ARKIV-REC(1:10) < WS-DAGS-DATO
               PERFORM ER-INDBETALING
               IF WS-ER-INDBETALING = "Y"
                   ADD WS-BELOB TO KW-BET-ARKIV(WS-KK-MATCH-IX)
               END-IF
           END-IF.

      * ONE CARD ACCOUNT - SEE MAIN-LOGIC FOR THE ORDER OF EVENTS. A
      * STATEMENT STILL AABEN NEVER LETS THE NEXT ONE CLOSE OVER IT.
       BEHANDL-KORTKONTO.
           IF KK-STATUS OF KREDITKORT-AR(WS-KK-IX) NOT = "AKTIV"
               GO TO BEHANDL-KORTKONTO-EXIT
           END-IF
           ADD 1 TO WS-RECS-IN
           IF KK-UDTOG-STATUS OF KREDITKORT-AR(WS-KK-IX) = "AABEN"
               IF KK-AUTO-PROCENT OF KREDITKORT-AR(WS-KK-IX)
                       > ZEROES
                   AND KK-AUTO-DATO OF KREDITKORT-AR(WS-KK-IX)
                       < KK-UDTOG-DATO OF KREDITKORT-AR(WS-KK-IX)
                   AND WS-DAGS-DATO
                       NOT < KK-FORFALD-DATO OF KREDITKORT-AR(WS-KK-IX)
                   PERFORM AUTO-BETALING THRU AUTO-BETALING-EXIT
               END-IF
               IF WS-DAGS-DATO
                       > KK-FORFALD-DATO OF KREDITKORT-AR(WS-KK-IX)
                   PERFORM VURDER-BETALING THRU VURDER-BETALING-EXIT
               END-IF
           END-IF
           IF KK-UDTOG-STATUS OF KREDITKORT-AR(WS-KK-IX) NOT = "AABEN"
               AND WS-DAGS-DATO(1:7)
                   > KK-UDTOG-DATO OF KREDITKORT-AR(WS-KK-IX)(1:7)
               PERFORM LUK-UDTOG THRU LUK-UDTOG-EXIT
           END-IF.

       BEHANDL-KORTKONTO-EXIT.
           EXIT.

      * DRAWS THE CUSTOMER'S CHOSEN SHARE OF THE STATEMENT BALANCE
      * (NEVER LESS THAN THE MINIMUM PAYMENT, NEVER MORE THAN THE
      * AMOUNT DUE) FROM THE PAYING ACCOUNT, LESS WHAT THE CUSTOMER
      * HAS ALREADY PAID IN. WHEN THE PAYING ACCOUNT CAN'T COVER THAT
      * MUCH, WHAT IS STILL MISSING OF THE MINIMUM IS TRIED INSTEAD;
      * WHEN IT CAN'T COVER THAT EITHER NOTHING IS DRAWN, THE CARD
      * DESK IS TOLD, AND THE NEXT NIGHT TRIES AGAIN UNTIL THE
      * STATEMENT IS SETTLED.
       AUTO-BETALING.
           COMPUTE WS-BETALT = KW-BET-ARKIV(WS-KK-IX)
               + KW-BET-IDAG(WS-KK-IX)
           COMPUTE WS-AUTO-MAAL ROUNDED =
               KK-UDTOG-SALDO OF KREDITKORT-AR(WS-KK-IX)
               * KK-AUTO-PROCENT OF KREDITKORT-AR(WS-KK-IX) / 100
           IF WS-AUTO-MAAL < KK-MINDSTEBELOB OF KREDITKORT-AR(WS-KK-IX)
               MOVE KK-MINDSTEBELOB OF KREDITKORT-AR(WS-KK-IX)
                   TO WS-AUTO-MAAL
           END-IF
           IF WS-AUTO-MAAL > KK-UDTOG-SALDO OF KREDITKORT-AR(WS-KK-IX)
               MOVE KK-UDTOG-SALDO OF KREDITKORT-AR(WS-KK-IX)
                   TO WS-AUTO-MAAL
           END-IF
           COMPUTE WS-AUTO-BELOB = WS-AUTO-MAAL - WS-BETALT
           COMPUTE WS-AUTO-REST-MINDSTE =
               KK-MINDSTEBELOB OF KREDITKORT-AR(WS-KK-IX) - WS-BETALT
           IF WS-AUTO-BELOB NOT > ZEROES
               MOVE ZEROES TO KK-AUTO-BELOB OF KREDITKORT-AR(WS-KK-IX)
               MOVE WS-DAGS-DATO TO KK-AUTO-DATO
                   OF KREDITKORT-AR(WS-KK-IX)
               GO TO AUTO-BETALING-EXIT
           END-IF

           MOVE ZEROES TO WS-EJER-MATCH-IX
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX)
                       = KK-BETALINGS-KONTO-ID OF
                           KREDITKORT-AR(WS-KK-IX)
                   MOVE WS-EJER-IX TO WS-EJER-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-EJER-MATCH-IX = ZEROES
               MOVE "BETALINGSKONTO IKKE FUNDET" TO WS-AFV-AARSAG
               PERFORM SKRIV-AFVIGELSE
               GO TO AUTO-BETALING-EXIT
           END-IF
           IF KE-STATUS(WS-EJER-MATCH-IX) = "LUKKET"
               OR KE-STATUS(WS-EJER-MATCH-IX) = "BOET"
               OR KE-STATUS(WS-EJER-MATCH-IX) = "INSOLV"
               MOVE "BETALINGSKONTO LUKKET, I BO ELLER INSOLVENSSAG"
                   TO WS-AFV-AARSAG
               PERFORM SKRIV-AFVIGELSE
               GO TO AUTO-BETALING-EXIT
           END-IF

           IF WS-DAEKNING-KENDT = "Y"
               MOVE KK-BETALINGS-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
                   TO WS-SOEG-KONTO-ID
               PERFORM FIND-DISPONIBEL
               IF WS-DISP-MATCH-IX = ZEROES
                   MOVE "BETALINGSKONTO UDEN SALDO" TO WS-AFV-AARSAG
                   PERFORM SKRIV-AFVIGELSE
                   GO TO AUTO-BETALING-EXIT
               END-IF
               IF DS-BELOB(WS-DISP-MATCH-IX) < WS-AUTO-BELOB
                   MOVE WS-AUTO-REST-MINDSTE TO WS-AUTO-BELOB
                   IF WS-AUTO-BELOB NOT > ZEROES
                       OR DS-BELOB(WS-DISP-MATCH-IX) < WS-AUTO-BELOB
                       MOVE "AUTOMATISK BETALING - DAEKNING MANGLER"
                           TO WS-AFV-AARSAG
                       PERFORM SKRIV-AFVIGELSE
                       GO TO AUTO-BETALING-EXIT
                   END-IF
               END-IF
           END-IF

      * BOTH LEGS MUST BE POSTABLE BEFORE EITHER IS WRITTEN.
           MOVE KK-BETALINGS-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
               TO WS-POST-KONTO-ID
           PERFORM FIND-POSTERINGSDATA
           IF WS-POST-FUNDET = "N"
               MOVE "BETALINGSKONTO - KUNDE ELLER REG-NR MANGLER"
                   TO WS-AFV-AARSAG
               PERFORM SKRIV-AFVIGELSE
               GO TO AUTO-BETALING-EXIT
           END-IF
           MOVE KK-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
               TO WS-POST-KONTO-ID
           PERFORM FIND-POSTERINGSDATA
           IF WS-POST-FUNDET = "N"
               MOVE "KORTKONTO - KUNDE ELLER REG-NR MANGLER"
                   TO WS-AFV-AARSAG
               PERFORM SKRIV-AFVIGELSE
               GO TO AUTO-BETALING-EXIT
           END-IF

           MOVE "KREDITKORT-BET" TO WS-POST-TYPE
           MOVE KK-VALUTA OF KREDITKORT-AR(WS-KK-IX) TO WS-POST-VALUTA
           MOVE KK-BETALINGS-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
               TO WS-POST-KONTO-ID
           COMPUTE WS-POST-BELOB = 0 - WS-AUTO-BELOB
           MOVE "KREDITKORT AUTOMATISK BETALING" TO WS-POST-TEKST
           PERFORM SKRIV-KK-TRANSAKTION
           MOVE KK-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
               TO WS-POST-KONTO-ID
           MOVE WS-AUTO-BELOB TO WS-POST-BELOB
           MOVE "AUTOMATISK BETALING FRA KONTO" TO WS-POST-TEKST
           PERFORM SKRIV-KK-TRANSAKTION
           IF WS-DAEKNING-KENDT = "Y"
               SUBTRACT WS-AUTO-BELOB FROM DS-BELOB(WS-DISP-MATCH-IX)
           END-IF
           MOVE WS-AUTO-BELOB
               TO KK-AUTO-BELOB OF KREDITKORT-AR(WS-KK-IX)
           MOVE WS-DAGS-DATO TO KK-AUTO-DATO OF KREDITKORT-AR(WS-KK-IX)
           ADD 1 TO WS-ANTAL-AUTO.

       AUTO-BETALING-EXIT.
           EXIT.

      * THE DUE DATE HAS PASSED: EVERYTHING PAID IN SINCE THE
      * STATEMENT, THE AUTOMATIC PAYMENT INCLUDED, AGAINST THE
      * MINIMUM. A MISSED MINIMUM POSTS ONE MONTH'S INTEREST ON THE
      * BALANCE LEFT REVOLVING AND HANDS THE LATE FEE TO
      * GEBYRBEREGNING.
       VURDER-BETALING.
           COMPUTE WS-BETALT = KW-BET-ARKIV(WS-KK-IX)
               + KW-BET-IDAG(WS-KK-IX)
               + KK-AUTO-BELOB OF KREDITKORT-AR(WS-KK-IX)
           IF WS-BETALT
                   NOT < KK-MINDSTEBELOB OF KREDITKORT-AR(WS-KK-IX)
               MOVE "BETALT" TO KK-UDTOG-STATUS
                   OF KREDITKORT-AR(WS-KK-IX)
               GO TO VURDER-BETALING-EXIT
           END-IF
           MOVE "OVERSKR" TO KK-UDTOG-STATUS OF KREDITKORT-AR(WS-KK-IX)
           ADD 1 TO WS-ANTAL-OVERSKREDET
           MOVE "MINDSTEBELOB IKKE BETALT VED FORFALD" TO WS-AFV-AARSAG
           PERFORM SKRIV-AFVIGELSE

           COMPUTE WS-REVOLVERENDE =
               KK-UDTOG-SALDO OF KREDITKORT-AR(WS-KK-IX) - WS-BETALT
           IF WS-REVOLVERENDE > ZEROES
               AND KK-RENTESATS OF KREDITKORT-AR(WS-KK-IX) > ZEROES
               COMPUTE WS-RENTE ROUNDED = WS-REVOLVERENDE
                   * KK-RENTESATS OF KREDITKORT-AR(WS-KK-IX) / 1200
               IF WS-RENTE > ZEROES
                   MOVE KK-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
                       TO WS-POST-KONTO-ID
                   PERFORM FIND-POSTERINGSDATA
                   IF WS-POST-FUNDET = "N"
                       MOVE "RENTE IKKE BOGFOERT - KUNDE/REG-NR MANGLER"
                           TO WS-AFV-AARSAG
                       PERFORM SKRIV-AFVIGELSE
                   ELSE
                       MOVE "RENTE-DEBET" TO WS-POST-TYPE
                       MOVE KK-VALUTA OF KREDITKORT-AR(WS-KK-IX)
                           TO WS-POST-VALUTA
                       COMPUTE WS-POST-BELOB = 0 - WS-RENTE
                       MOVE "KREDITKORT RENTE AF RESTGAELD"
                           TO WS-POST-TEKST
                       PERFORM SKRIV-KK-TRANSAKTION
                   END-IF
               END-IF
           END-IF

           OPEN EXTEND KREDITKORT-GEBYR
           IF WS-GEBYR-STATUS = "35"
               OPEN OUTPUT KREDITKORT-GEBYR
           END-IF
           MOVE SPACES TO KR-GEBYR-REC
           MOVE KK-KONTO-ID OF KREDITKORT-AR(WS-KK-IX) TO KR-KONTO-ID
           MOVE WS-DAGS-DATO TO KR-DATO
           MOVE WS-GEBYR-BELOB TO KR-BELOB
           MOVE KK-VALUTA OF KREDITKORT-AR(WS-KK-IX) TO KR-VALUTA
           WRITE KR-GEBYR-REC
           CLOSE KREDITKORT-GEBYR.

       VURDER-BETALING-EXIT.
           EXIT.

      * CLOSES THE CYCLE ON LAST NIGHT'S BALANCE: THE AMOUNT DUE, THE
      * MINIMUM PAYMENT AND THE DUE DATE GO ON THE REGISTER AND THE
      * CARD STATEMENT IS WRITTEN. NOTHING DUE (A CARD ACCOUNT IN
      * CREDIT) STILL GETS ITS STATEMENT, BUT NEEDS NO PAYMENT AND IS
      * SETTLED AT ONCE.
       LUK-UDTOG.
           IF KW-SALDO-KENDT(WS-KK-IX) = "N"
               MOVE "INGEN LUKKESALDO - KORTUDTOG IKKE DANNET"
                   TO WS-AFV-AARSAG
               PERFORM SKRIV-AFVIGELSE
               GO TO LUK-UDTOG-EXIT
           END-IF
           MOVE KK-UDTOG-DATO OF KREDITKORT-AR(WS-KK-IX)
               TO WS-PERIODE-FRA
           IF WS-PERIODE-FRA = SPACES
               MOVE KK-OPRETTET-DATO OF KREDITKORT-AR(WS-KK-IX)
                   TO WS-PERIODE-FRA
           END-IF
           MOVE KK-UDTOG-SALDO OF KREDITKORT-AR(WS-KK-IX)
               TO WS-FORRIGE-SALDO
           COMPUTE WS-SKYLDIG = 0 - KW-SALDO(WS-KK-IX)
           IF WS-SKYLDIG < ZEROES
               MOVE ZEROES TO WS-SKYLDIG
           END-IF
           COMPUTE WS-MINDSTE ROUNDED =
               WS-SKYLDIG * WS-MINDSTE-PROCENT / 100
           IF WS-MINDSTE < WS-MINDSTE-GULV
               MOVE WS-MINDSTE-GULV TO WS-MINDSTE
           END-IF
           IF WS-MINDSTE > WS-SKYLDIG
               MOVE WS-SKYLDIG TO WS-MINDSTE
           END-IF
           COMPUTE WS-DATO-HELTAL = WS-DAGS-HELTAL + WS-FRIST-DAGE
           COMPUTE WS-DATO-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATO-HELTAL)
           MOVE WS-DATO-YYYYMMDD(1:4) TO WS-DATO-TEKST(1:4)
           MOVE "-" TO WS-DATO-TEKST(5:1)
           MOVE WS-DATO-YYYYMMDD(5:2) TO WS-DATO-TEKST(6:2)
           MOVE "-" TO WS-DATO-TEKST(8:1)
           MOVE WS-DATO-YYYYMMDD(7:2) TO WS-DATO-TEKST(9:2)

           MOVE WS-DAGS-DATO TO KK-UDTOG-DATO OF KREDITKORT-AR(WS-KK-IX)
           MOVE WS-SKYLDIG TO KK-UDTOG-SALDO OF KREDITKORT-AR(WS-KK-IX)
           MOVE WS-MINDSTE TO KK-MINDSTEBELOB OF KREDITKORT-AR(WS-KK-IX)
           MOVE WS-DATO-TEKST TO KK-FORFALD-DATO
               OF KREDITKORT-AR(WS-KK-IX)
           MOVE ZEROES TO KK-AUTO-BELOB OF KREDITKORT-AR(WS-KK-IX)
           MOVE SPACES TO KK-AUTO-DATO OF KREDITKORT-AR(WS-KK-IX)
           IF WS-SKYLDIG > ZEROES
               MOVE "AABEN"
                   TO KK-UDTOG-STATUS OF KREDITKORT-AR(WS-KK-IX)
           ELSE
               MOVE "BETALT" TO KK-UDTOG-STATUS
                   OF KREDITKORT-AR(WS-KK-IX)
           END-IF
      * THE NEW CYCLE'S PAYMENTS START WITH TODAY'S.
           MOVE ZEROES TO KW-BET-ARKIV(WS-KK-IX)
           PERFORM SKRIV-UDTOG
           ADD 1 TO WS-ANTAL-UDTOG
           ADD 1 TO WS-RECS-OUT.

       LUK-UDTOG-EXIT.
           EXIT.

      * THE CARD STATEMENT: HOLDER, PERIOD, EVERY ROW BOOKED ON THE
      * CARD ACCOUNT IN THE PERIOD (REPLAYED FROM THE ARCHIVES),
      * THEN THE TOTALS, THE AMOUNT DUE, THE MINIMUM PAYMENT, THE
      * DUE DATE AND THE CREDIT STILL AVAILABLE.
       SKRIV-UDTOG.
           MOVE SPACES TO WS-NAVN
           MOVE ZEROES TO WS-KUNDE-MATCH-IX
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = KK-KUNDE-ID OF KREDITKORT-AR(WS-KK-IX)
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-KUNDE-MATCH-IX > ZEROES
               STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY "  "
                   INTO WS-NAVN
           END-IF
           MOVE SPACES TO UDTOG-RECORD
           STRING "KREDITKORTUDTOG " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               "  KONTO " DELIMITED BY SIZE
               KK-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
                   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NAVN DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD
           MOVE SPACES TO UDTOG-RECORD
           STRING "PERIODE " DELIMITED BY SIZE
               WS-PERIODE-FRA DELIMITED BY SIZE
               " TIL " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               " (EKSKL.)" DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD
           MOVE WS-FORRIGE-SALDO TO WS-BELOB-DISPLAY
           MOVE SPACES TO UDTOG-RECORD
           STRING "FORRIGE UDTOG, SKYLDIGT:  " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD

           MOVE ZEROES TO WS-SUM-KOEB
           MOVE ZEROES TO WS-SUM-INDBETALT
           MOVE ZEROES TO WS-SUM-OEVRIGT
           MOVE ZEROES TO WS-ANTAL-LINJER
           MOVE "N" TO EOF-LISTE
           OPEN INPUT ARKIV-LISTE
           IF WS-LISTE-STATUS NOT = "35"
               PERFORM UNTIL EOF-LISTE = "Y"
                   READ ARKIV-LISTE
                       AT END
                           MOVE "Y" TO EOF-LISTE
                       NOT AT END
                           IF AL-FILNAVN OF LISTE-REC NOT = SPACES
                               MOVE AL-FILNAVN OF LISTE-REC
                                   TO WS-ARKIV-NAME
                               PERFORM SKRIV-UDTOG-ARKIV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-LISTE
           END-IF
           IF WS-ANTAL-LINJER = ZEROES
               MOVE SPACES TO UDTOG-RECORD
               MOVE "  INGEN BEVAEGELSER I PERIODEN" TO UDTOG-LINE
               WRITE UDTOG-RECORD
           END-IF

           MOVE WS-SUM-KOEB TO WS-BELOB-DISPLAY
           MOVE SPACES TO UDTOG-RECORD
           STRING "KORTKOEB I PERIODEN:      " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD
           MOVE WS-SUM-INDBETALT TO WS-BELOB-DISPLAY
           MOVE SPACES TO UDTOG-RECORD
           STRING "INDBETALT I PERIODEN:     " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD
           MOVE WS-SUM-OEVRIGT TO WS-BELOB-DISPLAY
           MOVE SPACES TO UDTOG-RECORD
           STRING "RENTER, GEBYRER M.V.:     " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD
           MOVE WS-SKYLDIG TO WS-BELOB-DISPLAY
           MOVE SPACES TO UDTOG-RECORD
           STRING "SKYLDIGT BELOEB I ALT:    " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD
           MOVE WS-MINDSTE TO WS-BELOB-DISPLAY
           MOVE SPACES TO UDTOG-RECORD
           STRING "MINDSTEBELOEB:            " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               "  BETALES SENEST " DELIMITED BY SIZE
               WS-DATO-TEKST DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD
           IF KK-AUTO-PROCENT OF KREDITKORT-AR(WS-KK-IX) > ZEROES
               AND WS-SKYLDIG > ZEROES
               MOVE SPACES TO UDTOG-RECORD
               STRING "AUTOMATISK BETALING: " DELIMITED BY SIZE
                   KK-AUTO-PROCENT OF KREDITKORT-AR(WS-KK-IX)
                       DELIMITED BY SIZE
                   " PCT. TRAEKKES PAA FORFALDSDAGEN FRA KONTO "
                       DELIMITED BY SIZE
                   KK-BETALINGS-KONTO-ID OF KREDITKORT-AR(WS-KK-IX)
                       DELIMITED BY SIZE
                   INTO UDTOG-LINE
               WRITE UDTOG-RECORD
           END-IF
           MOVE KK-KREDITMAKS OF KREDITKORT-AR(WS-KK-IX)
               TO WS-BELOB-DISPLAY
           MOVE SPACES TO UDTOG-RECORD
           STRING "KREDITMAKSIMUM:           " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD
           COMPUTE WS-RAADIGHED = KK-KREDITMAKS
               OF KREDITKORT-AR(WS-KK-IX) - WS-SKYLDIG
           MOVE WS-RAADIGHED TO WS-BELOB-DISPLAY
           MOVE SPACES TO UDTOG-RECORD
           STRING "TIL RAADIGHED:            " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD
           MOVE SPACES TO UDTOG-RECORD
           WRITE UDTOG-RECORD
           PERFORM SKRIV-KORRESPONDANCE.

      * ONE ARCHIVE'S ROWS FOR THE CARD ACCOUNT IN THE PERIOD - EACH
      * PRINTED AND ROLLED INTO PURCHASES, PAYMENTS OR THE REST.
       SKRIV-UDTOG-ARKIV.
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
                           IF KONTO-ID OF ARKIV-REC
                                   = KK-KONTO-ID
                                       OF KREDITKORT-AR(WS-KK-IX)
                               AND TIDSPUNKT OF ARKIV-REC(1:10)
                                   NOT < WS-PERIODE-FRA
                               AND TIDSPUNKT OF ARKIV-REC(1:10)
                                   < WS-DAGS-DATO
                               PERFORM SKRIV-UDTOG-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARKIV-FIL
           END-IF.

       SKRIV-UDTOG-LINJE.
           PERFORM ER-INDBETALING
           EVALUATE TRUE
               WHEN TRANSAKTIONSTYPE OF ARKIV-REC = "KORTKOEB"
                   ADD WS-BELOB TO WS-SUM-KOEB
               WHEN WS-ER-INDBETALING = "Y"
                   ADD WS-BELOB TO WS-SUM-INDBETALT
               WHEN TRANSAKTIONSTYPE OF ARKIV-REC = "KREDITKORT-BET"
                   ADD WS-BELOB TO WS-SUM-INDBETALT
               WHEN OTHER
                   ADD WS-BELOB TO WS-SUM-OEVRIGT
           END-EVALUATE
           MOVE WS-BELOB TO WS-BELOB-DISPLAY
           MOVE SPACES TO UDTOG-RECORD
           STRING "  " DELIMITED BY SIZE
               TIDSPUNKT OF ARKIV-REC(1:10) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSAKTIONSTYPE OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUTIK OF ARKIV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUTA OF ARKIV-REC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               POSTERINGSTEKST OF ARKIV-REC DELIMITED BY SIZE
               INTO UDTOG-LINE
           WRITE UDTOG-RECORD
           ADD 1 TO WS-ANTAL-LINJER.

      * THE STATEMENT JUST WRITTEN JOINS THE SHARED CORRESPONDENCE
      * LOG - SAME SHAPE AS AARSOVERSIGT'S SKRIV-KORRESPONDANCE.
       SKRIV-KORRESPONDANCE.
           OPEN EXTEND KORRESPONDANCE-LOG
           IF WS-KORR-LOG-STATUS = "35"
               OPEN OUTPUT KORRESPONDANCE-LOG
           END-IF
           MOVE SPACES TO KORR-LOG-REC
           MOVE KK-KUNDE-ID OF KREDITKORT-AR(WS-KK-IX)
               TO CL-KUNDE-ID OF KORR-LOG-REC
           MOVE "KREDITKORTUDTOG" TO CL-DOK-TYPE OF KORR-LOG-REC
           MOVE WS-DAGS-DATO TO CL-DATO OF KORR-LOG-REC
           MOVE "PAPIR" TO CL-KANAL OF KORR-LOG-REC
           IF WS-KUNDE-MATCH-IX > ZEROES
               IF LEVERINGS-KANAL OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       NOT = SPACES
                   MOVE LEVERINGS-KANAL OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       TO CL-KANAL OF KORR-LOG-REC
               END-IF
           END-IF
           MOVE SPACES TO WS-KL-KILDE
           STRING "KreditkortUdtog.txt KONTO " DELIMITED BY SIZE
               KK-KONTO-ID OF KREDITKORT-AR(WS-KK-IX) DELIMITED BY SIZE
               INTO WS-KL-KILDE
           MOVE WS-KL-KILDE TO CL-KILDE OF KORR-LOG-REC
           WRITE KORR-LOG-REC
           CLOSE KORRESPONDANCE-LOG.

       SKRIV-AFVIGELSE.
           MOVE SPACES TO KK-AFV-RECORD
           STRING "KORTKONTO " DELIMITED BY SIZE
               KK-KONTO-ID OF KREDITKORT-AR(WS-KK-IX) DELIMITED BY SIZE
               " KUNDE " DELIMITED BY SIZE
               KK-KUNDE-ID OF KREDITKORT-AR(WS-KK-IX) DELIMITED BY SIZE
               " FORFALD " DELIMITED BY SIZE
               KK-FORFALD-DATO OF KREDITKORT-AR(WS-KK-IX)
                   DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-AFV-AARSAG DELIMITED BY SIZE
               INTO KK-AFV-LINE
           WRITE KK-AFV-RECORD
           ADD 1 TO WS-ANTAL-AFVIGELSER.

      * RESOLVES HOLDER AND REG-NR FOR WS-POST-KONTO-ID INTO
      * WS-KUNDE-MATCH-IX/WS-REG-MATCH-IX; WS-POST-FUNDET SAYS
      * WHETHER BOTH WERE THERE.
       FIND-POSTERINGSDATA.
           MOVE "N" TO WS-POST-FUNDET
           MOVE ZEROES TO WS-EJER-MATCH-IX
           MOVE ZEROES TO WS-KUNDE-MATCH-IX
           MOVE ZEROES TO WS-REG-MATCH-IX
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = WS-POST-KONTO-ID
                   MOVE WS-EJER-IX TO WS-EJER-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-EJER-MATCH-IX > ZEROES
               PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                       UNTIL WS-KUNDE-IX > ANTAL-KUNDER
                   IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                           = KE-KUNDE-ID(WS-EJER-MATCH-IX)
                       MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX) = WS-POST-KONTO-ID
                   MOVE WS-REG-IX TO WS-REG-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-KUNDE-MATCH-IX > ZEROES AND WS-REG-MATCH-IX > ZEROES
               MOVE "Y" TO WS-POST-FUNDET
           END-IF.

      * ONE POSTED ROW - SAME ROW SHAPE AS LAANFORFALD'S
      * SKRIV-LAAN-TRANSAKTION, JOURNALLED STRAIGHT AFTER.
       SKRIV-KK-TRANSAKTION.
           PERFORM FIND-POSTERINGSDATA
           MOVE SPACES TO TRANSAKTION-REC
           MOVE WS-POST-KONTO-ID TO KONTO-ID OF TRANSAKTION-REC
           MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
               TO CPR OF TRANSAKTION-REC
           MOVE KRA-REG-NR(WS-REG-MATCH-IX)
               TO REG-NR OF TRANSAKTION-REC
           STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               INTO NAVN OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE WS-POST-TYPE TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE WS-POST-VALUTA TO VALUTA OF TRANSAKTION-REC
           MOVE ZEROES TO MODTAGER-REG-NR OF TRANSAKTION-REC
           MOVE WS-POST-TEKST TO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST
           ADD 1 TO WS-RECS-OUT.

       GEM-KREDITKORT-KONTI.
           OPEN OUTPUT KREDITKORT-KONTI
           PERFORM VARYING WS-KK-IX FROM 1 BY 1
                   UNTIL WS-KK-IX > ANTAL-KK
               MOVE KREDITKORT-AR(WS-KK-IX) TO KREDITKORT-REC
               WRITE KREDITKORT-REC
           END-PERFORM
           CLOSE KREDITKORT-KONTI.

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

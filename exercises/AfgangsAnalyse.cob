       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CALENDAR STEP'S MONTH-END SWITCH - SAME GATE AS
      * KULANCERAPPORT. SEE KONTROLLER-ULTIMO.
           SELECT MAANED-ULTIMO ASSIGN TO "MaanedUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * THE MASTERS - WHO HOLDS WHICH ACCOUNT, AND WHICH ARE STILL
      * AKTIV; THE CUSTOMER MASTER ONLY FOR THE NAME ON THE LIST.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * LAST NIGHT'S CLOSING BALANCES - WHAT IS STILL LEFT ON THE
      * ACCOUNTS WHEN THE DRAIN SIGNAL IS WEIGHED.
           SELECT LUKKE-SALDO ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE NIGHTLY ACTIVITY SUMMARIES TRANSAKTIONERKONTROL APPENDS
      * - THE TRANSACTION COUNT AND THE INFLOW PER ACCOUNT PER DAY,
      * ROLLED HERE INTO THE SCORED MONTH AND THE THREE BEFORE IT.
           SELECT KONTO-AKT-HISTORIK
               ASSIGN TO "KontoAktivitetHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKT-HIST-STATUS.
      * THE POSTED FILE - THE ONLY PLACE THE RECEIVING REG-NR OF AN
      * OUTGOING TRANSFER IS KNOWN. ONLY THE SCORED MONTH'S ROWS
      * ARE LOOKED AT.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      * LIVE STANDING ORDERS AND MANDATES, COUNTED PER CUSTOMER AND
      * COMPARED WITH LAST MONTH'S COUNT ON AFGANGSSCORER.TXT.
           SELECT STAAENDE-ORDRER ASSIGN TO "StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.
           SELECT BS-MANDATER ASSIGN TO "BsMandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDAT-STATUS.
           SELECT KLAGE-SAGER ASSIGN TO "KlageSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KLAGE-STATUS.
      * EVERY MONTH'S SCORES, APPENDED HERE AND NEVER REWRITTEN -
      * SEE AFGANGSSCORER.CPY.
           SELECT AFGANG-SCORER ASSIGN TO "AfgangsScorer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORER-STATUS.
      * THE CUSTOMERS WHO ACTUALLY LEFT - SEE KUNDEAFGANG.CPY.
           SELECT KUNDE-AFGANG ASSIGN TO "KundeAfgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFGANG-STATUS.
      * THE CALL LIST - COLLECTED, SORTED BY BRANCH AND SCORE
      * THROUGH THE USUAL SD PAIR, THEN PRINTED. SAME COLLECT-SORT-
      * REPORT SHAPE AS KUNDELOENNSOMHED.
           SELECT RISIKO-LISTE ASSIGN TO "RISIKOLISTE.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-RISIKO ASSIGN TO "RISIKOSORT.tmp".
           SELECT RISIKO-SORTERET ASSIGN TO "RISIKOSORT-UD.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AFGANG-RAPPORT ASSIGN TO "AfgangsRisiko.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
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
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD LUKKE-SALDO.
       01 LUKKE-SALDO-REC.
           02  LS-KONTO-ID          PIC X(10) VALUE SPACES.
           02  LS-NAVN              PIC X(40) VALUE SPACES.
           02  LS-REG-NR            PIC 9(4) VALUE ZEROES.
           02  LS-BALANCE           PIC S9(18)V99 VALUE ZEROES.
           02  LS-UDSKRIFT-NR       PIC 9(6) VALUE ZEROES.
       FD KONTO-AKT-HISTORIK.
       01 AKTIVITET-REC.
           COPY "KONTOAKTIVITET.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD STAAENDE-ORDRER.
       01 ORDRE-REC.
           COPY "STAAENDEORDRER.cpy".
       FD BS-MANDATER.
       01 MANDAT-REC.
           COPY "BSMANDATER.cpy".
       FD KLAGE-SAGER.
       01 KLAGE-REC.
           COPY "KLAGESAGER.cpy".
       FD AFGANG-SCORER.
       01 SCORE-REC.
           COPY "AFGANGSSCORER.cpy".
       FD KUNDE-AFGANG.
       01 AFGANG-REC.
           COPY "KUNDEAFGANG.cpy".
       FD RISIKO-LISTE.
       01 RISIKO-LISTE-REC.
           02  RL-REG-NR            PIC 9(4).
           02  RL-SCORE             PIC 9(3).
           02  RL-KUNDE-ID          PIC X(10).
           02  RL-NAVN              PIC X(30).
           02  RL-AARSAGER          PIC X(5).
           02  RL-FALD-PCT          PIC 9(3).
           02  RL-OPSAGT            PIC 9(3).
           02  RL-FREMMED-REG       PIC 9(4).
           02  RL-KLAGER            PIC 9(3).
       SD SORT-RISIKO.
       01 SORT-RISIKO-REC.
           02  SR-REG-NR            PIC 9(4).
           02  SR-SCORE             PIC 9(3).
           02  SR-KUNDE-ID          PIC X(10).
           02  SR-NAVN              PIC X(30).
           02  SR-AARSAGER          PIC X(5).
           02  SR-FALD-PCT          PIC 9(3).
           02  SR-OPSAGT            PIC 9(3).
           02  SR-FREMMED-REG       PIC 9(4).
           02  SR-KLAGER            PIC 9(3).
       FD RISIKO-SORTERET.
       01 RISIKO-SORTERET-REC.
           02  RS-REG-NR            PIC 9(4).
           02  RS-SCORE             PIC 9(3).
           02  RS-KUNDE-ID          PIC X(10).
           02  RS-NAVN              PIC X(30).
           02  RS-AARSAGER          PIC X(5).
           02  RS-FALD-PCT          PIC 9(3).
           02  RS-OPSAGT            PIC 9(3).
           02  RS-FREMMED-REG       PIC 9(4).
           02  RS-KLAGER            PIC 9(3).
       FD AFGANG-RAPPORT.
       01 RAPPORT-RECORD.
           02  RAPPORT-LINE         PIC X(132) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "AFGANGANA".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-AKT-HIST-STATUS       PIC XX VALUE "00".
       01  WS-TRANS-STATUS          PIC XX VALUE "00".
       01  WS-ORDRE-STATUS          PIC XX VALUE "00".
       01  WS-MANDAT-STATUS         PIC XX VALUE "00".
       01  WS-KLAGE-STATUS          PIC XX VALUE "00".
       01  WS-SCORER-STATUS         PIC XX VALUE "00".
       01  WS-AFGANG-STATUS         PIC XX VALUE "00".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-AKT                  PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  EOF-ORDRE                PIC X VALUE "N".
       01  EOF-MANDAT               PIC X VALUE "N".
       01  EOF-KLAGE                PIC X VALUE "N".
       01  EOF-SCORER               PIC X VALUE "N".
       01  EOF-AFGANG               PIC X VALUE "N".
       01  EOF-SORTERET             PIC X VALUE "N".
      * THE SCORED MONTH (THE RUN DATE'S OWN - THE STEP ONLY RUNS ON
      * ITS LAST BANKING DAY) AND THE THREE BEFORE IT. SLOT 1 IS THE
      * SCORED MONTH, SLOTS 2-4 ARE THE BASELINE IT IS HELD UP TO.
       01  MAANED-AR OCCURS 4 TIMES PIC X(7) VALUE SPACES.
       01  WS-MD-IX                 PIC 9 VALUE ZEROES.
       01  WS-MD-SLOT               PIC 9 VALUE ZEROES.
       01  WS-AAR                   PIC 9(4) VALUE ZEROES.
       01  WS-MD                    PIC 9(2) VALUE ZEROES.
       01  WS-MAANED-INDEKS         PIC 9(6) VALUE ZEROES.
      * "YYYY-MM" TURNED INTO A RUNNING MONTH NUMBER (YEAR TIMES 12
      * PLUS MONTH) SO "WITHIN THREE MONTHS AFTER" IS A SUBTRACTION.
      * SEE BEREGN-INDEKS.
       01  WS-I-MAANED              PIC X(7) VALUE SPACES.
       01  WS-I-AAR                 PIC 9(4) VALUE ZEROES.
       01  WS-I-MD                  PIC 9(2) VALUE ZEROES.
       01  WS-I-INDEKS              PIC 9(6) VALUE ZEROES.
      * THE SCORING RULES. EACH SIGNAL THAT FIRES ADDS ITS POINTS;
      * A CUSTOMER AT OR OVER THE LIST THRESHOLD IS CALLED - SO ONE
      * SIGNAL ALONE NEVER PUTS ANYONE ON THE LIST, EXCEPT WHERE TWO
      * WEAKER ONES AGREE.
      * FALLING ACTIVITY: THE MONTH'S TRANSACTION COUNT AT LEAST
      * HALVED AGAINST THE AVERAGE OF THE THREE MONTHS BEFORE, FOR A
      * CUSTOMER WHO AVERAGED AT LEAST THE MINIMUM.
       01  WS-POINT-AKTIVITET       PIC 9(3) VALUE 25.
       01  WS-FALD-GRAENSE-PCT      PIC 9(3) VALUE 50.
       01  WS-MIN-AKTIVITET         PIC 9(3) VALUE 5.
      * SALARY STOPPED: THE SAME SALARY-LIKE MONTH AS
      * OVERTRAEKANALYSE - INFLOW REACHING ITS MODEST PAY CHECK -
      * IN AT LEAST TWO OF THE THREE BASELINE MONTHS, AND NOT IN
      * THE SCORED MONTH.
       01  WS-POINT-LOEN            PIC 9(3) VALUE 30.
       01  WS-LOEN-GRAENSE          PIC 9(9)V99 VALUE 10000.
      * ORDERS OR MANDATES CANCELLED: FEWER LIVE ONES THAN AT LAST
      * MONTH'S SCORING.
       01  WS-POINT-AFTALER         PIC 9(3) VALUE 20.
      * BALANCE DRAINED: TRANSFERS TO ANOTHER BANK'S REG-NR IN THE
      * SCORED MONTH OF AT LEAST THE MINIMUM, AND AT LEAST HALF OF
      * WHAT THE CUSTOMER HAD (THE TRANSFERS PLUS WHAT IS LEFT).
       01  WS-POINT-DRAEN           PIC 9(3) VALUE 25.
       01  WS-DRAEN-MINIMUM         PIC 9(9)V99 VALUE 5000.
      * A COMPLAINT RECEIVED IN THE SCORED MONTH OR THE TWO BEFORE.
       01  WS-POINT-KLAGE           PIC 9(3) VALUE 15.
       01  WS-LISTE-GRAENSE         PIC 9(3) VALUE 40.
      * ONE SLOT PER ACCOUNT ON THE MASTER. KO-INDEHAVER 1 IS THE
      * PRIMARY HOLDER, 2-3 THE MEDINDEHAVERE - EVERY SIGNAL ON A
      * JOINT ACCOUNT COUNTS FOR EACH OF ITS HOLDERS. THE LAST
      * HISTORY ROW PER ACCOUNT IS REMEMBERED SO A NIGHT APPENDED
      * TWICE (A RERUN) REPLACES ITSELF INSTEAD OF COUNTING DOUBLE.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KO-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KO-INDEHAVER OCCURS 3 TIMES PIC X(10) VALUE SPACES.
           02  KO-AKTIV             PIC X VALUE "N".
           02  KO-REG-NR            PIC 9(4) VALUE ZEROES.
           02  KO-SALDO             PIC S9(13)V99 VALUE ZEROES.
           02  KO-UD-FREMMED        PIC S9(11)V99 VALUE ZEROES.
           02  KO-FREMMED-REG       PIC 9(4) VALUE ZEROES.
           02  KO-ANTAL OCCURS 4 TIMES PIC 9(7) VALUE ZEROES.
           02  KO-IND OCCURS 4 TIMES PIC S9(11)V99 VALUE ZEROES.
           02  KO-SIDSTE-DATO       PIC X(10) VALUE SPACES.
           02  KO-SIDSTE-MD         PIC 9 VALUE ZEROES.
           02  KO-SIDSTE-ANTAL      PIC 9(5) VALUE ZEROES.
           02  KO-SIDSTE-IND        PIC S9(11)V99 VALUE ZEROES.
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
       01  WS-KONTO-SLOT            PIC 9(4) VALUE ZEROES.
       01  WS-SOEGE-KONTO           PIC X(10) VALUE SPACES.
       01  WS-IH-IX                 PIC 9 VALUE ZEROES.
      * ONE SLOT PER CUSTOMER - EVERY HOLDER ON THE MASTER, PLUS
      * ANYONE SCORED LAST MONTH WHO NO LONGER HOLDS ANYTHING (THE
      * CLOSED-ALL-ACCOUNTS LEAVERS).
       01  KUNDE-AR OCCURS 999 TIMES.
           02  KU-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KU-NAVN              PIC X(41) VALUE SPACES.
           02  KU-REG-NR            PIC 9(4) VALUE ZEROES.
           02  KU-AKTIVE-KONTI      PIC 9(3) VALUE ZEROES.
           02  KU-ANTAL OCCURS 4 TIMES PIC 9(7) VALUE ZEROES.
           02  KU-IND OCCURS 4 TIMES PIC S9(11)V99 VALUE ZEROES.
           02  KU-ORDRER            PIC 9(3) VALUE ZEROES.
           02  KU-MANDATER          PIC 9(3) VALUE ZEROES.
           02  KU-FORR-FUNDET       PIC X VALUE "N".
           02  KU-FORR-KONTI        PIC 9(3) VALUE ZEROES.
           02  KU-FORR-ORDRER       PIC 9(3) VALUE ZEROES.
           02  KU-FORR-MANDATER     PIC 9(3) VALUE ZEROES.
           02  KU-UD-FREMMED        PIC S9(11)V99 VALUE ZEROES.
           02  KU-SALDO             PIC S9(13)V99 VALUE ZEROES.
           02  KU-FREMMED-REG       PIC 9(4) VALUE ZEROES.
           02  KU-KLAGER            PIC 9(3) VALUE ZEROES.
           02  KU-SCORE             PIC 9(3) VALUE ZEROES.
           02  KU-PAA-LISTE         PIC X VALUE "N".
           02  KU-AARSAGER          PIC X(5) VALUE SPACES.
           02  KU-FALD-PCT          PIC 9(3) VALUE ZEROES.
           02  KU-OPSAGT            PIC 9(3) VALUE ZEROES.
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-SLOT            PIC 9(4) VALUE ZEROES.
       01  WS-SOEGE-KUNDE           PIC X(10) VALUE SPACES.
      * THE LEAVERS, ONE ROW PER CUSTOMER - THE FIRST DEPARTURE ON
      * FILE - WITH THE MONTH THEY LEFT AS A RUNNING MONTH NUMBER.
       01  AFGANG-AR OCCURS 999 TIMES.
           02  AG-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  AG-INDEKS            PIC 9(6) VALUE ZEROES.
       01  ANTAL-AFGANG             PIC 9(4) VALUE ZEROES.
       01  WS-AG-IX                 PIC 9(4).
       01  WS-AG-SLOT               PIC 9(4) VALUE ZEROES.
       01  WS-NYE-LUKKET            PIC 9(5) VALUE ZEROES.
      * THE ACCURACY TABLE - ONE ROW PER SCORING MONTH OF THE PAST
      * YEAR: HOW MANY WERE SCORED AND LISTED, HOW MANY OF THE LISTED
      * LEFT WITHIN THREE MONTHS, AND HOW MANY LEFT WITHOUT HAVING
      * BEEN LISTED.
       01  TRAEF-AR OCCURS 13 TIMES.
           02  TR-MAANED            PIC X(7) VALUE SPACES.
           02  TR-INDEKS            PIC 9(6) VALUE ZEROES.
           02  TR-SCORET            PIC 9(5) VALUE ZEROES.
           02  TR-LISTET            PIC 9(5) VALUE ZEROES.
           02  TR-LISTET-GAAET      PIC 9(5) VALUE ZEROES.
           02  TR-OVERSET-GAAET     PIC 9(5) VALUE ZEROES.
       01  ANTAL-TRAEF              PIC 9(2) VALUE ZEROES.
       01  WS-TR-IX                 PIC 9(2).
       01  WS-TR-SLOT               PIC 9(2) VALUE ZEROES.
       01  WS-TR-BYT                PIC X(33) VALUE SPACES.
       01  WS-TR-BYTTET             PIC X VALUE "N".
       01  WS-SUM-LISTET            PIC 9(7) VALUE ZEROES.
       01  WS-SUM-LISTET-GAAET      PIC 9(7) VALUE ZEROES.
       01  WS-SUM-OVERSET-GAAET     PIC 9(7) VALUE ZEROES.
       01  WS-ALLEREDE-SCORET       PIC X VALUE "N".
       01  WS-SNIT                  PIC 9(7)V99 VALUE ZEROES.
       01  WS-LOEN-MD               PIC 9 VALUE ZEROES.
       01  WS-FORR-AFTALER          PIC 9(4) VALUE ZEROES.
       01  WS-NU-AFTALER            PIC 9(4) VALUE ZEROES.
       01  WS-HAR-NU                PIC S9(13)V99 VALUE ZEROES.
       01  WS-BELOB                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-PCT                   PIC 9(3) VALUE ZEROES.
       01  WS-PCT-TEXT              PIC ZZ9.
       01  WS-ANTAL-TEXT            PIC ZZZZ9.
       01  WS-ANTAL-TEXT-2          PIC ZZZZ9.
       01  WS-ANTAL-TEXT-3          PIC ZZZZ9.
       01  WS-ANTAL-TEXT-4          PIC ZZZZ9.
       01  WS-RANG                  PIC 9(4) VALUE ZEROES.
       01  WS-RANG-TEXT             PIC ZZZ9.
       01  WS-FORRIGE-REG           PIC 9(4) VALUE ZEROES.
       01  WS-FOERSTE-AFSNIT        PIC X VALUE "J".
      * THE DETAIL LINE IS COMPOSED HERE AND MOVED TO THE RECORD IN
      * ONE GO - SAME REASON AS OVERTRAEKANALYSE.
       01  WS-LINJE                 PIC X(132) VALUE SPACES.
       01  WS-LINJE-POS             PIC 9(3) VALUE ZEROES.

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

      * AT MONTH-END, SCORES EVERY CUSTOMER'S RISK OF LEAVING FROM
      * FIVE SIGNALS - FALLING ACTIVITY, SALARY STOPPED, ORDERS OR
      * MANDATES CANCELLED, MONEY DRAINED TO ANOTHER BANK, A RECENT
      * COMPLAINT - AND PRINTS A RANKED CALL LIST PER BRANCH WITH
      * THE REASONS, WHILE THERE IS STILL TIME TO CALL. EVERY SCORE
      * IS KEPT, AND THE REPORT ENDS WITH HOW WELL PAST LISTS
      * MATCHED THE CUSTOMERS WHO REALLY LEFT.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           IF WS-ER-ULTIMO = "N"
               DISPLAY "AFGANGANA: IKKE MAANEDSULTIMO - INGEN "
                   "AFGANGSANALYSE I NAT"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM BEREGN-MAANEDER
           PERFORM LOAD-KONTI
           PERFORM LOAD-NAVNE
           PERFORM LOAD-SALDI
           PERFORM LAES-AKTIVITET
           PERFORM LAES-TRANSAKTIONER
           PERFORM TAEL-ORDRER
           PERFORM TAEL-MANDATER
           PERFORM SAML-KUNDER
           PERFORM TAEL-KLAGER
           PERFORM LAES-FORRIGE-SCORER
           PERFORM LOAD-AFGANG
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KU-AKTIVE-KONTI(WS-KUNDE-IX) > ZEROES
                   ADD 1 TO WS-RECS-IN
                   PERFORM BEREGN-SCORE
               ELSE
                   PERFORM KONTROLLER-LUKKET
               END-IF
           END-PERFORM
           IF WS-ALLEREDE-SCORET = "J"
               DISPLAY "AFGANGANA: " MAANED-AR(1)
                   " ER ALLEREDE SCORET - AFGANGSSCORER.TXT "
                   "ROERES IKKE"
           ELSE
               PERFORM GEM-SCORER
           END-IF
           OPEN OUTPUT AFGANG-RAPPORT
           PERFORM SKRIV-OG-SORTER
           PERFORM SKRIV-TRAEFSIKKERHED
           CLOSE AFGANG-RAPPORT
           DISPLAY "AFGANGANA: " WS-RECS-OUT " KUNDER PAA "
               "RINGELISTEN FOR " MAANED-AR(1)
               " - SE AFGANGSRISIKO.TXT"
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2).

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

      * SAME SWITCH AS KULANCERAPPORT - "J" DATED TODAY MEANS
      * TONIGHT IS THE MONTH'S LAST BANKING DAY; NO SWITCH FILE
      * MEANS AN OPERATOR RAN THE PROGRAM BY HAND.
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

      * THE SCORED MONTH AND THE THREE BEFORE IT, AS "YYYY-MM",
      * STEPPING BACK OVER NEW YEAR WHERE NEEDED.
       BEREGN-MAANEDER.
           MOVE WS-DAGS-DATO(1:7) TO MAANED-AR(1)
           MOVE WS-DAGS-DATO(1:4) TO WS-AAR
           MOVE WS-DAGS-DATO(6:2) TO WS-MD
           PERFORM VARYING WS-MD-IX FROM 2 BY 1 UNTIL WS-MD-IX > 4
               IF WS-MD = 1
                   MOVE 12 TO WS-MD
                   SUBTRACT 1 FROM WS-AAR
               ELSE
                   SUBTRACT 1 FROM WS-MD
               END-IF
               MOVE WS-AAR TO MAANED-AR(WS-MD-IX)(1:4)
               MOVE "-" TO MAANED-AR(WS-MD-IX)(5:1)
               MOVE WS-MD TO MAANED-AR(WS-MD-IX)(6:2)
           END-PERFORM
           MOVE MAANED-AR(1) TO WS-I-MAANED
           PERFORM BEREGN-INDEKS
           MOVE WS-I-INDEKS TO WS-MAANED-INDEKS.

       BEREGN-INDEKS.
           MOVE ZEROES TO WS-I-INDEKS
           IF WS-I-MAANED(1:4) IS NUMERIC
               AND WS-I-MAANED(6:2) IS NUMERIC
               MOVE WS-I-MAANED(1:4) TO WS-I-AAR
               MOVE WS-I-MAANED(6:2) TO WS-I-MD
               COMPUTE WS-I-INDEKS = WS-I-AAR * 12 + WS-I-MD
           END-IF.

      * WHICH OF THE FOUR MONTH SLOTS A "YYYY-MM" FALLS IN - ZERO
      * WHEN IT IS OUTSIDE THE WINDOW.
       FIND-MAANED-SLOT.
           MOVE ZEROES TO WS-MD-SLOT
           PERFORM VARYING WS-MD-IX FROM 1 BY 1 UNTIL WS-MD-IX > 4
               IF MAANED-AR(WS-MD-IX) = WS-I-MAANED
                   MOVE WS-MD-IX TO WS-MD-SLOT
               END-IF
           END-PERFORM.

      * EVERY ACCOUNT AND ITS HOLDERS. EACH HOLDER GETS A CUSTOMER
      * SLOT, AND AN AKTIV ACCOUNT COUNTS TOWARD EACH HOLDER'S LIVE
      * ENGAGEMENT.
       LOAD-KONTI.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER INTO KONTOOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO ANTAL-KONTI
                       MOVE KONTO-ID OF KONTOOPL-IN
                           TO KO-KONTO-ID(ANTAL-KONTI)
                       MOVE KUNDE-ID OF KONTOOPL-IN
                           TO KO-INDEHAVER(ANTAL-KONTI, 1)
                       MOVE MI-KUNDE-ID OF KONTOOPL-IN(1)
                           TO KO-INDEHAVER(ANTAL-KONTI, 2)
                       MOVE MI-KUNDE-ID OF KONTOOPL-IN(2)
                           TO KO-INDEHAVER(ANTAL-KONTI, 3)
                       IF KONTO-STATUS OF KONTOOPL-IN = "AKTIV"
                           MOVE "J" TO KO-AKTIV(ANTAL-KONTI)
                       END-IF
                       PERFORM VARYING WS-IH-IX FROM 1 BY 1
                               UNTIL WS-IH-IX > 3
                           IF KO-INDEHAVER(ANTAL-KONTI, WS-IH-IX)
                                   NOT = SPACES
                               MOVE KO-INDEHAVER(ANTAL-KONTI,
                                   WS-IH-IX) TO WS-SOEGE-KUNDE
                               PERFORM FIND-KUNDE-SLOT
                               IF KO-AKTIV(ANTAL-KONTI) = "J"
                                   ADD 1 TO
                                       KU-AKTIVE-KONTI(WS-KUNDE-SLOT)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

      * HANDS A KUNDE-ID ITS SLOT, OPENING ONE IF NEEDED.
       FIND-KUNDE-SLOT.
           PERFORM SOEG-KUNDE-SLOT
           IF WS-KUNDE-SLOT = ZEROES
               ADD 1 TO ANTAL-KUNDER
               MOVE WS-SOEGE-KUNDE TO KU-KUNDE-ID(ANTAL-KUNDER)
               MOVE ANTAL-KUNDER TO WS-KUNDE-SLOT
           END-IF.

       SOEG-KUNDE-SLOT.
           MOVE ZEROES TO WS-KUNDE-SLOT
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KU-KUNDE-ID(WS-KUNDE-IX) = WS-SOEGE-KUNDE
                   MOVE WS-KUNDE-IX TO WS-KUNDE-SLOT
               END-IF
           END-PERFORM.

       SOEG-KONTO-SLOT.
           MOVE ZEROES TO WS-KONTO-SLOT
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KO-KONTO-ID(WS-KONTO-IX) = WS-SOEGE-KONTO
                   MOVE WS-KONTO-IX TO WS-KONTO-SLOT
               END-IF
           END-PERFORM.

       LOAD-NAVNE.
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL EOF-KUNDE = "Y"
               READ KUNDEOPLYSNINGER INTO KUNDEOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KUNDE
                   NOT AT END
                       MOVE KUNDE-ID OF KUNDEOPL-IN TO WS-SOEGE-KUNDE
                       PERFORM SOEG-KUNDE-SLOT
                       IF WS-KUNDE-SLOT NOT = ZEROES
                           MOVE SPACES TO KU-NAVN(WS-KUNDE-SLOT)
                           STRING FORNAVN OF KUNDEOPL-IN
                                   DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               EFTERNAVN OF KUNDEOPL-IN
                                   DELIMITED BY "  "
                               INTO KU-NAVN(WS-KUNDE-SLOT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER.

       LOAD-SALDI.
           OPEN INPUT LUKKE-SALDO
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKE-SALDO
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           MOVE LS-KONTO-ID TO WS-SOEGE-KONTO
                           PERFORM SOEG-KONTO-SLOT
                           IF WS-KONTO-SLOT NOT = ZEROES
                               MOVE LS-BALANCE
                                   TO KO-SALDO(WS-KONTO-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKE-SALDO
           END-IF.

      * THE HISTORY, ONE ROW PER ACCOUNT PER NIGHT, IN RUN ORDER.
      * ROWS OUTSIDE THE FOUR MONTHS ARE PASSED OVER. A ROW FOR THE
      * SAME ACCOUNT AND DATE AS THE ONE BEFORE IT IS A RERUN OF THAT
      * NIGHT - THE EARLIER ROW IS BACKED OUT BEFORE THE NEW ONE IS
      * ADDED.
       LAES-AKTIVITET.
           OPEN INPUT KONTO-AKT-HISTORIK
           IF WS-AKT-HIST-STATUS = "35"
               DISPLAY "AFGANGANA: INGEN KONTOAKTIVITETHISTORIK.TXT"
                   " - AKTIVITET OG LOEN SCORES IKKE"
           ELSE
               PERFORM UNTIL EOF-AKT = "Y"
                   READ KONTO-AKT-HISTORIK
                       AT END
                           MOVE "Y" TO EOF-AKT
                       NOT AT END
                           PERFORM NOTER-AKTIVITET
                   END-READ
               END-PERFORM
               CLOSE KONTO-AKT-HISTORIK
           END-IF.

       NOTER-AKTIVITET.
           MOVE KA-DATO(1:7) TO WS-I-MAANED
           PERFORM FIND-MAANED-SLOT
           IF WS-MD-SLOT NOT = ZEROES
               MOVE KA-KONTO-ID TO WS-SOEGE-KONTO
               PERFORM SOEG-KONTO-SLOT
               IF WS-KONTO-SLOT NOT = ZEROES
                   IF KO-SIDSTE-DATO(WS-KONTO-SLOT) = KA-DATO
                       MOVE KO-SIDSTE-MD(WS-KONTO-SLOT) TO WS-MD-IX
                       SUBTRACT KO-SIDSTE-ANTAL(WS-KONTO-SLOT)
                           FROM KO-ANTAL(WS-KONTO-SLOT, WS-MD-IX)
                       SUBTRACT KO-SIDSTE-IND(WS-KONTO-SLOT)
                           FROM KO-IND(WS-KONTO-SLOT, WS-MD-IX)
                   END-IF
                   ADD KA-ANTAL TO KO-ANTAL(WS-KONTO-SLOT, WS-MD-SLOT)
                   ADD KA-SUM-IND TO KO-IND(WS-KONTO-SLOT, WS-MD-SLOT)
                   MOVE KA-DATO TO KO-SIDSTE-DATO(WS-KONTO-SLOT)
                   MOVE WS-MD-SLOT TO KO-SIDSTE-MD(WS-KONTO-SLOT)
                   MOVE KA-ANTAL TO KO-SIDSTE-ANTAL(WS-KONTO-SLOT)
                   MOVE KA-SUM-IND TO KO-SIDSTE-IND(WS-KONTO-SLOT)
                   IF KA-REG-NR NOT = ZEROES
                       MOVE KA-REG-NR TO KO-REG-NR(WS-KONTO-SLOT)
                   END-IF
               END-IF
           END-IF.

      * THE SCORED MONTH'S OUTGOING TRANSFERS TO ANOTHER BANK - A
      * RECEIVING REG-NR ON FILE THAT IS NOT THE ACCOUNT'S OWN.
       LAES-TRANSAKTIONER.
           OPEN INPUT TRANSAKTIONER
           IF WS-TRANS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-TRANS = "Y"
                   READ TRANSAKTIONER INTO TRANSAKTION-REC
                       AT END
                           MOVE "Y" TO EOF-TRANS
                       NOT AT END
                           IF TIDSPUNKT OF TRANSAKTION-REC(1:7)
                                   = MAANED-AR(1)
                               PERFORM NOTER-UDTRAEK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSAKTIONER
           END-IF.

       NOTER-UDTRAEK.
           IF MODTAGER-REG-NR OF TRANSAKTION-REC IS NUMERIC
               AND MODTAGER-REG-NR OF TRANSAKTION-REC NOT = ZEROES
               AND MODTAGER-REG-NR OF TRANSAKTION-REC
                   NOT = REG-NR OF TRANSAKTION-REC
               MOVE FUNCTION NUMVAL(BELØB-TEXT OF TRANSAKTION-REC)
                   TO WS-BELOB
               IF WS-BELOB < ZEROES
                   MOVE KONTO-ID OF TRANSAKTION-REC TO WS-SOEGE-KONTO
                   PERFORM SOEG-KONTO-SLOT
                   IF WS-KONTO-SLOT NOT = ZEROES
                       SUBTRACT WS-BELOB
                           FROM KO-UD-FREMMED(WS-KONTO-SLOT)
                       MOVE MODTAGER-REG-NR OF TRANSAKTION-REC
                           TO KO-FREMMED-REG(WS-KONTO-SLOT)
                   END-IF
               END-IF
           END-IF.

      * LIVE ORDERS AND MANDATES, COUNTED FOR EVERY HOLDER OF THE
      * ACCOUNT THEY RUN ON.
       TAEL-ORDRER.
           OPEN INPUT STAAENDE-ORDRER
           IF WS-ORDRE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-ORDRE = "Y"
                   READ STAAENDE-ORDRER
                       AT END
                           MOVE "Y" TO EOF-ORDRE
                       NOT AT END
                           IF SO-STATUS OF ORDRE-REC = "AKTIV"
                               MOVE SO-KONTO-ID OF ORDRE-REC
                                   TO WS-SOEGE-KONTO
                               PERFORM SOEG-KONTO-SLOT
                               IF WS-KONTO-SLOT NOT = ZEROES
                                   PERFORM TAEL-ORDRE-HOLDERE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAAENDE-ORDRER
           END-IF.

       TAEL-ORDRE-HOLDERE.
           PERFORM VARYING WS-IH-IX FROM 1 BY 1 UNTIL WS-IH-IX > 3
               IF KO-INDEHAVER(WS-KONTO-SLOT, WS-IH-IX) NOT = SPACES
                   MOVE KO-INDEHAVER(WS-KONTO-SLOT, WS-IH-IX)
                       TO WS-SOEGE-KUNDE
                   PERFORM SOEG-KUNDE-SLOT
                   IF WS-KUNDE-SLOT NOT = ZEROES
                       ADD 1 TO KU-ORDRER(WS-KUNDE-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

       TAEL-MANDATER.
           OPEN INPUT BS-MANDATER
           IF WS-MANDAT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MANDAT = "Y"
                   READ BS-MANDATER
                       AT END
                           MOVE "Y" TO EOF-MANDAT
                       NOT AT END
                           IF BM-STATUS OF MANDAT-REC = "AKTIV"
                               MOVE BM-KONTO-ID OF MANDAT-REC
                                   TO WS-SOEGE-KONTO
                               PERFORM SOEG-KONTO-SLOT
                               IF WS-KONTO-SLOT NOT = ZEROES
                                   PERFORM TAEL-MANDAT-HOLDERE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BS-MANDATER
           END-IF.

       TAEL-MANDAT-HOLDERE.
           PERFORM VARYING WS-IH-IX FROM 1 BY 1 UNTIL WS-IH-IX > 3
               IF KO-INDEHAVER(WS-KONTO-SLOT, WS-IH-IX) NOT = SPACES
                   MOVE KO-INDEHAVER(WS-KONTO-SLOT, WS-IH-IX)
                       TO WS-SOEGE-KUNDE
                   PERFORM SOEG-KUNDE-SLOT
                   IF WS-KUNDE-SLOT NOT = ZEROES
                       ADD 1 TO KU-MANDATER(WS-KUNDE-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

      * EVERY ACCOUNT'S MONTHS, TRANSFERS AND BALANCE ROLLED INTO
      * EACH OF ITS HOLDERS. THE CUSTOMER'S BRANCH IS THE REG-NR OF
      * THE FIRST ACCOUNT THEY HOLD AS PRIMARY THAT HAS ONE; A
      * CUSTOMER WHO ONLY CO-HOLDS TAKES THE CO-HELD ACCOUNT'S.
       SAML-KUNDER.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               PERFORM VARYING WS-IH-IX FROM 1 BY 1
                       UNTIL WS-IH-IX > 3
                   IF KO-INDEHAVER(WS-KONTO-IX, WS-IH-IX)
                           NOT = SPACES
                       PERFORM SAML-EN-HOLDER
                   END-IF
               END-PERFORM
           END-PERFORM.

       SAML-EN-HOLDER.
           MOVE KO-INDEHAVER(WS-KONTO-IX, WS-IH-IX) TO WS-SOEGE-KUNDE
           MOVE WS-KONTO-IX TO WS-KONTO-SLOT
           PERFORM SOEG-KUNDE-SLOT
           PERFORM VARYING WS-MD-IX FROM 1 BY 1 UNTIL WS-MD-IX > 4
               ADD KO-ANTAL(WS-KONTO-SLOT, WS-MD-IX)
                   TO KU-ANTAL(WS-KUNDE-SLOT, WS-MD-IX)
               ADD KO-IND(WS-KONTO-SLOT, WS-MD-IX)
                   TO KU-IND(WS-KUNDE-SLOT, WS-MD-IX)
           END-PERFORM
           ADD KO-UD-FREMMED(WS-KONTO-SLOT)
               TO KU-UD-FREMMED(WS-KUNDE-SLOT)
           IF KO-FREMMED-REG(WS-KONTO-SLOT) NOT = ZEROES
               MOVE KO-FREMMED-REG(WS-KONTO-SLOT)
                   TO KU-FREMMED-REG(WS-KUNDE-SLOT)
           END-IF
           ADD KO-SALDO(WS-KONTO-SLOT) TO KU-SALDO(WS-KUNDE-SLOT)
           IF KO-REG-NR(WS-KONTO-SLOT) NOT = ZEROES
               IF KU-REG-NR(WS-KUNDE-SLOT) = ZEROES
                   OR (WS-IH-IX = 1
                       AND KO-AKTIV(WS-KONTO-SLOT) = "J")
                   MOVE KO-REG-NR(WS-KONTO-SLOT)
                       TO KU-REG-NR(WS-KUNDE-SLOT)
               END-IF
           END-IF.

      * COMPLAINTS RECEIVED IN THE SCORED MONTH OR THE TWO BEFORE.
       TAEL-KLAGER.
           OPEN INPUT KLAGE-SAGER
           IF WS-KLAGE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KLAGE = "Y"
                   READ KLAGE-SAGER
                       AT END
                           MOVE "Y" TO EOF-KLAGE
                       NOT AT END
                           MOVE KL-MODTAGET-DATO OF KLAGE-REC(1:7)
                               TO WS-I-MAANED
                           PERFORM FIND-MAANED-SLOT
                           IF WS-MD-SLOT > ZEROES
                               AND WS-MD-SLOT < 4
                               MOVE KL-KUNDE-ID OF KLAGE-REC
                                   TO WS-SOEGE-KUNDE
                               PERFORM SOEG-KUNDE-SLOT
                               IF WS-KUNDE-SLOT NOT = ZEROES
                                   ADD 1 TO KU-KLAGER(WS-KUNDE-SLOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KLAGE-SAGER
           END-IF.

      * LAST MONTH'S SCORES - THE ORDER AND MANDATE BASELINE, AND
      * THE LIST OF CUSTOMERS WHO STILL HELD SOMETHING THEN. A ROW
      * FOR THIS MONTH MEANS THE STEP HAS ALREADY RUN, AND ITS SCORES
      * ARE NOT APPENDED A SECOND TIME.
       LAES-FORRIGE-SCORER.
           OPEN INPUT AFGANG-SCORER
           IF WS-SCORER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SCORER = "Y"
                   READ AFGANG-SCORER
                       AT END
                           MOVE "Y" TO EOF-SCORER
                       NOT AT END
                           IF AS-MAANED = MAANED-AR(1)
                               MOVE "J" TO WS-ALLEREDE-SCORET
                           END-IF
                           IF AS-MAANED = MAANED-AR(2)
                               MOVE AS-KUNDE-ID TO WS-SOEGE-KUNDE
                               PERFORM FIND-KUNDE-SLOT
                               MOVE "J" TO
                                   KU-FORR-FUNDET(WS-KUNDE-SLOT)
                               MOVE AS-AKTIVE-KONTI
                                   TO KU-FORR-KONTI(WS-KUNDE-SLOT)
                               MOVE AS-AKTIVE-ORDRER
                                   TO KU-FORR-ORDRER(WS-KUNDE-SLOT)
                               MOVE AS-AKTIVE-MANDATER
                                   TO KU-FORR-MANDATER(WS-KUNDE-SLOT)
                               IF KU-REG-NR(WS-KUNDE-SLOT) = ZEROES
                                   MOVE AS-REG-NR
                                       TO KU-REG-NR(WS-KUNDE-SLOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFGANG-SCORER
           END-IF.

      * THE LEAVER REGISTER - ONE ROW PER CUSTOMER KEPT, THE FIRST.
       LOAD-AFGANG.
           OPEN INPUT KUNDE-AFGANG
           IF WS-AFGANG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AFGANG = "Y"
                   READ KUNDE-AFGANG
                       AT END
                           MOVE "Y" TO EOF-AFGANG
                       NOT AT END
                           MOVE KG-KUNDE-ID TO WS-SOEGE-KUNDE
                           PERFORM SOEG-AFGANG
                           IF WS-AG-SLOT = ZEROES
                               AND ANTAL-AFGANG < 999
                               ADD 1 TO ANTAL-AFGANG
                               MOVE KG-KUNDE-ID
                                   TO AG-KUNDE-ID(ANTAL-AFGANG)
                               MOVE KG-DATO(1:7) TO WS-I-MAANED
                               PERFORM BEREGN-INDEKS
                               MOVE WS-I-INDEKS
                                   TO AG-INDEKS(ANTAL-AFGANG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDE-AFGANG
           END-IF.

       SOEG-AFGANG.
           MOVE ZEROES TO WS-AG-SLOT
           PERFORM VARYING WS-AG-IX FROM 1 BY 1
                   UNTIL WS-AG-IX > ANTAL-AFGANG
               IF AG-KUNDE-ID(WS-AG-IX) = WS-SOEGE-KUNDE
                   MOVE WS-AG-IX TO WS-AG-SLOT
               END-IF
           END-PERFORM.

      * ONE CUSTOMER'S SCORE. EVERY SIGNAL THAT FIRES ADDS ITS
      * POINTS AND SETS ITS REASON BYTE; THE FIGURES BEHIND THE
      * REASONS ARE KEPT FOR THE CALL LIST.
       BEREGN-SCORE.
           MOVE ZEROES TO KU-SCORE(WS-KUNDE-IX)
           MOVE SPACES TO KU-AARSAGER(WS-KUNDE-IX)
           COMPUTE WS-SNIT = (KU-ANTAL(WS-KUNDE-IX, 2)
               + KU-ANTAL(WS-KUNDE-IX, 3)
               + KU-ANTAL(WS-KUNDE-IX, 4)) / 3
           IF WS-SNIT NOT < WS-MIN-AKTIVITET
               AND KU-ANTAL(WS-KUNDE-IX, 1) < WS-SNIT
               COMPUTE KU-FALD-PCT(WS-KUNDE-IX) ROUNDED =
                   (WS-SNIT - KU-ANTAL(WS-KUNDE-IX, 1)) * 100
                       / WS-SNIT
               IF KU-FALD-PCT(WS-KUNDE-IX) NOT < WS-FALD-GRAENSE-PCT
                   ADD WS-POINT-AKTIVITET TO KU-SCORE(WS-KUNDE-IX)
                   MOVE "A" TO KU-AARSAGER(WS-KUNDE-IX)(1:1)
               END-IF
           END-IF
           MOVE ZEROES TO WS-LOEN-MD
           PERFORM VARYING WS-MD-IX FROM 2 BY 1 UNTIL WS-MD-IX > 4
               IF KU-IND(WS-KUNDE-IX, WS-MD-IX) NOT < WS-LOEN-GRAENSE
                   ADD 1 TO WS-LOEN-MD
               END-IF
           END-PERFORM
           IF WS-LOEN-MD NOT < 2
               AND KU-IND(WS-KUNDE-IX, 1) < WS-LOEN-GRAENSE
               ADD WS-POINT-LOEN TO KU-SCORE(WS-KUNDE-IX)
               MOVE "L" TO KU-AARSAGER(WS-KUNDE-IX)(2:1)
           END-IF
           IF KU-FORR-FUNDET(WS-KUNDE-IX) = "J"
               COMPUTE WS-FORR-AFTALER = KU-FORR-ORDRER(WS-KUNDE-IX)
                   + KU-FORR-MANDATER(WS-KUNDE-IX)
               COMPUTE WS-NU-AFTALER = KU-ORDRER(WS-KUNDE-IX)
                   + KU-MANDATER(WS-KUNDE-IX)
               IF WS-NU-AFTALER < WS-FORR-AFTALER
                   COMPUTE KU-OPSAGT(WS-KUNDE-IX) =
                       WS-FORR-AFTALER - WS-NU-AFTALER
                   ADD WS-POINT-AFTALER TO KU-SCORE(WS-KUNDE-IX)
                   MOVE "O" TO KU-AARSAGER(WS-KUNDE-IX)(3:1)
               END-IF
           END-IF
           IF KU-UD-FREMMED(WS-KUNDE-IX) NOT < WS-DRAEN-MINIMUM
               MOVE KU-UD-FREMMED(WS-KUNDE-IX) TO WS-HAR-NU
               IF KU-SALDO(WS-KUNDE-IX) > ZEROES
                   ADD KU-SALDO(WS-KUNDE-IX) TO WS-HAR-NU
               END-IF
               IF KU-UD-FREMMED(WS-KUNDE-IX) * 2 NOT < WS-HAR-NU
                   ADD WS-POINT-DRAEN TO KU-SCORE(WS-KUNDE-IX)
                   MOVE "D" TO KU-AARSAGER(WS-KUNDE-IX)(4:1)
               END-IF
           END-IF
           IF KU-KLAGER(WS-KUNDE-IX) > ZEROES
               ADD WS-POINT-KLAGE TO KU-SCORE(WS-KUNDE-IX)
               MOVE "K" TO KU-AARSAGER(WS-KUNDE-IX)(5:1)
           END-IF
           IF KU-SCORE(WS-KUNDE-IX) NOT < WS-LISTE-GRAENSE
               MOVE "J" TO KU-PAA-LISTE(WS-KUNDE-IX)
               ADD 1 TO WS-RECS-OUT
           END-IF.

      * A CUSTOMER WHO HELD AN AKTIV ACCOUNT AT LAST MONTH'S SCORING
      * AND HOLDS NONE NOW HAS CLOSED EVERYTHING - THAT IS A
      * DEPARTURE TOO, RECORDED UNLESS THE REGISTER ALREADY HAS THEM
      * (A BANK SWITCH ROW, USUALLY).
       KONTROLLER-LUKKET.
           IF KU-FORR-FUNDET(WS-KUNDE-IX) = "J"
               AND KU-FORR-KONTI(WS-KUNDE-IX) > ZEROES
               MOVE KU-KUNDE-ID(WS-KUNDE-IX) TO WS-SOEGE-KUNDE
               PERFORM SOEG-AFGANG
               IF WS-AG-SLOT = ZEROES
                   OPEN EXTEND KUNDE-AFGANG
                   IF WS-AFGANG-STATUS = "35"
                       OPEN OUTPUT KUNDE-AFGANG
                   END-IF
                   MOVE SPACES TO AFGANG-REC
                   MOVE KU-KUNDE-ID(WS-KUNDE-IX) TO KG-KUNDE-ID
                   MOVE WS-DAGS-DATO TO KG-DATO
                   MOVE "LUKKET" TO KG-AARSAG
                   MOVE WS-PROGRAM-NAME TO KG-KILDE
                   WRITE AFGANG-REC
                   CLOSE KUNDE-AFGANG
                   ADD 1 TO WS-NYE-LUKKET
                   IF ANTAL-AFGANG < 999
                       ADD 1 TO ANTAL-AFGANG
                       MOVE KU-KUNDE-ID(WS-KUNDE-IX)
                           TO AG-KUNDE-ID(ANTAL-AFGANG)
                       MOVE WS-MAANED-INDEKS
                           TO AG-INDEKS(ANTAL-AFGANG)
                   END-IF
               END-IF
           END-IF.

      * THIS MONTH'S SCORES ONTO THE HISTORY - EVERY CUSTOMER WITH A
      * LIVE ENGAGEMENT, LISTED OR NOT, SO NEXT MONTH HAS ITS
      * BASELINE AND THE ACCURACY SECTION ITS DENOMINATOR.
       GEM-SCORER.
           OPEN EXTEND AFGANG-SCORER
           IF WS-SCORER-STATUS = "35"
               OPEN OUTPUT AFGANG-SCORER
           END-IF
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KU-AKTIVE-KONTI(WS-KUNDE-IX) > ZEROES
                   MOVE SPACES TO SCORE-REC
                   MOVE MAANED-AR(1) TO AS-MAANED
                   MOVE KU-KUNDE-ID(WS-KUNDE-IX) TO AS-KUNDE-ID
                   MOVE KU-REG-NR(WS-KUNDE-IX) TO AS-REG-NR
                   MOVE KU-SCORE(WS-KUNDE-IX) TO AS-SCORE
                   MOVE KU-PAA-LISTE(WS-KUNDE-IX) TO AS-PAA-LISTE
                   MOVE KU-AKTIVE-KONTI(WS-KUNDE-IX)
                       TO AS-AKTIVE-KONTI
                   MOVE KU-ORDRER(WS-KUNDE-IX) TO AS-AKTIVE-ORDRER
                   MOVE KU-MANDATER(WS-KUNDE-IX)
                       TO AS-AKTIVE-MANDATER
                   MOVE KU-AARSAGER(WS-KUNDE-IX) TO AS-AARSAGER
                   WRITE SCORE-REC
               END-IF
           END-PERFORM
           CLOSE AFGANG-SCORER.

      * THE LISTED CUSTOMERS, SORTED BY BRANCH AND THEN HIGHEST
      * SCORE FIRST, PRINTED ONE SECTION PER REG-NR WITH THE RANK
      * STARTING AGAIN AT 1 IN EACH.
       SKRIV-OG-SORTER.
           OPEN OUTPUT RISIKO-LISTE
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KU-PAA-LISTE(WS-KUNDE-IX) = "J"
                   MOVE KU-REG-NR(WS-KUNDE-IX) TO RL-REG-NR
                   MOVE KU-SCORE(WS-KUNDE-IX) TO RL-SCORE
                   MOVE KU-KUNDE-ID(WS-KUNDE-IX) TO RL-KUNDE-ID
                   MOVE KU-NAVN(WS-KUNDE-IX) TO RL-NAVN
                   MOVE KU-AARSAGER(WS-KUNDE-IX) TO RL-AARSAGER
                   MOVE KU-FALD-PCT(WS-KUNDE-IX) TO RL-FALD-PCT
                   MOVE KU-OPSAGT(WS-KUNDE-IX) TO RL-OPSAGT
                   MOVE KU-FREMMED-REG(WS-KUNDE-IX) TO RL-FREMMED-REG
                   MOVE KU-KLAGER(WS-KUNDE-IX) TO RL-KLAGER
                   WRITE RISIKO-LISTE-REC
               END-IF
           END-PERFORM
           CLOSE RISIKO-LISTE

           SORT SORT-RISIKO ON ASCENDING KEY SR-REG-NR
                               DESCENDING KEY SR-SCORE
               USING RISIKO-LISTE GIVING RISIKO-SORTERET

           MOVE SPACES TO RAPPORT-RECORD
           STRING "AFGANGSRISIKO - RINGELISTE FOR " DELIMITED BY SIZE
               MAANED-AR(1) DELIMITED BY SIZE
               "  (KOERT " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE WS-RECS-IN TO WS-ANTAL-TEXT
           MOVE WS-RECS-OUT TO WS-ANTAL-TEXT-2
           MOVE SPACES TO RAPPORT-RECORD
           STRING "KUNDER SCORET " DELIMITED BY SIZE
               WS-ANTAL-TEXT DELIMITED BY SIZE
               "  PAA LISTEN (SCORE " DELIMITED BY SIZE
               WS-LISTE-GRAENSE DELIMITED BY SIZE
               " ELLER DEROVER) " DELIMITED BY SIZE
               WS-ANTAL-TEXT-2 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE "N" TO EOF-SORTERET
           MOVE "J" TO WS-FOERSTE-AFSNIT
           OPEN INPUT RISIKO-SORTERET
           PERFORM UNTIL EOF-SORTERET = "Y"
               READ RISIKO-SORTERET
                   AT END
                       MOVE "Y" TO EOF-SORTERET
                   NOT AT END
                       PERFORM SKRIV-RISIKO-LINJE
               END-READ
           END-PERFORM
           CLOSE RISIKO-SORTERET.

       SKRIV-RISIKO-LINJE.
           IF WS-FOERSTE-AFSNIT = "J"
               OR RS-REG-NR NOT = WS-FORRIGE-REG
               MOVE "N" TO WS-FOERSTE-AFSNIT
               MOVE RS-REG-NR TO WS-FORRIGE-REG
               MOVE ZEROES TO WS-RANG
               MOVE SPACES TO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
               MOVE SPACES TO RAPPORT-RECORD
               STRING "REG-NR " DELIMITED BY SIZE
                   RS-REG-NR DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
               MOVE "RANG KUNDE-ID   NAVN                          "
                   & "SCORE  AARSAGER" TO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
           END-IF
           ADD 1 TO WS-RANG
           MOVE WS-RANG TO WS-RANG-TEXT
           MOVE SPACES TO WS-LINJE
           MOVE 1 TO WS-LINJE-POS
           STRING WS-RANG-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RS-KUNDE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RS-NAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RS-SCORE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               INTO WS-LINJE
               WITH POINTER WS-LINJE-POS
           IF RS-AARSAGER(2:1) = "L"
               STRING "LOEN OPHOERT; " DELIMITED BY SIZE
                   INTO WS-LINJE
                   WITH POINTER WS-LINJE-POS
           END-IF
           IF RS-AARSAGER(4:1) = "D"
               STRING "SALDO FLYTTET TIL REG-NR " DELIMITED BY SIZE
                   RS-FREMMED-REG DELIMITED BY SIZE
                   "; " DELIMITED BY SIZE
                   INTO WS-LINJE
                   WITH POINTER WS-LINJE-POS
           END-IF
           IF RS-AARSAGER(1:1) = "A"
               MOVE RS-FALD-PCT TO WS-PCT-TEXT
               STRING "AKTIVITET -" DELIMITED BY SIZE
                   WS-PCT-TEXT DELIMITED BY SIZE
                   "%; " DELIMITED BY SIZE
                   INTO WS-LINJE
                   WITH POINTER WS-LINJE-POS
           END-IF
           IF RS-AARSAGER(3:1) = "O"
               MOVE RS-OPSAGT TO WS-PCT-TEXT
               STRING WS-PCT-TEXT DELIMITED BY SIZE
                   " ORDRER/MANDATER OPSAGT; " DELIMITED BY SIZE
                   INTO WS-LINJE
                   WITH POINTER WS-LINJE-POS
           END-IF
           IF RS-AARSAGER(5:1) = "K"
               MOVE RS-KLAGER TO WS-PCT-TEXT
               STRING WS-PCT-TEXT DELIMITED BY SIZE
                   " KLAGE(R)" DELIMITED BY SIZE
                   INTO WS-LINJE
                   WITH POINTER WS-LINJE-POS
           END-IF
           MOVE WS-LINJE TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * THE FEEDBACK: EVERY SCORING MONTH OF THE PAST YEAR HELD UP
      * AGAINST THE LEAVER REGISTER. A LISTED CUSTOMER WHO LEFT
      * WITHIN THREE MONTHS AFTER IS A HIT; A CUSTOMER WHO LEFT IN
      * THAT WINDOW WITHOUT BEING LISTED IS A MISS. MONTHS WHOSE
      * WINDOW HAS NOT YET CLOSED ARE SHOWN BUT LEFT OUT OF THE
      * TOTALS.
       SKRIV-TRAEFSIKKERHED.
           MOVE "N" TO EOF-SCORER
           OPEN INPUT AFGANG-SCORER
           IF WS-SCORER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SCORER = "Y"
                   READ AFGANG-SCORER
                       AT END
                           MOVE "Y" TO EOF-SCORER
                       NOT AT END
                           PERFORM NOTER-TRAEF
                   END-READ
               END-PERFORM
               CLOSE AFGANG-SCORER
           END-IF
           PERFORM SORTER-TRAEF
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE "TRAEFSIKKERHED - AFGANG INDEN FOR 3 MAANEDER EFTER "
               & "SCORINGEN" TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE "MAANED   SCORET PAA LISTE HERAF GAAET  GAAET UDEN "
               & "FOR LISTEN" TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           PERFORM VARYING WS-TR-IX FROM 1 BY 1
                   UNTIL WS-TR-IX > ANTAL-TRAEF
               PERFORM SKRIV-TRAEF-LINJE
           END-PERFORM
           MOVE SPACES TO RAPPORT-RECORD
           MOVE 1 TO WS-LINJE-POS
           MOVE WS-SUM-LISTET TO WS-ANTAL-TEXT
           MOVE WS-SUM-LISTET-GAAET TO WS-ANTAL-TEXT-2
           MOVE WS-SUM-OVERSET-GAAET TO WS-ANTAL-TEXT-3
           STRING "AFSLUTTEDE MAANEDER: LISTET " DELIMITED BY SIZE
               WS-ANTAL-TEXT DELIMITED BY SIZE
               "  HERAF GAAET " DELIMITED BY SIZE
               WS-ANTAL-TEXT-2 DELIMITED BY SIZE
               "  GAAET UDEN FOR LISTEN " DELIMITED BY SIZE
               WS-ANTAL-TEXT-3 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
               WITH POINTER WS-LINJE-POS
           IF WS-SUM-LISTET > ZEROES
               COMPUTE WS-PCT ROUNDED =
                   WS-SUM-LISTET-GAAET * 100 / WS-SUM-LISTET
               MOVE WS-PCT TO WS-PCT-TEXT
               STRING "  PRAECISION " DELIMITED BY SIZE
                   WS-PCT-TEXT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
                   WITH POINTER WS-LINJE-POS
           END-IF
           IF WS-SUM-LISTET-GAAET + WS-SUM-OVERSET-GAAET > ZEROES
               COMPUTE WS-PCT ROUNDED =
                   WS-SUM-LISTET-GAAET * 100
                       / (WS-SUM-LISTET-GAAET + WS-SUM-OVERSET-GAAET)
               MOVE WS-PCT TO WS-PCT-TEXT
               STRING "  FANGET " DELIMITED BY SIZE
                   WS-PCT-TEXT DELIMITED BY SIZE
                   "% AF AFGANGENE" DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
                   WITH POINTER WS-LINJE-POS
           END-IF
           WRITE RAPPORT-RECORD
           IF WS-NYE-LUKKET > ZEROES
               MOVE WS-NYE-LUKKET TO WS-ANTAL-TEXT
               MOVE SPACES TO RAPPORT-RECORD
               STRING "NYE AFGANGE (ALLE KONTI LUKKET) NOTERET I NAT: "
                   DELIMITED BY SIZE
                   WS-ANTAL-TEXT DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
           END-IF.

      * ONE HISTORY ROW INTO ITS MONTH'S LINE - MONTHS OLDER THAN A
      * YEAR ARE PASSED OVER.
       NOTER-TRAEF.
           MOVE AS-MAANED TO WS-I-MAANED
           PERFORM BEREGN-INDEKS
           IF WS-I-INDEKS > ZEROES
               AND WS-I-INDEKS + 12 NOT < WS-MAANED-INDEKS
               MOVE ZEROES TO WS-TR-SLOT
               PERFORM VARYING WS-TR-IX FROM 1 BY 1
                       UNTIL WS-TR-IX > ANTAL-TRAEF
                   IF TR-MAANED(WS-TR-IX) = AS-MAANED
                       MOVE WS-TR-IX TO WS-TR-SLOT
                   END-IF
               END-PERFORM
               IF WS-TR-SLOT = ZEROES AND ANTAL-TRAEF < 13
                   ADD 1 TO ANTAL-TRAEF
                   MOVE AS-MAANED TO TR-MAANED(ANTAL-TRAEF)
                   MOVE WS-I-INDEKS TO TR-INDEKS(ANTAL-TRAEF)
                   MOVE ANTAL-TRAEF TO WS-TR-SLOT
               END-IF
               IF WS-TR-SLOT NOT = ZEROES
                   ADD 1 TO TR-SCORET(WS-TR-SLOT)
                   IF AS-PAA-LISTE = "J"
                       ADD 1 TO TR-LISTET(WS-TR-SLOT)
                   END-IF
                   MOVE AS-KUNDE-ID TO WS-SOEGE-KUNDE
                   PERFORM SOEG-AFGANG
                   IF WS-AG-SLOT NOT = ZEROES
                       AND AG-INDEKS(WS-AG-SLOT) > WS-I-INDEKS
                       AND AG-INDEKS(WS-AG-SLOT) NOT >
                           WS-I-INDEKS + 3
                       IF AS-PAA-LISTE = "J"
                           ADD 1 TO TR-LISTET-GAAET(WS-TR-SLOT)
                       ELSE
                           ADD 1 TO TR-OVERSET-GAAET(WS-TR-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * THE MONTHS COME OFF THE HISTORY IN WHATEVER ORDER THEY WERE
      * APPENDED - AT MOST THIRTEEN OF THEM, SO A PLAIN EXCHANGE
      * SORT PUTS THEM OLDEST FIRST.
       SORTER-TRAEF.
           MOVE "J" TO WS-TR-BYTTET
           PERFORM UNTIL WS-TR-BYTTET = "N"
               MOVE "N" TO WS-TR-BYTTET
               PERFORM VARYING WS-TR-IX FROM 1 BY 1
                       UNTIL WS-TR-IX NOT < ANTAL-TRAEF
                   IF TR-INDEKS(WS-TR-IX) > TR-INDEKS(WS-TR-IX + 1)
                       MOVE TRAEF-AR(WS-TR-IX) TO WS-TR-BYT
                       MOVE TRAEF-AR(WS-TR-IX + 1)
                           TO TRAEF-AR(WS-TR-IX)
                       MOVE WS-TR-BYT TO TRAEF-AR(WS-TR-IX + 1)
                       MOVE "J" TO WS-TR-BYTTET
                   END-IF
               END-PERFORM
           END-PERFORM.

       SKRIV-TRAEF-LINJE.
           MOVE TR-SCORET(WS-TR-IX) TO WS-ANTAL-TEXT
           MOVE TR-LISTET(WS-TR-IX) TO WS-ANTAL-TEXT-2
           MOVE TR-LISTET-GAAET(WS-TR-IX) TO WS-ANTAL-TEXT-3
           MOVE TR-OVERSET-GAAET(WS-TR-IX) TO WS-ANTAL-TEXT-4
           MOVE SPACES TO RAPPORT-RECORD
           MOVE 1 TO WS-LINJE-POS
           STRING TR-MAANED(WS-TR-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ANTAL-TEXT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-ANTAL-TEXT-2 DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-ANTAL-TEXT-3 DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-ANTAL-TEXT-4 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
               WITH POINTER WS-LINJE-POS
           IF TR-INDEKS(WS-TR-IX) + 3 > WS-MAANED-INDEKS
               STRING "   (VINDUET ER STADIG AABENT)" DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
                   WITH POINTER WS-LINJE-POS
           ELSE
               ADD TR-LISTET(WS-TR-IX) TO WS-SUM-LISTET
               ADD TR-LISTET-GAAET(WS-TR-IX) TO WS-SUM-LISTET-GAAET
               ADD TR-OVERSET-GAAET(WS-TR-IX) TO WS-SUM-OVERSET-GAAET
           END-IF
           WRITE RAPPORT-RECORD.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE FUTURE-DATED PAYMENT REGISTER KEPT BY FREMTIDIGBETALING-
      * VEDLIGEHOLD - READ WHOLE AT STARTUP AND WRITTEN BACK WHOLE
      * WITH EACH DUE PAYMENT'S OUTCOME, SAME SNAPSHOT-AND-REWRITE
      * SHAPE AS STAAENDEORDREKOERSEL. SEE FREMTIDIGEBETALINGER.CPY.
           SELECT FREMTIDIGE-BETALINGER
               ASSIGN TO "FremtidigeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BETALING-STATUS.
      * OPTIONAL ONE-LINE TERMS - HOW MANY BANKING NIGHTS A PAYMENT
      * WITHOUT COVER IS TRIED BEFORE IT IS REJECTED. A MISSING FILE
      * OR A NON-NUMERIC FIELD KEEPS THE BUILT-IN DEFAULT, SAME IDIOM
      * AS KREDITKORTPARAMETRE.TXT.
           SELECT FREMTBET-PARAMETRE ASSIGN TO "FremtBetParametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
      * KONTO-ID -> OWNING KUNDE-ID AND ACCOUNT STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CPR, NAME, ADDRESS AND LANGUAGE FOR THE POSTINGS AND THE
      * LETTER HEAD.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * READ ONCE FOR THE REG-NR TABLE, THEN REOPENED EXTEND SO THE
      * EXECUTED PAYMENTS FLOW THROUGH TRANSKNTRL, CLEARUD, UDLAND
      * AND OPGAVE11 LIKE ANY OTHER ROW - SAME SHAPE AS
      * STAAENDEORDREKOERSEL.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * LAST NIGHT'S CLOSING BALANCES, THE AGREED FACILITIES AND THE
      * OPEN HOLDS - TOGETHER WHAT THE ACCOUNT CAN COVER A PAYMENT
      * WITH. SAME AVAILABLE-BALANCE RULE AS LAANFORFALD.
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
      * THE MESSAGE CATALOG - LETTER BODY IN THE CUSTOMER'S
      * LANGUAGE, SAME CATALOG RYKKERKOERSEL'S LETTERS USE.
           SELECT TEKSTKATALOG ASSIGN TO "Tekstkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-STATUS.
      * THE NIGHT'S REJECTION LETTERS, ONE BLOCK PER PAYMENT GIVEN
      * UP ON.
           SELECT FREMTBET-BREVE ASSIGN TO "FremtBetBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "FremtBetJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * THE SHARED CORRESPONDENCE LOG - ONE ROW PER LETTER THIS RUN
      * SENDS. SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * DUE PAYMENTS THAT DIDN'T GO OUT TONIGHT - NO COVER YET, GIVEN
      * UP ON, OR NOT POSTABLE FOR WANT OF A HOLDER OR REG-NR - SAME
      * DON'T-HIDE-A-GAP PRINCIPLE AS STAAENDEORDREAFVIGELSER.
           SELECT FREMTBET-AFVIGELSER
               ASSIGN TO "FremtBetAfvigelser.txt"
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
      * A PAYMENT OVER ITS CUSTOMER'S LIMIT IS NOT POSTED - IT IS
      * HANDED TO THE MAKER/CHECKER QUEUE AS A VENTER ROW KEYED BY
      * "BAT", FOR A LEVEL-3 OPERATOR TO RELEASE IN
      * BETALINGSINDTASTNING.
           SELECT VENTENDE-BETALINGER
               ASSIGN TO "VentendeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENT-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FREMTIDIGE-BETALINGER.
       01 BETALING-REC.
           COPY "FREMTIDIGEBETALINGER.cpy".
       FD FREMTBET-PARAMETRE.
       01 PARAMETER-REC.
           02  FP-FORSOEG-DAGE      PIC 9(2).
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
       FD TEKSTKATALOG.
       01 KATALOG-REC.
           02  TK-SPROG             PIC X(2).
           02  TK-NOEGLE            PIC X(20).
           02  TK-TEKST             PIC X(90).
       FD FREMTBET-BREVE.
       01 BREV-RECORD.
           02  BREV-LINE            PIC X(100) VALUE SPACES.
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD FREMTBET-AFVIGELSER.
       01 FREMTBET-AFV-RECORD.
           02  FREMTBET-AFV-LINE    PIC X(120) VALUE SPACES.
       FD BETALINGSGRAENSER.
       01 GRAENSE-REC.
           COPY "BETALINGSGRAENSER.cpy".
       FD BETALINGS-FORBRUG.
       01 FORBRUG-REC.
           COPY "BETALINGSFORBRUG.cpy".
       FD VENTENDE-BETALINGER.
       01 VENT-REC.
           COPY "VENTENDEBETALINGER.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "FREMTBET".
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
       01  WS-BETALING-STATUS       PIC XX VALUE "00".
       01  WS-PARAM-STATUS          PIC XX VALUE "00".
       01  WS-KATALOG-STATUS        PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-BETALING             PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  EOF-KATALOG              PIC X VALUE "N".
      * NIGHTS A PAYMENT WITHOUT COVER IS TRIED - THE DUE NIGHT
      * ITSELF COUNTS AS THE FIRST. SEE LOAD-PARAMETRE.
       01  WS-FORSOEG-DAGE          PIC 9(2) VALUE 3.
      * THE REGISTER SNAPSHOT.
       01  BETALING-AR OCCURS 9999 TIMES.
           COPY "FREMTIDIGEBETALINGER.cpy".
       01  ANTAL-BETALINGER         PIC 9(4) VALUE ZEROES.
       01  WS-BETALING-IX           PIC 9(4).
      * KONTO-ID -> OWNING KUNDE-ID AND STATUS.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KE-STATUS            PIC X(6) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-EJER-MATCH-IX         PIC 9(4) VALUE ZEROES.
      * CUSTOMER MASTER FOR CPR, LETTER HEAD AND LANGUAGE.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-FOUND           PIC X VALUE "N".
      * ACCOUNT -> REG-NR TABLE BUILT FROM TRANSAKTIONER.TXT - SAME
      * SHAPE AS STAAENDEORDREKOERSEL'S KONTO-REG-AR.
       01  KONTO-REG-AR OCCURS 999 TIMES.
           02  KRA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KRA-REG-NR           PIC 9(4) VALUE ZEROES.
       01  ANTAL-REG                PIC 9(4) VALUE ZEROES.
       01  WS-REG-IX                PIC 9(4).
       01  WS-REG-MATCH-IX          PIC 9(4) VALUE ZEROES.
       01  WS-REG-FOUND             PIC X VALUE "N".
      * AVAILABLE AMOUNT PER ACCOUNT - CLOSING BALANCE PLUS UNEXPIRED
      * FACILITY MINUS OPEN HOLDS, DECREMENTED AS PAYMENTS GO OUT SO
      * TWO PAYMENTS ON ONE ACCOUNT CAN'T BOTH SPEND THE SAME MONEY.
      * WITHOUT LUKKESALDO.TXT EVERY PAYMENT IS TREATED AS COVERED,
      * SAME AS LAANFORFALD.
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
       01  WS-DAEKKET               PIC X VALUE "N".
       01  WS-DAEKNING-KRAV         PIC S9(11)V99 VALUE ZEROES.
      * MESSAGE CATALOG AND LANGUAGE - SAME SHAPE AS RYKKERKOERSEL.
       01  KAT-AR OCCURS 200 TIMES.
           02  KAT-SPROG            PIC X(2) VALUE SPACES.
           02  KAT-NOEGLE           PIC X(20) VALUE SPACES.
           02  KAT-TEKST            PIC X(90) VALUE SPACES.
       01  ANTAL-KATALOG            PIC 9(3) VALUE ZEROES.
       01  WS-KAT-IX                PIC 9(3).
       01  WS-KUNDE-SPROG           PIC X(2) VALUE "DA".
       01  WS-TEKST-NOEGLE          PIC X(20) VALUE SPACES.
       01  WS-TEKST                 PIC X(90) VALUE SPACES.
       01  WS-TEKST-FUNDET          PIC X VALUE "N".
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-BELOB-TEKST           PIC -(9)9.99.
       01  WS-AFVIGELSE             PIC X(40) VALUE SPACES.
       01  WS-AARSAG                PIC X(40) VALUE SPACES.
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
       01  WS-KL-KUNDE              PIC X(10) VALUE SPACES.
       01  WS-KL-TYPE               PIC X(15) VALUE SPACES.
       01  WS-KL-KANAL              PIC X(6) VALUE SPACES.
       01  WS-KL-KILDE              PIC X(40) VALUE SPACES.
       01  WS-VENT-STATUS           PIC XX VALUE "00".
      * PAYMENT LIMITS - SEE VURDER-GRAENSE. THE CALLER SETS KUNDE,
      * KANAL AND THE POSITIVE AMOUNT; WS-GR-OVER COMES BACK "Y" WHEN
      * A CEILING WOULD BE BROKEN.
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

      * EXECUTES EVERY VENTER PAYMENT WHOSE DATE HAS BEEN REACHED.
      * THE STEP RUNS IN THE BANKING-DAYS-ONLY POSTING BLOCK, SO A
      * PAYMENT DATED ON A WEEKEND OR HOLIDAY GOES OUT ON THE NEXT
      * BANKING NIGHT. A PAYMENT WITHOUT COVER STAYS VENTER AND IS
      * TRIED AGAIN THE NEXT BANKING NIGHT, UP TO WS-FORSOEG-DAGE
      * NIGHTS, THEN IS REJECTED AND THE CUSTOMER GETS A LETTER.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-PARAMETRE
           PERFORM LOAD-BETALINGER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-REG-NR-TABEL
           PERFORM LOAD-DISPONIBEL THRU LOAD-DISPONIBEL-EXIT
           PERFORM LOAD-TEKSTKATALOG
           PERFORM LOAD-GRAENSER
           PERFORM LOAD-FORBRUG
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           OPEN OUTPUT FREMTBET-AFVIGELSER
           OPEN OUTPUT FREMTBET-BREVE
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
           END-IF
           PERFORM SKRIV-JOURNAL-START
           OPEN EXTEND TRANSAKTIONER
           OPEN EXTEND BETALINGS-FORBRUG
           IF WS-BF-STATUS = "35"
               OPEN OUTPUT BETALINGS-FORBRUG
           END-IF
           OPEN EXTEND VENTENDE-BETALINGER
           IF WS-VENT-STATUS = "35"
               OPEN OUTPUT VENTENDE-BETALINGER
           END-IF
           PERFORM VARYING WS-BETALING-IX FROM 1 BY 1
                   UNTIL WS-BETALING-IX > ANTAL-BETALINGER
               IF FB-STATUS OF BETALING-AR(WS-BETALING-IX) = "VENTER"
                       AND FB-DATO OF BETALING-AR(WS-BETALING-IX)
                           NOT > WS-DAGS-DATO
                   ADD 1 TO WS-RECS-IN
                   PERFORM BEHANDL-BETALING
                       THRU BEHANDL-BETALING-EXIT
               END-IF
           END-PERFORM
           CLOSE VENTENDE-BETALINGER
           CLOSE BETALINGS-FORBRUG
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           CLOSE FREMTBET-BREVE
           CLOSE FREMTBET-AFVIGELSER
           PERFORM GEM-BETALINGER
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

      * CAPTURES THE JOB'S START DATE/TIME AND BUILDS THE RUN'S
      * TIDSPUNKT - EVERY ROW THIS RUN POSTS CARRIES THE SAME ONE.
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

      * APPENDS ONE LINE TO BATCHAUDITLOG.TXT - DUE PAYMENTS READ,
      * EXECUTED, AND REJECTED.
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

      * THE RETRY COUNT IS TAKEN ONLY WHEN IT IS A USABLE NUMBER - A
      * BLANK OR ZERO FIELD LEAVES THE DEFAULT.
       LOAD-PARAMETRE.
           OPEN INPUT FREMTBET-PARAMETRE
           IF WS-PARAM-STATUS = "35"
               CONTINUE
           ELSE
               READ FREMTBET-PARAMETRE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-FORSOEG-DAGE IS NUMERIC
                           AND FP-FORSOEG-DAGE NOT = ZEROES
                           MOVE FP-FORSOEG-DAGE TO WS-FORSOEG-DAGE
                       END-IF
               END-READ
               CLOSE FREMTBET-PARAMETRE
           END-IF.

      * A MISSING REGISTER JUST MEANS NO PAYMENT HAS EVER BEEN KEYED
      * - THE RUN POSTS NOTHING, SAME "OPTIONAL FILE" IDIOM AS
      * STAAENDEORDREKOERSEL'S LOAD-ORDRER.
       LOAD-BETALINGER.
           OPEN INPUT FREMTIDIGE-BETALINGER
           IF WS-BETALING-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BETALING = "Y"
                   READ FREMTIDIGE-BETALINGER
                       AT END
                           MOVE "Y" TO EOF-BETALING
                       NOT AT END
                           ADD 1 TO ANTAL-BETALINGER
                           MOVE BETALING-REC
                               TO BETALING-AR(ANTAL-BETALINGER)
                   END-READ
               END-PERFORM
               CLOSE FREMTIDIGE-BETALINGER
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

      * ONE PASS OVER TRANSAKTIONER.TXT BEFORE ANY NEW POSTING, TO
      * LEARN WHICH REG-NR EACH ACCOUNT'S ROWS CARRY - SAME SHAPE AS
      * STAAENDEORDREKOERSEL.
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
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER.

      * BUILDS THE AVAILABLE-AMOUNT TABLE - SAME RULE AS
      * LAANFORFALD'S LOAD-DISPONIBEL.
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

      * LOADS TEKSTKATALOG.TXT - SAME SHAPE AS RYKKERKOERSEL. A
      * MISSING FILE LEAVES THE LETTER ON ITS BUILT-IN DANISH
      * DEFAULT.
       LOAD-TEKSTKATALOG.
           OPEN INPUT TEKSTKATALOG
           IF WS-KATALOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KATALOG = "Y"
                   READ TEKSTKATALOG
                       AT END
                           MOVE "Y" TO EOF-KATALOG
                       NOT AT END
                           ADD 1 TO ANTAL-KATALOG
                           MOVE TK-SPROG TO KAT-SPROG(ANTAL-KATALOG)
                           MOVE TK-NOEGLE
                               TO KAT-NOEGLE(ANTAL-KATALOG)
                           MOVE TK-TEKST TO KAT-TEKST(ANTAL-KATALOG)
                   END-READ
               END-PERFORM
               CLOSE TEKSTKATALOG
           END-IF.

      * ONE DUE PAYMENT. AN ACCOUNT THAT IS NO LONGER AKTIV REJECTS
      * IT AT ONCE; A MISSING HOLDER OR REG-NR LEAVES IT VENTER FOR
      * THE OPERATOR WITHOUT SPENDING A RETRY NIGHT; ONE OVER THE
      * CUSTOMER'S NETBANK (OR, ABROAD, UDLAND) LIMIT IS PARKED FOR
      * APPROVAL AND LEAVES THE REGISTER AS PARKERET; OTHERWISE IT
      * GOES OUT IF COVERED, OR WAITS FOR ANOTHER NIGHT.
       BEHANDL-BETALING.
           MOVE ZEROES TO WS-EJER-MATCH-IX
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX)
                       = FB-KONTO-ID OF BETALING-AR(WS-BETALING-IX)
                   MOVE WS-EJER-IX TO WS-EJER-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-EJER-MATCH-IX = ZEROES
               MOVE "INGEN KONTO FUNDET - AFVENTER" TO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-BETALING-EXIT
           END-IF
           PERFORM FIND-KUNDE
           IF KE-STATUS(WS-EJER-MATCH-IX) NOT = "AKTIV"
               MOVE "KONTOEN ER IKKE AKTIV" TO WS-AARSAG
               PERFORM AFVIS-BETALING
               GO TO BEHANDL-BETALING-EXIT
           END-IF
           IF WS-KUNDE-FOUND = "N"
               MOVE "INGEN KUNDE FUNDET - AFVENTER" TO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-BETALING-EXIT
           END-IF
           MOVE "N" TO WS-REG-FOUND
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX)
                       = FB-KONTO-ID OF BETALING-AR(WS-BETALING-IX)
                   MOVE "Y" TO WS-REG-FOUND
                   MOVE WS-REG-IX TO WS-REG-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-REG-FOUND = "N"
               MOVE "INGEN REG-NR PAA KONTOEN - AFVENTER"
                   TO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-BETALING-EXIT
           END-IF

           MOVE KE-KUNDE-ID(WS-EJER-MATCH-IX) TO WS-GR-KUNDE-ID
           IF FB-MODTAGER-IBAN OF BETALING-AR(WS-BETALING-IX)
                   NOT = SPACES
               MOVE "UDLAND" TO WS-GR-KANAL
           ELSE
               MOVE "NETBANK" TO WS-GR-KANAL
           END-IF
           MOVE FB-BELOB OF BETALING-AR(WS-BETALING-IX) TO WS-GR-BELOB
           PERFORM VURDER-GRAENSE
           IF WS-GR-OVER = "Y"
               PERFORM PARKER-BETALING
               MOVE "PARKERET"
                   TO FB-STATUS OF BETALING-AR(WS-BETALING-IX)
               MOVE WS-DAGS-DATO
                   TO FB-AFSLUT-DATO OF BETALING-AR(WS-BETALING-IX)
               MOVE SPACES TO WS-AFVIGELSE
               STRING "PARKERET - OVER " DELIMITED BY SIZE
                   WS-GR-TEKST DELIMITED BY "  "
                   INTO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-BETALING-EXIT
           END-IF

           MOVE FB-KONTO-ID OF BETALING-AR(WS-BETALING-IX)
               TO WS-SOEG-KONTO-ID
           PERFORM FIND-DISPONIBEL
           MOVE FB-BELOB OF BETALING-AR(WS-BETALING-IX)
               TO WS-DAEKNING-KRAV
           PERFORM VURDER-DAEKNING
           IF WS-DAEKKET = "Y"
               PERFORM POSTER-BETALING
               PERFORM NOTER-FORBRUG
               MOVE "UDFOERT"
                   TO FB-STATUS OF BETALING-AR(WS-BETALING-IX)
               MOVE WS-DAGS-DATO
                   TO FB-AFSLUT-DATO OF BETALING-AR(WS-BETALING-IX)
               ADD 1 TO WS-RECS-OUT
               GO TO BEHANDL-BETALING-EXIT
           END-IF

           ADD 1 TO FB-FORSOEG OF BETALING-AR(WS-BETALING-IX)
           IF FB-FORSOEG OF BETALING-AR(WS-BETALING-IX)
                   NOT < WS-FORSOEG-DAGE
               MOVE "MANGLENDE DAEKNING" TO WS-AARSAG
               PERFORM AFVIS-BETALING
           ELSE
               MOVE "MANGLENDE DAEKNING - PROEVES IGEN"
                   TO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
           END-IF.

       BEHANDL-BETALING-EXIT.
           EXIT.

      * RESOLVES THE ACCOUNT'S HOLDER AND THE HOLDER'S LANGUAGE -
      * SAME RULE AS RYKKERKOERSEL'S FIND-KUNDE.
       FIND-KUNDE.
           MOVE "N" TO WS-KUNDE-FOUND
           MOVE ZEROES TO WS-KUNDE-MATCH-IX
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = KE-KUNDE-ID(WS-EJER-MATCH-IX)
                   MOVE "Y" TO WS-KUNDE-FOUND
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM
           MOVE "DA" TO WS-KUNDE-SPROG
           IF WS-KUNDE-FOUND = "Y"
               IF SPROG-KODE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       NOT = SPACES
                   MOVE SPROG-KODE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       TO WS-KUNDE-SPROG
               ELSE
                   IF LANDE-KODE OF ADRESSE OF
                           KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                           NOT = "DK"
                       AND LANDE-KODE OF ADRESSE OF
                           KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                           NOT = SPACES
                       MOVE "EN" TO WS-KUNDE-SPROG
                   END-IF
               END-IF
           END-IF.

      * RESOLVES WS-TEKST-NOEGLE IN THE CUSTOMER'S LANGUAGE, FALLING
      * BACK TO THE DANISH CATALOG ROW AND FINALLY TO THE DANISH
      * DEFAULT THE CALLER PRELOADED - SAME RULE AS OPGAVE11.
       HENT-TEKST.
           MOVE "N" TO WS-TEKST-FUNDET
           PERFORM VARYING WS-KAT-IX FROM 1 BY 1
                   UNTIL WS-KAT-IX > ANTAL-KATALOG
               IF KAT-SPROG(WS-KAT-IX) = WS-KUNDE-SPROG
                   AND KAT-NOEGLE(WS-KAT-IX) = WS-TEKST-NOEGLE
                   MOVE KAT-TEKST(WS-KAT-IX) TO WS-TEKST
                   MOVE "Y" TO WS-TEKST-FUNDET
               END-IF
           END-PERFORM
           IF WS-TEKST-FUNDET = "N" AND WS-KUNDE-SPROG NOT = "DA"
               PERFORM VARYING WS-KAT-IX FROM 1 BY 1
                       UNTIL WS-KAT-IX > ANTAL-KATALOG
                   IF KAT-SPROG(WS-KAT-IX) = "DA"
                       AND KAT-NOEGLE(WS-KAT-IX) = WS-TEKST-NOEGLE
                       MOVE KAT-TEKST(WS-KAT-IX) TO WS-TEKST
                   END-IF
               END-PERFORM
           END-IF.

      * IS WS-DAEKNING-KRAV COVERED? IF SO THE AMOUNT IS TAKEN OFF
      * THE AVAILABLE AMOUNT AT ONCE - SAME RULE AS LAANFORFALD.
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

      * THE OUTGOING PAYMENT AS AN ORDINARY ROW ON TRANSAKTIONER.TXT
      * - NEGATIVE, WITH THE DOMESTIC RECEIVER FOR CLEARUD OR, FOR A
      * RECEIVER ABROAD, AS UDLANDSBETALING WITH BIC AND IBAN SO THE
      * CORRESPONDENT COLLECTION AND AML SCREENING PICK IT UP, SAME
      * AS BETALINGSINDTASTNING.
       POSTER-BETALING.
           MOVE SPACES TO TRANSAKTION-REC
           MOVE FB-KONTO-ID OF BETALING-AR(WS-BETALING-IX)
               TO KONTO-ID OF TRANSAKTION-REC
           MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
               TO CPR OF TRANSAKTION-REC
           MOVE KRA-REG-NR(WS-REG-MATCH-IX) TO REG-NR OF TRANSAKTION-REC
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
           COMPUTE WS-POST-BELOB =
               0 - FB-BELOB OF BETALING-AR(WS-BETALING-IX)
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE FB-VALUTA OF BETALING-AR(WS-BETALING-IX)
               TO VALUTA OF TRANSAKTION-REC
           IF FB-MODTAGER-IBAN OF BETALING-AR(WS-BETALING-IX)
                   NOT = SPACES
               MOVE "UDLANDSBETALING"
                   TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
               MOVE FB-MODTAGER-BIC OF BETALING-AR(WS-BETALING-IX)
                   TO MODTAGER-BIC OF TRANSAKTION-REC
               MOVE FB-MODTAGER-IBAN OF BETALING-AR(WS-BETALING-IX)
                   TO MODTAGER-IBAN OF TRANSAKTION-REC
               MOVE FB-MODTAGER-IBAN OF BETALING-AR(WS-BETALING-IX)
                   (1:2) TO MODTAGER-LANDE-KODE OF TRANSAKTION-REC
           ELSE
               MOVE "FREMTIDIG BETALING"
                   TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
               MOVE FB-MODTAGER-REG-NR OF BETALING-AR(WS-BETALING-IX)
                   TO MODTAGER-REG-NR OF TRANSAKTION-REC
               MOVE FB-MODTAGER-KONTO OF BETALING-AR(WS-BETALING-IX)
                   TO MODTAGER-KONTONUMMER OF TRANSAKTION-REC
           END-IF
           IF FB-TEKST OF BETALING-AR(WS-BETALING-IX) NOT = SPACES
               MOVE FB-TEKST OF BETALING-AR(WS-BETALING-IX)
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
           ELSE
               STRING "BETALING TIL " DELIMITED BY SIZE
                   FB-MODTAGER-NAVN OF BETALING-AR(WS-BETALING-IX)
                   DELIMITED BY SIZE
                   INTO POSTERINGSTEKST OF TRANSAKTION-REC
           END-IF
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST.

      * THE PAYMENT AS A VENTER ROW ON THE MAKER/CHECKER QUEUE,
      * MARKED OVER-LIMIT - ON RELEASE BETALINGSINDTASTNING POSTS IT
      * WITH THE SAME TYPE, AMOUNT AND RECEIVER POSTER-BETALING
      * WOULD HAVE USED.
       PARKER-BETALING.
           MOVE SPACES TO VENT-REC
           MOVE FB-KONTO-ID OF BETALING-AR(WS-BETALING-IX)
               TO VB-KONTO-ID OF VENT-REC
           MOVE KRA-REG-NR(WS-REG-MATCH-IX) TO VB-REG-NR OF VENT-REC
           COMPUTE VB-BELOB OF VENT-REC =
               0 - FB-BELOB OF BETALING-AR(WS-BETALING-IX)
           MOVE FB-VALUTA OF BETALING-AR(WS-BETALING-IX)
               TO VB-VALUTA OF VENT-REC
           MOVE ZEROES TO VB-MODTAGER-REG-NR OF VENT-REC
           IF FB-MODTAGER-IBAN OF BETALING-AR(WS-BETALING-IX)
                   NOT = SPACES
               MOVE "UDLANDSBETALING" TO VB-TYPE OF VENT-REC
               MOVE FB-MODTAGER-BIC OF BETALING-AR(WS-BETALING-IX)
                   TO VB-MODTAGER-BIC OF VENT-REC
               MOVE FB-MODTAGER-IBAN OF BETALING-AR(WS-BETALING-IX)
                   TO VB-MODTAGER-IBAN OF VENT-REC
           ELSE
               MOVE "FREMTIDIG BETALING" TO VB-TYPE OF VENT-REC
               MOVE FB-MODTAGER-REG-NR OF BETALING-AR(WS-BETALING-IX)
                   TO VB-MODTAGER-REG-NR OF VENT-REC
               MOVE FB-MODTAGER-KONTO OF BETALING-AR(WS-BETALING-IX)
                   TO VB-MODTAGER-KONTO OF VENT-REC
           END-IF
           MOVE "BAT" TO VB-INDTASTET-AF OF VENT-REC
           MOVE WS-TIDSPUNKT TO VB-INDTASTET-TID OF VENT-REC
           MOVE "VENTER" TO VB-STATUS OF VENT-REC
           MOVE ZEROES TO VB-KASSE-NR OF VENT-REC
           MOVE ZEROES TO VB-TRAEKKER-REG-NR OF VENT-REC
           IF FB-TEKST OF BETALING-AR(WS-BETALING-IX) NOT = SPACES
               MOVE FB-TEKST OF BETALING-AR(WS-BETALING-IX)
                   TO VB-TEKST OF VENT-REC
           ELSE
               STRING "BETALING TIL " DELIMITED BY SIZE
                   FB-MODTAGER-NAVN OF BETALING-AR(WS-BETALING-IX)
                   DELIMITED BY SIZE
                   INTO VB-TEKST OF VENT-REC
           END-IF
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

      * GIVES THE PAYMENT UP - AFVIST ON THE REGISTER, A LINE ON THE
      * AFVIGELSES LIST AND A LETTER TO THE HOLDER. CALLER SETS
      * WS-AARSAG FIRST.
       AFVIS-BETALING.
           MOVE "AFVIST" TO FB-STATUS OF BETALING-AR(WS-BETALING-IX)
           MOVE WS-DAGS-DATO
               TO FB-AFSLUT-DATO OF BETALING-AR(WS-BETALING-IX)
           ADD 1 TO WS-RECS-AFVIST
           MOVE SPACES TO WS-AFVIGELSE
           STRING "AFVIST - " DELIMITED BY SIZE
               WS-AARSAG DELIMITED BY "  "
               INTO WS-AFVIGELSE
           PERFORM SKRIV-AFVIGELSE
           PERFORM SKRIV-AFVIS-BREV
           IF WS-KUNDE-FOUND = "Y"
               MOVE KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   TO WS-KL-KUNDE
           ELSE
               MOVE SPACES TO WS-KL-KUNDE
           END-IF
           MOVE "FREMTBET AFVIST" TO WS-KL-TYPE
           MOVE "PAPIR" TO WS-KL-KANAL
           MOVE "FremtBetBreve.txt" TO WS-KL-KILDE
           PERFORM SKRIV-KORRESPONDANCE.

      * ONE LETTER BLOCK - HEAD, BODY FROM THE CATALOG IN THE
      * CUSTOMER'S LANGUAGE, THE PAYMENT AND THE REASON.
       SKRIV-AFVIS-BREV.
           MOVE SPACES TO BREV-RECORD
           STRING "AFVIST BETALING - KONTO-ID " DELIMITED BY SIZE
               FB-KONTO-ID OF BETALING-AR(WS-BETALING-IX)
                   DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           IF WS-KUNDE-FOUND = "Y"
               MOVE SPACES TO BREV-RECORD
               STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO BREV-RECORD
               WRITE BREV-RECORD
               MOVE SPACES TO BREV-RECORD
               STRING VEJNAVN OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HUSNR OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   POSTNR OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BYNAVN OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO BREV-RECORD
               WRITE BREV-RECORD
           END-IF
           MOVE "FREMTBETAFVIST" TO WS-TEKST-NOEGLE
           MOVE SPACES TO WS-TEKST
           STRING "DIN FREMTIDIGE BETALING KUNNE IKKE GENNEMFOERES "
               DELIMITED BY SIZE
               "OG ER AFVIST." DELIMITED BY SIZE
               INTO WS-TEKST
           PERFORM HENT-TEKST
           MOVE SPACES TO BREV-RECORD
           MOVE WS-TEKST TO BREV-LINE
           WRITE BREV-RECORD
           MOVE FB-BELOB OF BETALING-AR(WS-BETALING-IX)
               TO WS-BELOB-TEKST
           MOVE SPACES TO BREV-RECORD
           STRING "LOEBENR " DELIMITED BY SIZE
               FB-LOEBENR OF BETALING-AR(WS-BETALING-IX)
                   DELIMITED BY SIZE
               " TIL " DELIMITED BY SIZE
               FB-MODTAGER-NAVN OF BETALING-AR(WS-BETALING-IX)
                   DELIMITED BY "  "
               " BELOEB " DELIMITED BY SIZE
               WS-BELOB-TEKST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FB-VALUTA OF BETALING-AR(WS-BETALING-IX)
                   DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           STRING "BETALINGSDATO " DELIMITED BY SIZE
               FB-DATO OF BETALING-AR(WS-BETALING-IX)
                   DELIMITED BY SIZE
               "  AARSAG: " DELIMITED BY SIZE
               WS-AARSAG DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           WRITE BREV-RECORD.

      * ONE LINE PER DUE PAYMENT THAT DIDN'T GO OUT - CALLER SETS
      * WS-AFVIGELSE FIRST.
       SKRIV-AFVIGELSE.
           MOVE FB-BELOB OF BETALING-AR(WS-BETALING-IX)
               TO WS-BELOB-TEKST
           MOVE SPACES TO FREMTBET-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY "  "
               " - LOEBENR " DELIMITED BY SIZE
               FB-LOEBENR OF BETALING-AR(WS-BETALING-IX)
                   DELIMITED BY SIZE
               " KONTO-ID " DELIMITED BY SIZE
               FB-KONTO-ID OF BETALING-AR(WS-BETALING-IX)
                   DELIMITED BY SIZE
               " BELOEB " DELIMITED BY SIZE
               WS-BELOB-TEKST DELIMITED BY SIZE
               " FORSOEG " DELIMITED BY SIZE
               FB-FORSOEG OF BETALING-AR(WS-BETALING-IX)
                   DELIMITED BY SIZE
               " AF " DELIMITED BY SIZE
               WS-FORSOEG-DAGE DELIMITED BY SIZE
               INTO FREMTBET-AFV-RECORD
           WRITE FREMTBET-AFV-RECORD.

      * THE REGISTER WRITTEN BACK WHOLE.
       GEM-BETALINGER.
           IF ANTAL-BETALINGER = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT FREMTIDIGE-BETALINGER
               PERFORM VARYING WS-BETALING-IX FROM 1 BY 1
                       UNTIL WS-BETALING-IX > ANTAL-BETALINGER
                   MOVE BETALING-AR(WS-BETALING-IX) TO BETALING-REC
                   WRITE BETALING-REC
               END-PERFORM
               CLOSE FREMTIDIGE-BETALINGER
           END-IF.

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

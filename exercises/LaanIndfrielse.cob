       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE LOAN MASTER, SAME KEYING AS LAANVEDLIGEHOLD - A PARTIAL
      * REPAYMENT LOWERS THE DEBT AND RE-SETS REST-TERMINER IN
      * PLACE, A FULL ONE FLAGS THE LOAN INDFRIET.
           SELECT LAAN ASSIGN TO "Laan.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KONTO-ID OF LAAN-REC
               FILE STATUS IS WS-LAAN-STATUS.
      * OPENED READ-ONLY, KEYED BY KONTO-ID, FOR THE DEBIT ACCOUNT'S
      * OWNING KUNDE-ID - SAME CROSS-CHECK KEYING AS
      * BETALINGSINDTASTNING.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * SAME KEYING AS BETALINGSINDTASTNING - THE HOLDER'S CPR/NAVN/
      * ADRESSE FOR THE POSTED ROWS IN ONE READ.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               ALTERNATE RECORD KEY IS
                   KONTO-ID OF KONTOINFO OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * THE REPAYMENT AND ITS INTEREST AND FEE LEGS POST HERE ON THE
      * SPOT, SO THEY FLOW THROUGH TRANSAKTIONERKONTROL, GLPOSTERING
      * AND THE STATEMENTS LIKE ANY OTHER ACTIVITY.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE LOAN-ARREARS REGISTER - OPEN ROWS ARE PART OF A PAYOFF
      * AND ARE SETTLED BY IT. SAME SNAPSHOT-AND-REWRITE SHAPE AS
      * LAANFORFALD.
           SELECT LAAN-RESTANCER ASSIGN TO "LaanRestancer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTANCE-STATUS.
      * THE COLLATERAL REGISTER - A PAID-OFF LOAN'S PLEDGES ARE
      * RELEASED HERE, SAME SNAPSHOT-AND-REWRITE SHAPE AS
      * SIKKERHEDVEDLIGEHOLD'S FRIGIV-SIKKERHED.
           SELECT SIKKERHEDER ASSIGN TO "Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIK-STATUS.
      * LAST NIGHT'S CLOSING BALANCE, THE AGREED FACILITY AND THE
      * OPEN CARD HOLDS - THE SAME AVAILABLE-AMOUNT RULE LAANFORFALD
      * JUDGES AN INSTALLMENT BY. LUKKESALDO.TXT ALSO GIVES THE
      * ACCOUNT'S REG-NR FOR THE POSTED ROWS.
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
      * ONE-LINE CONFIGS - THE MORARENTE RATE (SAME FILE AS
      * LAANFORFALD) AND THE EARLY-REPAYMENT BREAK FEE. A MISSING
      * FILE MEANS THE BUILT-IN DEFAULT.
           SELECT MORA-SATS ASSIGN TO "MoraSats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORA-STATUS.
           SELECT INDFRIELSES-GEBYR ASSIGN TO "LaanIndfrielsesGebyr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEBYR-STATUS.
      * EVERY QUOTE GIVEN, APPENDED - THE CUSTOMER IS HELD TO THE
      * FIGURE ON THE DATE QUOTED, SO THE FIGURE MUST BE ON FILE.
           SELECT INDFRIELSES-TILBUD ASSIGN TO "IndfrielsesTilbud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILBUD-STATUS.
      * THE CREDIT DESK'S LIST OF PLEDGES RELEASED (OR HELD BACK
      * FOR A LIVE FACILITY) BY A FULL PAYOFF, APPENDED.
           SELECT SIKKERHED-FRIGIVELSER
               ASSIGN TO "LaanSikkerhedFrigivelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRIGIV-STATUS.
      * THE FIELD-LEVEL CHANGE JOURNAL EVERY REWRITE FEEDS - SEE
      * AENDRINGSJOURNAL.CPY AND JOURNALFOER-LAAN BELOW.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJOURNAL-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - SAME GATE AS
      * LAANVEDLIGEHOLD'S. SEE OPERATOR-SIGNON/KRAEV-NIVEAU.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - THE SESSION
      * WRITES ITS OWN LINE HERE, STAMPED WITH THE OPERATOR.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAAN.
       01  LAAN-REC.
           COPY "LAAN.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  KUNDEOPLYSNINGER.
       01  KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".

       FD  TRANSAKTIONER.
       01  TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".

       FD  LAAN-RESTANCER.
       01  RESTANCE-REC.
           COPY "LAANRESTANCER.cpy".

       FD  SIKKERHEDER.
       01  SIKKERHED-REC.
           COPY "SIKKERHEDER.cpy".

       FD  LUKKESALDO-FILE.
       01  LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.

       FD  OVERTRAEK-AFTALER.
       01  AFTALE-REC.
           COPY "OVERTRAEKSAFTALER.cpy".

       FD  RESERVATIONER.
       01  RESERVATION-REC.
           COPY "RESERVATIONER.cpy".

       FD  GARANTI-BINDING.
       01  BINDING-REC.
           COPY "GARANTIBINDING.cpy".

       FD  MORA-SATS.
       01  MORA-SATS-RECORD.
           02  MS-SATS              PIC 9(2)V99.

      * IG-PROCENT OF THE PRINCIPAL REPAID AHEAD OF SCHEDULE, BUT
      * NEVER LESS THAN IG-MINIMUM.
       FD  INDFRIELSES-GEBYR.
       01  GEBYR-RECORD.
           02  IG-PROCENT           PIC 9(2)V99.
           02  IG-MINIMUM           PIC 9(5)V99.

       FD  INDFRIELSES-TILBUD.
       01  TILBUD-RECORD.
           02  TILBUD-LINE          PIC X(100) VALUE SPACES.

       FD  SIKKERHED-FRIGIVELSER.
       01  FRIGIVELSE-RECORD.
           02  FRIGIVELSE-LINE      PIC X(100) VALUE SPACES.

       FD  AENDRINGS-JOURNAL.
       01  JOURNAL-REC.
           COPY "AENDRINGSJOURNAL.cpy".

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
      * THE RECORD AS IT STOOD BEFORE THE REPAYMENT - THE "OLD
      * VALUE" SIDE OF EVERY JOURNAL LINE, SAME AS LAANVEDLIGEHOLD.
       01  GAMMEL-LAAN-REC.
           COPY "LAAN.cpy".
       01  WS-JOURNAL-TID           PIC X(19) VALUE SPACES.
       01  WS-J-TID-RAW             PIC 9(8) VALUE ZEROES.
       01  WS-J-FELT                PIC X(15) VALUE SPACES.
       01  WS-J-GAMMEL              PIC X(40) VALUE SPACES.
       01  WS-J-NY                  PIC X(40) VALUE SPACES.
       01  WS-J-BELOB               PIC -(9)9.99.
       01  WS-J-SATS                PIC ZZ9.99.
      * OPERATOR SIGN-ON STATE - SEE OPERATOR-SIGNON/KRAEV-NIVEAU
      * AND SKRIV-SESSIONS-LOG.
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-KRAV           PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-OK             PIC X VALUE "N".
       01  WS-ANTAL-AENDRINGER      PIC 9(5) VALUE ZEROES.
       01  WS-SESSION-START-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-I-DAG                 PIC X(10) VALUE SPACES.
       01  WS-SESSION-START-TIME    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-TIME      PIC 9(8) VALUE ZEROES.
       01  WS-LAAN-STATUS           PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-AJOURNAL-STATUS       PIC XX VALUE "00".
       01  WS-RESTANCE-STATUS       PIC XX VALUE "00".
       01  WS-SIK-STATUS            PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-AFTALE-STATUS         PIC XX VALUE "00".
       01  WS-RESERV-STATUS         PIC XX VALUE "00".
       01  WS-BINDING-STATUS        PIC XX VALUE "00".
       01  WS-MORA-STATUS           PIC XX VALUE "00".
       01  WS-GEBYR-STATUS          PIC XX VALUE "00".
       01  WS-TILBUD-STATUS         PIC XX VALUE "00".
       01  WS-FRIGIV-STATUS         PIC XX VALUE "00".
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-LAAN-FUNDET           PIC X VALUE "N".
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
       01  WS-KUNDE-FUNDET          PIC X VALUE "N".
       01  WS-VIS-BELOB             PIC -(9)9.99.
       01  WS-VIS-DAGE              PIC ZZZZ9.
      * POSTING - SAME ROW SHAPE AS BETALINGSINDTASTNING'S
      * SKRIV-TRANSAKTION; SEE SKRIV-LAAN-TRANSAKTION.
       01  WS-DAGS-DATO-RAW         PIC 9(8) VALUE ZEROES.
       01  WS-TID-RAW               PIC 9(8) VALUE ZEROES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-REG-NR                PIC 9(4) VALUE ZEROES.
      * THE RATE CONFIGS - BUILT-IN DEFAULTS UNTIL THE FILES SAY
      * OTHERWISE. NO BREAK FEE UNLESS ONE IS CONFIGURED.
       01  WS-MORARENTE-SATS        PIC 9(2)V99 VALUE 11.90.
       01  WS-GEBYR-PROCENT         PIC 9(2)V99 VALUE ZEROES.
       01  WS-GEBYR-MINIMUM         PIC 9(5)V99 VALUE ZEROES.
      * THE PAYOFF ARITHMETIC FOR ONE LOAN AS OF WS-BEREGN-DATO -
      * SEE BEREGN-INDFRIELSE.
       01  WS-BEREGN-DATO           PIC X(10) VALUE SPACES.
       01  WS-PERIODE-START         PIC X(10) VALUE SPACES.
       01  WS-RENTE-DAGE            PIC 9(5) VALUE ZEROES.
       01  WS-INDFRI-AFDRAG         PIC S9(9)V99 VALUE ZEROES.
       01  WS-UPAALOEBEN-RENTE      PIC S9(9)V99 VALUE ZEROES.
       01  WS-GEBYR                 PIC S9(9)V99 VALUE ZEROES.
       01  WS-RESTANCE-AFDRAG       PIC S9(9)V99 VALUE ZEROES.
       01  WS-RESTANCE-RENTE        PIC S9(9)V99 VALUE ZEROES.
       01  WS-RESTANCE-MORA         PIC S9(9)V99 VALUE ZEROES.
       01  WS-RESTANCE-DAGE         PIC 9(5) VALUE ZEROES.
       01  WS-INDFRIELSE-TOTAL      PIC S9(11)V99 VALUE ZEROES.
      * INTEGER-DAY DATE ARITHMETIC - SAME AS LAANFORFALD.
       01  WS-DATO-TEKST            PIC X(10) VALUE SPACES.
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-DATO-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-FRA-HELTAL            PIC S9(9) VALUE ZEROES.
       01  WS-TIL-HELTAL            PIC S9(9) VALUE ZEROES.
       01  WS-NY-AAR                PIC 9(4) VALUE ZEROES.
       01  WS-NY-MAANED             PIC 9(4) VALUE ZEROES.
       01  WS-NY-DAG                PIC 9(2) VALUE ZEROES.
      * ANNUITY ARITHMETIC - SAME COMPOUND-FACTOR BUILD AS
      * LAANFORFALD'S BEHANDL-LAAN. WS-YD-RESTGAELD/WS-YD-TERMINER
      * IN, WS-YDELSE OUT.
       01  WS-MD-RENTE              PIC SV9(9) VALUE ZEROES.
       01  WS-FAKTOR                PIC S9(7)V9(9) VALUE ZEROES.
       01  WS-FAKTOR-IX             PIC 9(3) VALUE ZEROES.
       01  WS-YD-RESTGAELD          PIC S9(9)V99 VALUE ZEROES.
       01  WS-YD-TERMINER           PIC 9(3) VALUE ZEROES.
       01  WS-YDELSE                PIC S9(9)V99 VALUE ZEROES.
       01  WS-GAMMEL-YDELSE         PIC S9(9)V99 VALUE ZEROES.
       01  WS-NY-YDELSE             PIC S9(9)V99 VALUE ZEROES.
       01  WS-NY-RESTGAELD          PIC S9(9)V99 VALUE ZEROES.
       01  WS-NY-TERMINER           PIC 9(3) VALUE ZEROES.
       01  WS-SOEG-TERMINER         PIC 9(4) VALUE ZEROES.
       01  WS-TERMIN-FUNDET         PIC X VALUE "N".
      * K = SHORTER TERM AT THE SAME YDELSE, Y = LOWER YDELSE OVER
      * THE SAME TERM.
       01  WS-AFDRAG-VALG           PIC X VALUE SPACE.
      * AVAILABLE AMOUNT ON THE DEBIT ACCOUNT - SEE KONTROLLER-
      * DAEKNING.
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-AFTALE               PIC X VALUE "N".
       01  EOF-RESERV               PIC X VALUE "N".
       01  EOF-BINDING              PIC X VALUE "N".
       01  WS-SALDO-FUNDET          PIC X VALUE "N".
       01  WS-KREDITRAMME-AKTIV     PIC X VALUE "N".
       01  WS-DISPONIBEL            PIC S9(18)V99 VALUE ZEROES.
      * THE ARREARS REGISTER SNAPSHOT - SAME SHAPE AS LAANFORFALD.
       01  EOF-RESTANCE             PIC X VALUE "N".
       01  RESTANCE-AR OCCURS 999 TIMES.
           COPY "LAANRESTANCER.cpy".
       01  ANTAL-RESTANCER          PIC 9(4) VALUE ZEROES.
       01  WS-RESTANCE-IX           PIC 9(4).
      * THE COLLATERAL REGISTER SNAPSHOT - SAME SHAPE AS
      * SIKKERHEDVEDLIGEHOLD.
       01  EOF-SIK                  PIC X VALUE "N".
       01  SIKKERHED-AR OCCURS 999 TIMES.
           COPY "SIKKERHEDER.cpy".
       01  ANTAL-SIK                PIC 9(4) VALUE ZEROES.
       01  WS-SIK-IX                PIC 9(4).
       01  WS-ANTAL-FRIGIVET        PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-BEHOLDT         PIC 9(4) VALUE ZEROES.

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
       01  WS-AJ-LOEBENR            PIC 9(9) VALUE ZEROES.
       01  WS-AJ-KSUM               PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           STOP RUN.

      * OPENS THE LOAN MASTER FOR UPDATE AND THE ACCOUNT/CUSTOMER
      * MASTERS READ-ONLY, PICKS UP THE RATE CONFIGS, THEN DRIVES
      * THE MENU UNTIL THE OPERATOR ASKS TO STOP.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU = ZEROES
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           OPEN I-O LAAN
           IF WS-LAAN-STATUS = "35"
               OPEN OUTPUT LAAN
               CLOSE LAAN
               OPEN I-O LAAN
           END-IF
           OPEN INPUT KONTOOPLYSNINGER
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM LOAD-MORA-SATS
           PERFORM LOAD-GEBYR-SATS
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           CLOSE LAAN
           CLOSE KONTOOPLYSNINGER
           CLOSE KUNDEOPLYSNINGER
           PERFORM SKRIV-SESSIONS-LOG.

      * SIGN-ON AGAINST OPERATOERER.TXT - SAME GATE AS
      * LAANVEDLIGEHOLD'S; AN UNKNOWN ID NEVER GETS A MENU.
       OPERATOR-SIGNON.
           ACCEPT WS-SESSION-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-START-TIME FROM TIME
           MOVE WS-SESSION-START-DATE(1:4) TO WS-I-DAG(1:4)
           MOVE "-" TO WS-I-DAG(5:1)
           MOVE WS-SESSION-START-DATE(5:2) TO WS-I-DAG(6:2)
           MOVE "-" TO WS-I-DAG(8:1)
           MOVE WS-SESSION-START-DATE(7:2) TO WS-I-DAG(9:2)
           DISPLAY "OPERATOER-ID (3 TEGN): " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           OPEN INPUT OPERATOERER
           IF WS-OPER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-OPER = "Y"
                   READ OPERATOERER
                       AT END
                           MOVE "Y" TO EOF-OPER
                       NOT AT END
                           IF OP-ID OF OPERATOER-REC = WS-OPERATOR
                               MOVE OP-NIVEAU OF OPERATOER-REC
                                   TO WS-OPERATOR-NIVEAU
                               DISPLAY "VELKOMMEN "
                                   OP-NAVN OF OPERATOER-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOERER
           END-IF.

       KRAEV-NIVEAU.
           IF WS-OPERATOR-NIVEAU >= WS-NIVEAU-KRAV
               MOVE "Y" TO WS-NIVEAU-OK
           ELSE
               MOVE "N" TO WS-NIVEAU-OK
               DISPLAY "HANDLING KRAEVER NIVEAU " WS-NIVEAU-KRAV
                   " - DU HAR NIVEAU " WS-OPERATOR-NIVEAU "."
           END-IF.

      * THE SESSION'S AUDIT LINE - PROGRAM, OPERATOR, START/END AND
      * HOW MANY LOANS THE SESSION ACTUALLY CHANGED.
       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "LAANINDF  " DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               "  START " DELIMITED BY SIZE
               WS-SESSION-START-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SESSION-START-TIME DELIMITED BY SIZE
               "  END " DELIMITED BY SIZE
               WS-SESSION-END-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SESSION-END-TIME DELIMITED BY SIZE
               "  AENDRINGER " DELIMITED BY SIZE
               WS-ANTAL-AENDRINGER DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * ONE-LINE RATE CONFIG - SAME IDIOM AS LAANFORFALD.
       LOAD-MORA-SATS.
           OPEN INPUT MORA-SATS
           IF WS-MORA-STATUS = "35"
               CONTINUE
           ELSE
               READ MORA-SATS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MS-SATS IS NUMERIC AND MS-SATS > ZEROES
                           MOVE MS-SATS TO WS-MORARENTE-SATS
                       END-IF
               END-READ
               CLOSE MORA-SATS
           END-IF.

      * THE BREAK-FEE CONFIG - SAME ONE-LINE IDIOM. WITHOUT THE
      * FILE NO FEE IS CHARGED.
       LOAD-GEBYR-SATS.
           OPEN INPUT INDFRIELSES-GEBYR
           IF WS-GEBYR-STATUS = "35"
               CONTINUE
           ELSE
               READ INDFRIELSES-GEBYR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IG-PROCENT IS NUMERIC
                           MOVE IG-PROCENT TO WS-GEBYR-PROCENT
                       END-IF
                       IF IG-MINIMUM IS NUMERIC
                           MOVE IG-MINIMUM TO WS-GEBYR-MINIMUM
                       END-IF
               END-READ
               CLOSE INDFRIELSES-GEBYR
           END-IF.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "LAAN - INDFRIELSE OG EKSTRAORDINAERT AFDRAG"
           DISPLAY "1. INDFRIELSESTILBUD"
           DISPLAY "2. EKSTRAORDINAERT AFDRAG"
           DISPLAY "3. FULD INDFRIELSE"
           DISPLAY "4. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   PERFORM INDFRIELSESTILBUD
                       THRU INDFRIELSESTILBUD-EXIT
               WHEN "2"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM EKSTRAORDINAERT-AFDRAG
                           THRU EKSTRAORDINAERT-AFDRAG-EXIT
                   END-IF
               WHEN "3"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM FULD-INDFRIELSE
                           THRU FULD-INDFRIELSE-EXIT
                   END-IF
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       HENT-LAAN.
           MOVE "N" TO WS-LAAN-FUNDET
           MOVE SPACES TO LAAN-REC
           DISPLAY "LAANETS KONTO-ID: " WITH NO ADVANCING
           ACCEPT LN-KONTO-ID OF LAAN-REC
           READ LAAN KEY IS LN-KONTO-ID OF LAAN-REC
               INVALID KEY
                   DISPLAY "LAAN FINDES IKKE: "
                       LN-KONTO-ID OF LAAN-REC
               NOT INVALID KEY
                   MOVE "Y" TO WS-LAAN-FUNDET
           END-READ.

      * INQUIRY ONLY - THE EXACT PAYOFF FIGURE ON A DATE THE
      * OPERATOR CHOOSES (BLANK = TODAY), SHOWN AND FILED. NOTHING
      * IS POSTED OR CHANGED, SO ANY SIGNED-ON OPERATOR MAY ASK.
       INDFRIELSESTILBUD.
           PERFORM HENT-LAAN
           IF WS-LAAN-FUNDET = "N"
               GO TO INDFRIELSESTILBUD-EXIT
           END-IF
           IF LN-STATUS OF LAAN-REC = "INDFRIET"
               DISPLAY "LAANET ER ALLEREDE INDFRIET."
               GO TO INDFRIELSESTILBUD-EXIT
           END-IF
           MOVE SPACES TO WS-BEREGN-DATO
           DISPLAY "INDFRIELSESDATO (YYYY-MM-DD, BLANK = I DAG): "
               WITH NO ADVANCING
           ACCEPT WS-BEREGN-DATO
           IF WS-BEREGN-DATO = SPACES
               MOVE WS-I-DAG TO WS-BEREGN-DATO
           END-IF
           IF WS-BEREGN-DATO(1:4) IS NOT NUMERIC
               OR WS-BEREGN-DATO(5:1) NOT = "-"
               OR WS-BEREGN-DATO(6:2) IS NOT NUMERIC
               OR WS-BEREGN-DATO(8:1) NOT = "-"
               OR WS-BEREGN-DATO(9:2) IS NOT NUMERIC
               OR WS-BEREGN-DATO(6:2) < "01"
               OR WS-BEREGN-DATO(6:2) > "12"
               OR WS-BEREGN-DATO(9:2) < "01"
               OR WS-BEREGN-DATO(9:2) > "31"
               DISPLAY "INDFRIELSESDATO SKAL VAERE YYYY-MM-DD"
               GO TO INDFRIELSESTILBUD-EXIT
           END-IF
           IF WS-BEREGN-DATO < WS-I-DAG
               DISPLAY "INDFRIELSESDATO KAN IKKE LIGGE FOER I DAG"
               GO TO INDFRIELSESTILBUD-EXIT
           END-IF
           PERFORM LOAD-RESTANCER
           MOVE LN-RESTGAELD OF LAAN-REC TO WS-INDFRI-AFDRAG
           PERFORM BEREGN-INDFRIELSE
           PERFORM VIS-INDFRIELSE
           PERFORM SKRIV-TILBUD.

       INDFRIELSESTILBUD-EXIT.
           EXIT.

      * A PARTIAL REPAYMENT OF PRINCIPAL AHEAD OF SCHEDULE. THE
      * REPAID AMOUNT POSTS AS AFDRAG TOGETHER WITH THE INTEREST IT
      * HAS RUN UP SINCE THE LAST DUE DATE AND ANY BREAK FEE. THE
      * CUSTOMER CHOOSES HOW THE REST OF THE LOAN CHANGES: K KEEPS
      * THE YDELSE AND SHORTENS REST-TERMINER TO THE FEWEST TERMS
      * WHOSE YDELSE IS NO HIGHER THAN TODAY'S, Y KEEPS
      * REST-TERMINER AND LETS LAANFORFALD'S ANNUITY FORMULA GIVE A
      * LOWER YDELSE FROM THE NEXT DUE DATE. A LOAN IN ARREARS MUST
      * BE BROUGHT UP TO DATE FIRST.
       EKSTRAORDINAERT-AFDRAG.
           PERFORM HENT-LAAN
           IF WS-LAAN-FUNDET = "N"
               GO TO EKSTRAORDINAERT-AFDRAG-EXIT
           END-IF
           IF LN-STATUS OF LAAN-REC NOT = "AKTIV"
               DISPLAY "KUN AKTIVE LAAN KAN AFDRAGES EKSTRAORDINAERT"
                   " - STATUS ER " LN-STATUS OF LAAN-REC
               GO TO EKSTRAORDINAERT-AFDRAG-EXIT
           END-IF
           MOVE LN-RESTGAELD OF LAAN-REC TO WS-VIS-BELOB
           DISPLAY "RESTGAELD:            " WS-VIS-BELOB
           MOVE ZEROES TO WS-INDFRI-AFDRAG
           DISPLAY "EKSTRAORDINAERT AFDRAG (BELOEB): "
               WITH NO ADVANCING
           ACCEPT WS-INDFRI-AFDRAG
           IF WS-INDFRI-AFDRAG NOT > ZEROES
               DISPLAY "AFDRAGET SKAL VAERE STOERRE END NUL"
               GO TO EKSTRAORDINAERT-AFDRAG-EXIT
           END-IF
           IF WS-INDFRI-AFDRAG NOT < LN-RESTGAELD OF LAAN-REC
               DISPLAY "AFDRAGET DAEKKER HELE GAELDEN - BRUG FULD "
                   "INDFRIELSE"
               GO TO EKSTRAORDINAERT-AFDRAG-EXIT
           END-IF
           DISPLAY "K = KORTERE LOEBETID, Y = LAVERE YDELSE: "
               WITH NO ADVANCING
           ACCEPT WS-AFDRAG-VALG
           IF WS-AFDRAG-VALG = "k"
               MOVE "K" TO WS-AFDRAG-VALG
           END-IF
           IF WS-AFDRAG-VALG = "y"
               MOVE "Y" TO WS-AFDRAG-VALG
           END-IF
           IF WS-AFDRAG-VALG NOT = "K" AND WS-AFDRAG-VALG NOT = "Y"
               DISPLAY "UGYLDIGT VALG - AFDRAG ANNULLERET."
               GO TO EKSTRAORDINAERT-AFDRAG-EXIT
           END-IF

           MOVE WS-I-DAG TO WS-BEREGN-DATO
           MOVE ZEROES TO ANTAL-RESTANCER
           PERFORM BEREGN-INDFRIELSE
           MOVE LN-RESTGAELD OF LAAN-REC TO WS-YD-RESTGAELD
           MOVE LN-REST-TERMINER OF LAAN-REC TO WS-YD-TERMINER
           PERFORM BEREGN-YDELSE
           MOVE WS-YDELSE TO WS-GAMMEL-YDELSE
           COMPUTE WS-NY-RESTGAELD =
               LN-RESTGAELD OF LAAN-REC - WS-INDFRI-AFDRAG
           IF WS-AFDRAG-VALG = "Y"
               MOVE LN-REST-TERMINER OF LAAN-REC TO WS-NY-TERMINER
               MOVE WS-NY-RESTGAELD TO WS-YD-RESTGAELD
               MOVE WS-NY-TERMINER TO WS-YD-TERMINER
               PERFORM BEREGN-YDELSE
               MOVE WS-YDELSE TO WS-NY-YDELSE
           ELSE
               PERFORM FIND-KORTESTE-LOEBETID
           END-IF

           PERFORM VIS-INDFRIELSE
           MOVE WS-GAMMEL-YDELSE TO WS-VIS-BELOB
           DISPLAY "YDELSE FOER:          " WS-VIS-BELOB
               "  REST-TERMINER " LN-REST-TERMINER OF LAAN-REC
           MOVE WS-NY-YDELSE TO WS-VIS-BELOB
           DISPLAY "YDELSE EFTER:         " WS-VIS-BELOB
               "  REST-TERMINER " WS-NY-TERMINER
           DISPLAY "BEKRAEFT EKSTRAORDINAERT AFDRAG (J/N): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "AFDRAG ANNULLERET."
               GO TO EKSTRAORDINAERT-AFDRAG-EXIT
           END-IF
           PERFORM KONTROLLER-DAEKNING THRU KONTROLLER-DAEKNING-EXIT
           IF WS-FEJL = "Y"
               DISPLAY "AFDRAG IKKE BOGFOERT - " WS-FEJLTEKST
               GO TO EKSTRAORDINAERT-AFDRAG-EXIT
           END-IF

           MOVE LAAN-REC TO GAMMEL-LAAN-REC
           MOVE WS-NY-RESTGAELD TO LN-RESTGAELD OF LAAN-REC
           MOVE WS-NY-TERMINER TO LN-REST-TERMINER OF LAAN-REC
           REWRITE LAAN-REC
               INVALID KEY
                   DISPLAY "KUNNE IKKE OPDATERE LAAN."
                   GO TO EKSTRAORDINAERT-AFDRAG-EXIT
           END-REWRITE
           ADD 1 TO WS-ANTAL-AENDRINGER
           PERFORM JOURNALFOER-LAAN
           OPEN EXTEND TRANSAKTIONER
           COMPUTE WS-POST-BELOB = 0 - WS-INDFRI-AFDRAG
           MOVE "AFDRAG" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE "LAAN EKSTRAORDINAERT AFDRAG"
               TO POSTERINGSTEKST OF TRANSAKTION-REC
           PERFORM SKRIV-LAAN-TRANSAKTION
           PERFORM POSTER-RENTE-OG-GEBYR
           CLOSE TRANSAKTIONER
           DISPLAY "EKSTRAORDINAERT AFDRAG BOGFOERT.".

       EKSTRAORDINAERT-AFDRAG-EXIT.
           EXIT.

      * THE WHOLE LOAN SETTLED TODAY: REMAINING DEBT, INTEREST RUN
      * UP SINCE THE LAST DUE DATE, EVERY OPEN ARREARS ROW WITH ITS
      * MORARENTE, AND ANY BREAK FEE - ALL POSTED ON THE DEBIT
      * ACCOUNT. THE LOAN FLIPS TO INDFRIET (NEVER DELETED, SAME AS
      * LAANVEDLIGEHOLD'S INDFRI-LAAN), THE ARREARS ROWS TO BETALT,
      * AND THE LOAN'S PLEDGES ARE RELEASED FOR THE CREDIT DESK.
       FULD-INDFRIELSE.
           PERFORM HENT-LAAN
           IF WS-LAAN-FUNDET = "N"
               GO TO FULD-INDFRIELSE-EXIT
           END-IF
           IF LN-STATUS OF LAAN-REC = "INDFRIET"
               DISPLAY "LAANET ER ALLEREDE INDFRIET."
               GO TO FULD-INDFRIELSE-EXIT
           END-IF
           MOVE WS-I-DAG TO WS-BEREGN-DATO
           PERFORM LOAD-RESTANCER
           MOVE LN-RESTGAELD OF LAAN-REC TO WS-INDFRI-AFDRAG
           PERFORM BEREGN-INDFRIELSE
           PERFORM VIS-INDFRIELSE
           DISPLAY "BEKRAEFT FULD INDFRIELSE AF LAAN "
               LN-KONTO-ID OF LAAN-REC " (J/N): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "INDFRIELSE ANNULLERET."
               GO TO FULD-INDFRIELSE-EXIT
           END-IF
           PERFORM KONTROLLER-DAEKNING THRU KONTROLLER-DAEKNING-EXIT
           IF WS-FEJL = "Y"
               DISPLAY "INDFRIELSE IKKE BOGFOERT - " WS-FEJLTEKST
               GO TO FULD-INDFRIELSE-EXIT
           END-IF

           MOVE LAAN-REC TO GAMMEL-LAAN-REC
           MOVE "INDFRIET" TO LN-STATUS OF LAAN-REC
           MOVE ZEROES TO LN-RESTGAELD OF LAAN-REC
           MOVE ZEROES TO LN-REST-TERMINER OF LAAN-REC
           REWRITE LAAN-REC
               INVALID KEY
                   DISPLAY "KUNNE IKKE INDFRI LAAN."
                   GO TO FULD-INDFRIELSE-EXIT
           END-REWRITE
           ADD 1 TO WS-ANTAL-AENDRINGER
           PERFORM JOURNALFOER-LAAN
           OPEN EXTEND TRANSAKTIONER
           IF WS-INDFRI-AFDRAG NOT = ZEROES
               COMPUTE WS-POST-BELOB = 0 - WS-INDFRI-AFDRAG
               MOVE "AFDRAG" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
               MOVE "LAAN INDFRIELSE AFDRAG"
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
               PERFORM SKRIV-LAAN-TRANSAKTION
           END-IF
           PERFORM POSTER-RENTE-OG-GEBYR
           PERFORM VARYING WS-RESTANCE-IX FROM 1 BY 1
                   UNTIL WS-RESTANCE-IX > ANTAL-RESTANCER
               IF LR-KONTO-ID OF RESTANCE-AR(WS-RESTANCE-IX)
                       = LN-KONTO-ID OF LAAN-REC
                   AND LR-STATUS OF RESTANCE-AR(WS-RESTANCE-IX)
                       = "AABEN"
                   PERFORM INDFRI-RESTANCE
               END-IF
           END-PERFORM
           CLOSE TRANSAKTIONER
           IF ANTAL-RESTANCER > ZEROES
               PERFORM GEM-RESTANCER
           END-IF
           DISPLAY "LAAN INDFRIET."
           PERFORM FRIGIV-SIKKERHEDER THRU FRIGIV-SIKKERHEDER-EXIT.

       FULD-INDFRIELSE-EXIT.
           EXIT.

      * THE INTEREST AND FEE LEGS SHARED BY BOTH POSTING PATHS -
      * TRANSAKTIONER.TXT IS ALREADY OPEN EXTEND.
       POSTER-RENTE-OG-GEBYR.
           IF WS-UPAALOEBEN-RENTE NOT = ZEROES
               COMPUTE WS-POST-BELOB = 0 - WS-UPAALOEBEN-RENTE
               MOVE "RENTE-DEBET" TO TRANSAKTIONSTYPE
                   OF TRANSAKTION-REC
               MOVE "LAAN UPAALOEBEN RENTE"
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
               PERFORM SKRIV-LAAN-TRANSAKTION
           END-IF
           IF WS-GEBYR NOT = ZEROES
               COMPUTE WS-POST-BELOB = 0 - WS-GEBYR
               MOVE "GEBYR" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
               MOVE "LAAN INDFRIELSESGEBYR"
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
               PERFORM SKRIV-LAAN-TRANSAKTION
           END-IF.

      * ONE OPEN ARREARS ROW SETTLED BY THE PAYOFF - THE SAME THREE
      * LEGS AND TEXTS LAANFORFALD POSTS WHEN IT COLLECTS A ROW,
      * WITH THE MORARENTE BROUGHT UP TO TODAY BY BEREGN-INDFRIELSE.
       INDFRI-RESTANCE.
           IF LR-AFDRAG OF RESTANCE-AR(WS-RESTANCE-IX) NOT = ZEROES
               COMPUTE WS-POST-BELOB =
                   0 - LR-AFDRAG OF RESTANCE-AR(WS-RESTANCE-IX)
               MOVE "AFDRAG" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
               MOVE "LAAN RESTANCE AFDRAG"
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
               PERFORM SKRIV-LAAN-TRANSAKTION
           END-IF
           IF LR-RENTE OF RESTANCE-AR(WS-RESTANCE-IX) NOT = ZEROES
               COMPUTE WS-POST-BELOB =
                   0 - LR-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
               MOVE "RENTE-DEBET" TO TRANSAKTIONSTYPE
                   OF TRANSAKTION-REC
               MOVE "LAAN RESTANCE RENTE"
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
               PERFORM SKRIV-LAAN-TRANSAKTION
           END-IF
           IF LR-RESTANCE-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
                   NOT = ZEROES
               COMPUTE WS-POST-BELOB =
                   0 - LR-RESTANCE-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
               MOVE "MORARENTE" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
               MOVE "LAAN RESTANCE MORARENTE"
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
               PERFORM SKRIV-LAAN-TRANSAKTION
           END-IF
           MOVE "BETALT" TO LR-STATUS OF RESTANCE-AR(WS-RESTANCE-IX)
           MOVE WS-I-DAG
               TO LR-BETALT-DATO OF RESTANCE-AR(WS-RESTANCE-IX).

      * THE PAYOFF FIGURE FOR LAAN-REC AS OF WS-BEREGN-DATO, FOR
      * THE PRINCIPAL IN WS-INDFRI-AFDRAG:
      *   UPAALOEBEN RENTE = PRINCIPAL * LN-SATS * DAYS / 36500, THE
      *     DAYS RUNNING FROM THE LAST DUE DATE (ONE MONTH BEFORE
      *     LN-NAESTE-DATO, NEVER BEFORE THE LOAN WAS OPENED) - THE
      *     INTEREST LAANFORFALD WOULD OTHERWISE HAVE TAKEN WITH THE
      *     NEXT INSTALLMENT;
      *   GEBYR = IG-PROCENT OF THE PRINCIPAL, AT LEAST IG-MINIMUM;
      *   RESTANCE = EVERY OPEN ARREARS ROW IN RESTANCE-AR, WITH
      *     MORARENTE RECOMPUTED TO THE DATE THE SAME WAY
      *     LAANFORFALD'S BEREGN-RESTANCE-RENTE DOES.
       BEREGN-INDFRIELSE.
           MOVE LN-NAESTE-DATO OF LAAN-REC(1:4) TO WS-NY-AAR
           MOVE LN-NAESTE-DATO OF LAAN-REC(6:2) TO WS-NY-MAANED
           MOVE LN-NAESTE-DATO OF LAAN-REC(9:2) TO WS-NY-DAG
           IF WS-NY-MAANED > 1
               SUBTRACT 1 FROM WS-NY-MAANED
           ELSE
               MOVE 12 TO WS-NY-MAANED
               SUBTRACT 1 FROM WS-NY-AAR
           END-IF
           IF WS-NY-DAG > 28
               MOVE 28 TO WS-NY-DAG
           END-IF
           MOVE WS-NY-AAR TO WS-PERIODE-START(1:4)
           MOVE "-" TO WS-PERIODE-START(5:1)
           MOVE WS-NY-MAANED(3:2) TO WS-PERIODE-START(6:2)
           MOVE "-" TO WS-PERIODE-START(8:1)
           MOVE WS-NY-DAG TO WS-PERIODE-START(9:2)
           IF LN-OPRETTET-DATO OF LAAN-REC NOT = SPACES
               AND LN-OPRETTET-DATO OF LAAN-REC > WS-PERIODE-START
               MOVE LN-OPRETTET-DATO OF LAAN-REC TO WS-PERIODE-START
           END-IF
           MOVE WS-PERIODE-START TO WS-DATO-TEKST
           PERFORM DATO-TIL-HELTAL
           MOVE WS-DATO-HELTAL TO WS-FRA-HELTAL
           MOVE WS-BEREGN-DATO TO WS-DATO-TEKST
           PERFORM DATO-TIL-HELTAL
           MOVE WS-DATO-HELTAL TO WS-TIL-HELTAL
           IF WS-TIL-HELTAL > WS-FRA-HELTAL
               COMPUTE WS-RENTE-DAGE = WS-TIL-HELTAL - WS-FRA-HELTAL
           ELSE
               MOVE ZEROES TO WS-RENTE-DAGE
           END-IF
           COMPUTE WS-UPAALOEBEN-RENTE ROUNDED =
               WS-INDFRI-AFDRAG * LN-SATS OF LAAN-REC
               * WS-RENTE-DAGE / 36500

           MOVE ZEROES TO WS-GEBYR
           IF WS-INDFRI-AFDRAG > ZEROES
               COMPUTE WS-GEBYR ROUNDED =
                   WS-INDFRI-AFDRAG * WS-GEBYR-PROCENT / 100
               IF WS-GEBYR < WS-GEBYR-MINIMUM
                   MOVE WS-GEBYR-MINIMUM TO WS-GEBYR
               END-IF
           END-IF

           MOVE ZEROES TO WS-RESTANCE-AFDRAG
           MOVE ZEROES TO WS-RESTANCE-RENTE
           MOVE ZEROES TO WS-RESTANCE-MORA
           PERFORM VARYING WS-RESTANCE-IX FROM 1 BY 1
                   UNTIL WS-RESTANCE-IX > ANTAL-RESTANCER
               IF LR-KONTO-ID OF RESTANCE-AR(WS-RESTANCE-IX)
                       = LN-KONTO-ID OF LAAN-REC
                   AND LR-STATUS OF RESTANCE-AR(WS-RESTANCE-IX)
                       = "AABEN"
                   PERFORM BEREGN-RESTANCE-RENTE
                   ADD LR-AFDRAG OF RESTANCE-AR(WS-RESTANCE-IX)
                       TO WS-RESTANCE-AFDRAG
                   ADD LR-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
                       TO WS-RESTANCE-RENTE
                   ADD LR-RESTANCE-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
                       TO WS-RESTANCE-MORA
               END-IF
           END-PERFORM

           COMPUTE WS-INDFRIELSE-TOTAL =
               WS-INDFRI-AFDRAG + WS-UPAALOEBEN-RENTE + WS-GEBYR
               + WS-RESTANCE-AFDRAG + WS-RESTANCE-RENTE
               + WS-RESTANCE-MORA.

      * SIMPLE-DAY MORARENTE FROM THE ROW'S DUE DATE TO
      * WS-BEREGN-DATO - SAME FORMULA AS LAANFORFALD.
       BEREGN-RESTANCE-RENTE.
           MOVE LR-FORFALD-DATO OF RESTANCE-AR(WS-RESTANCE-IX)
               TO WS-DATO-TEKST
           PERFORM DATO-TIL-HELTAL
           IF WS-TIL-HELTAL > WS-DATO-HELTAL
               COMPUTE WS-RESTANCE-DAGE =
                   WS-TIL-HELTAL - WS-DATO-HELTAL
           ELSE
               MOVE ZEROES TO WS-RESTANCE-DAGE
           END-IF
           MOVE WS-RESTANCE-DAGE
               TO LR-DAGE OF RESTANCE-AR(WS-RESTANCE-IX)
           COMPUTE LR-RESTANCE-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
               ROUNDED =
               (LR-AFDRAG OF RESTANCE-AR(WS-RESTANCE-IX)
                   + LR-RENTE OF RESTANCE-AR(WS-RESTANCE-IX))
               * WS-MORARENTE-SATS * WS-RESTANCE-DAGE / 36500.

      * "YYYY-MM-DD" IN WS-DATO-TEKST TO A DAY NUMBER IN
      * WS-DATO-HELTAL - SAME INTEGER-DAY ARITHMETIC AS LAANFORFALD.
       DATO-TIL-HELTAL.
           MOVE WS-DATO-TEKST(1:4) TO WS-DATO-YYYYMMDD(1:4)
           MOVE WS-DATO-TEKST(6:2) TO WS-DATO-YYYYMMDD(5:2)
           MOVE WS-DATO-TEKST(9:2) TO WS-DATO-YYYYMMDD(7:2)
           COMPUTE WS-DATO-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-YYYYMMDD).

      * THE ANNUITY YDELSE FOR WS-YD-RESTGAELD OVER WS-YD-TERMINER
      * AT LN-SATS - SAME FORMULA AS LAANFORFALD'S BEHANDL-LAAN.
       BEREGN-YDELSE.
           COMPUTE WS-MD-RENTE ROUNDED = LN-SATS OF LAAN-REC / 1200
           IF WS-YD-TERMINER = ZEROES
               MOVE WS-YD-RESTGAELD TO WS-YDELSE
           ELSE
               IF WS-MD-RENTE = ZEROES
                   COMPUTE WS-YDELSE ROUNDED =
                       WS-YD-RESTGAELD / WS-YD-TERMINER
               ELSE
                   MOVE 1 TO WS-FAKTOR
                   PERFORM VARYING WS-FAKTOR-IX FROM 1 BY 1
                           UNTIL WS-FAKTOR-IX > WS-YD-TERMINER
                       COMPUTE WS-FAKTOR ROUNDED =
                           WS-FAKTOR * (1 + WS-MD-RENTE)
                   END-PERFORM
                   COMPUTE WS-YDELSE ROUNDED =
                       (WS-YD-RESTGAELD * WS-MD-RENTE * WS-FAKTOR)
                       / (WS-FAKTOR - 1)
               END-IF
           END-IF.

      * SHORTER TERM: THE FEWEST TERMS OVER WHICH THE REDUCED DEBT
      * COSTS NO MORE PER MONTH THAN TODAY'S YDELSE. THE COMPOUND
      * FACTOR IS BUILT ONE TERM AT A TIME AS THE SEARCH GOES, SO
      * THE WHOLE SEARCH IS ONE PASS. IT NEVER COMES OUT LONGER
      * THAN THE CURRENT REST-TERMINER.
       FIND-KORTESTE-LOEBETID.
           COMPUTE WS-MD-RENTE ROUNDED = LN-SATS OF LAAN-REC / 1200
           MOVE LN-REST-TERMINER OF LAAN-REC TO WS-NY-TERMINER
           MOVE "N" TO WS-TERMIN-FUNDET
           MOVE 1 TO WS-FAKTOR
           PERFORM VARYING WS-SOEG-TERMINER FROM 1 BY 1
                   UNTIL WS-TERMIN-FUNDET = "Y"
                       OR WS-SOEG-TERMINER
                           > LN-REST-TERMINER OF LAAN-REC
               IF WS-MD-RENTE = ZEROES
                   COMPUTE WS-YDELSE ROUNDED =
                       WS-NY-RESTGAELD / WS-SOEG-TERMINER
               ELSE
                   COMPUTE WS-FAKTOR ROUNDED =
                       WS-FAKTOR * (1 + WS-MD-RENTE)
                   COMPUTE WS-YDELSE ROUNDED =
                       (WS-NY-RESTGAELD * WS-MD-RENTE * WS-FAKTOR)
                       / (WS-FAKTOR - 1)
               END-IF
               IF WS-YDELSE NOT > WS-GAMMEL-YDELSE
                   MOVE "Y" TO WS-TERMIN-FUNDET
                   MOVE WS-SOEG-TERMINER TO WS-NY-TERMINER
                   MOVE WS-YDELSE TO WS-NY-YDELSE
               END-IF
           END-PERFORM
           IF WS-TERMIN-FUNDET = "N"
               MOVE WS-NY-RESTGAELD TO WS-YD-RESTGAELD
               MOVE WS-NY-TERMINER TO WS-YD-TERMINER
               PERFORM BEREGN-YDELSE
               MOVE WS-YDELSE TO WS-NY-YDELSE
           END-IF.

       VIS-INDFRIELSE.
           DISPLAY " "
           DISPLAY "LAAN " LN-KONTO-ID OF LAAN-REC
               "  PR. " WS-BEREGN-DATO
               "  STATUS " LN-STATUS OF LAAN-REC
           MOVE WS-INDFRI-AFDRAG TO WS-VIS-BELOB
           DISPLAY "AFDRAG:               " WS-VIS-BELOB
           MOVE WS-RENTE-DAGE TO WS-VIS-DAGE
           MOVE WS-UPAALOEBEN-RENTE TO WS-VIS-BELOB
           DISPLAY "UPAALOEBEN RENTE:     " WS-VIS-BELOB
               "  (" WS-VIS-DAGE " DAGE FRA " WS-PERIODE-START ")"
           IF WS-RESTANCE-AFDRAG NOT = ZEROES
               OR WS-RESTANCE-RENTE NOT = ZEROES
               MOVE WS-RESTANCE-AFDRAG TO WS-VIS-BELOB
               DISPLAY "RESTANCE AFDRAG:      " WS-VIS-BELOB
               MOVE WS-RESTANCE-RENTE TO WS-VIS-BELOB
               DISPLAY "RESTANCE RENTE:       " WS-VIS-BELOB
               MOVE WS-RESTANCE-MORA TO WS-VIS-BELOB
               DISPLAY "MORARENTE:            " WS-VIS-BELOB
           END-IF
           MOVE WS-GEBYR TO WS-VIS-BELOB
           DISPLAY "INDFRIELSESGEBYR:     " WS-VIS-BELOB
           MOVE WS-INDFRIELSE-TOTAL TO WS-VIS-BELOB
           DISPLAY "I ALT:                " WS-VIS-BELOB
               " " LN-VALUTA OF LAAN-REC.

      * FILES THE QUOTE JUST SHOWN - ONE BLOCK PER QUOTE, STAMPED
      * WITH THE DAY GIVEN, THE DATE IT IS VALID FOR AND THE
      * OPERATOR WHO GAVE IT.
       SKRIV-TILBUD.
           OPEN EXTEND INDFRIELSES-TILBUD
           IF WS-TILBUD-STATUS = "35"
               OPEN OUTPUT INDFRIELSES-TILBUD
           END-IF
           MOVE SPACES TO TILBUD-RECORD
           STRING "INDFRIELSESTILBUD LAAN " DELIMITED BY SIZE
               LN-KONTO-ID OF LAAN-REC DELIMITED BY SIZE
               " GIVET " DELIMITED BY SIZE
               WS-I-DAG DELIMITED BY SIZE
               " GAELDER " DELIMITED BY SIZE
               WS-BEREGN-DATO DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               INTO TILBUD-RECORD
           WRITE TILBUD-RECORD
           MOVE WS-INDFRI-AFDRAG TO WS-VIS-BELOB
           MOVE SPACES TO TILBUD-RECORD
           STRING "  RESTGAELD         " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO TILBUD-RECORD
           WRITE TILBUD-RECORD
           MOVE WS-UPAALOEBEN-RENTE TO WS-VIS-BELOB
           MOVE WS-RENTE-DAGE TO WS-VIS-DAGE
           MOVE SPACES TO TILBUD-RECORD
           STRING "  UPAALOEBEN RENTE  " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VIS-DAGE DELIMITED BY SIZE
               " DAGE FRA " DELIMITED BY SIZE
               WS-PERIODE-START DELIMITED BY SIZE
               INTO TILBUD-RECORD
           WRITE TILBUD-RECORD
           COMPUTE WS-POST-BELOB =
               WS-RESTANCE-AFDRAG + WS-RESTANCE-RENTE
               + WS-RESTANCE-MORA
           MOVE WS-POST-BELOB TO WS-VIS-BELOB
           MOVE SPACES TO TILBUD-RECORD
           STRING "  RESTANCER         " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO TILBUD-RECORD
           WRITE TILBUD-RECORD
           MOVE WS-GEBYR TO WS-VIS-BELOB
           MOVE SPACES TO TILBUD-RECORD
           STRING "  INDFRIELSESGEBYR  " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO TILBUD-RECORD
           WRITE TILBUD-RECORD
           MOVE WS-INDFRIELSE-TOTAL TO WS-VIS-BELOB
           MOVE SPACES TO TILBUD-RECORD
           STRING "  I ALT             " DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LN-VALUTA OF LAAN-REC DELIMITED BY SIZE
               INTO TILBUD-RECORD
           WRITE TILBUD-RECORD
           CLOSE INDFRIELSES-TILBUD
           DISPLAY "TILBUDDET ER GEMT I INDFRIELSESTILBUD.TXT.".

      * CAN THE DEBIT ACCOUNT PAY WS-INDFRIELSE-TOTAL? AVAILABLE IS
      * LAST NIGHT'S CLOSING BALANCE, PLUS THE LIMIT OF AN UNEXPIRED
      * FACILITY, MINUS EVERY AABEN HOLD AND THE LIVE GUARANTEES -
      * THE SAME RULE LAANFORFALD USES. AN ACCOUNT NOT ON
      * LUKKESALDO.TXT HAS NO KNOWN BALANCE AND NO REG-NR, SO
      * NOTHING IS POSTED. THE HOLDER IS LOOKED UP HERE TOO, SO A
      * PAYOFF NEVER POSTS HALF ITS LEGS.
       KONTROLLER-DAEKNING.
           MOVE "N" TO WS-FEJL
           MOVE "N" TO WS-SALDO-FUNDET
           MOVE "N" TO WS-KREDITRAMME-AKTIV
           MOVE ZEROES TO WS-DISPONIBEL
           MOVE LN-KONTO-ID OF LAAN-REC TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "Y"
               PERFORM SLAA-KUNDE-OP
           END-IF
           IF WS-KONTO-FUNDET = "N" OR WS-KUNDE-FUNDET = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "KONTO ELLER KUNDE FINDES IKKE" TO WS-FEJLTEKST
               GO TO KONTROLLER-DAEKNING-EXIT
           END-IF

           MOVE "N" TO EOF-LUKKE
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS NOT = "35"
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           IF LS-KONTO-ID = LN-KONTO-ID OF LAAN-REC
                               MOVE "Y" TO WS-SALDO-FUNDET
                               MOVE LS-BALANCE TO WS-DISPONIBEL
                               MOVE LS-REG-NR TO WS-REG-NR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF
           IF WS-SALDO-FUNDET = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "KONTOEN HAR INGEN LUKKESALDO - SALDO UKENDT"
                   TO WS-FEJLTEKST
               GO TO KONTROLLER-DAEKNING-EXIT
           END-IF

           MOVE "N" TO EOF-AFTALE
           OPEN INPUT OVERTRAEK-AFTALER
           IF WS-AFTALE-STATUS NOT = "35"
               PERFORM UNTIL EOF-AFTALE = "Y"
                   READ OVERTRAEK-AFTALER
                       AT END
                           MOVE "Y" TO EOF-AFTALE
                       NOT AT END
                           IF OA-KONTO-ID OF AFTALE-REC
                                   = LN-KONTO-ID OF LAAN-REC
                               AND OA-UDLOEB-DATO OF AFTALE-REC
                                   NOT < WS-I-DAG
                               MOVE "Y" TO WS-KREDITRAMME-AKTIV
                               ADD OA-GRAENSE OF AFTALE-REC
                                   TO WS-DISPONIBEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
           END-IF

           MOVE "N" TO EOF-RESERV
           OPEN INPUT RESERVATIONER
           IF WS-RESERV-STATUS NOT = "35"
               PERFORM UNTIL EOF-RESERV = "Y"
                   READ RESERVATIONER
                       AT END
                           MOVE "Y" TO EOF-RESERV
                       NOT AT END
                           IF RS-KONTO-ID OF RESERVATION-REC
                                   = LN-KONTO-ID OF LAAN-REC
                               AND RS-STATUS OF RESERVATION-REC
                                   = "AABEN"
                               SUBTRACT RS-BELOB OF RESERVATION-REC
                                   FROM WS-DISPONIBEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONER
           END-IF

           MOVE "N" TO EOF-BINDING
           OPEN INPUT GARANTI-BINDING
           IF WS-BINDING-STATUS NOT = "35"
               PERFORM UNTIL EOF-BINDING = "Y"
                   READ GARANTI-BINDING
                       AT END
                           MOVE "Y" TO EOF-BINDING
                       NOT AT END
                           IF GB-KONTO-ID = LN-KONTO-ID OF LAAN-REC
                               SUBTRACT GB-BELOB FROM WS-DISPONIBEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARANTI-BINDING
           END-IF

           IF WS-DISPONIBEL < WS-INDFRIELSE-TOTAL
               MOVE "Y" TO WS-FEJL
               MOVE WS-DISPONIBEL TO WS-VIS-BELOB
               MOVE SPACES TO WS-FEJLTEKST
               STRING "DAEKNING MANGLER - DISPONIBELT "
                   DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   INTO WS-FEJLTEKST
           END-IF.

       KONTROLLER-DAEKNING-EXIT.
           EXIT.

       SLAA-KONTO-OP.
           MOVE "N" TO WS-KONTO-FUNDET
           READ KONTOOPLYSNINGER KEY IS KONTO-ID OF KONTOOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-FUNDET
           END-READ.

      * READS THE CUSTOMER MASTER BY THE ACCOUNT'S OWNING KUNDE-ID
      * (JUST READ INTO KONTOOPL-IN BY SLAA-KONTO-OP) - SAME AS
      * BETALINGSINDTASTNING.
       SLAA-KUNDE-OP.
           MOVE "N" TO WS-KUNDE-FUNDET
           MOVE KUNDE-ID OF KONTOOPL-IN TO KUNDE-ID OF KUNDEOPL-IN
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KUNDE-FUNDET
           END-READ.

      * STAMPS WS-TIDSPUNKT WITH THE CURRENT DATE/TIME - SAME
      * SLICE-AND-DASH IDIOM AS BETALINGSINDTASTNING.
       SAET-TIDSPUNKT.
           ACCEPT WS-DAGS-DATO-RAW FROM DATE YYYYMMDD
           ACCEPT WS-TID-RAW FROM TIME
           MOVE WS-DAGS-DATO-RAW(1:4) TO WS-TIDSPUNKT(1:4)
           MOVE "-" TO WS-TIDSPUNKT(5:1)
           MOVE WS-DAGS-DATO-RAW(5:2) TO WS-TIDSPUNKT(6:2)
           MOVE "-" TO WS-TIDSPUNKT(8:1)
           MOVE WS-DAGS-DATO-RAW(7:2) TO WS-TIDSPUNKT(9:2)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-TID-RAW(1:2) TO WS-TIDSPUNKT(12:2)
           MOVE ":" TO WS-TIDSPUNKT(14:1)
           MOVE WS-TID-RAW(3:2) TO WS-TIDSPUNKT(15:2)
           MOVE ":" TO WS-TIDSPUNKT(17:1)
           MOVE WS-TID-RAW(5:2) TO WS-TIDSPUNKT(18:2).

      * ONE POSTED LEG ON THE LOAN'S DEBIT ACCOUNT - SAME ROW SHAPE
      * AS BETALINGSINDTASTNING'S SKRIV-TRANSAKTION, WITH THE HOLDER
      * ALREADY READ BY KONTROLLER-DAEKNING. TRANSAKTIONSTYPE,
      * POSTERINGSTEKST AND WS-POST-BELOB ARE SET BY THE CALLER.
       SKRIV-LAAN-TRANSAKTION.
           MOVE LN-KONTO-ID OF LAAN-REC TO KONTO-ID OF TRANSAKTION-REC
           MOVE CPR OF KUNDEOPL-IN TO CPR OF TRANSAKTION-REC
           MOVE WS-REG-NR TO REG-NR OF TRANSAKTION-REC
           MOVE SPACES TO NAVN OF TRANSAKTION-REC
           STRING FORNAVN OF KUNDEOPL-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-IN DELIMITED BY SIZE
               INTO NAVN OF TRANSAKTION-REC
           MOVE SPACES TO ADRESSE OF TRANSAKTION-REC
           STRING VEJNAVN OF ADRESSE OF KUNDEOPL-IN
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HUSNR OF ADRESSE OF KUNDEOPL-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POSTNR OF ADRESSE OF KUNDEOPL-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BYNAVN OF ADRESSE OF KUNDEOPL-IN DELIMITED BY SIZE
               INTO ADRESSE OF TRANSAKTION-REC
           PERFORM SAET-TIDSPUNKT
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE LN-VALUTA OF LAAN-REC TO VALUTA OF TRANSAKTION-REC
           MOVE SPACES TO BUTIK OF TRANSAKTION-REC
           MOVE ZEROES TO MODTAGER-REG-NR OF TRANSAKTION-REC
           MOVE SPACES TO MODTAGER-KONTONUMMER OF TRANSAKTION-REC
           MOVE SPACES TO STORNO-REF-TIDSPUNKT OF TRANSAKTION-REC
           MOVE SPACES TO VALOER-DATO OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC.

      * LOADS LAANRESTANCER.TXT - A MISSING FILE IS AN EMPTY
      * REGISTER, SAME "35" IDIOM AS LAANFORFALD'S LOAD-RESTANCER.
      * RELOADED FOR EVERY LOAN, SO THE NIGHT'S RUN IS ALWAYS SEEN.
       LOAD-RESTANCER.
           MOVE ZEROES TO ANTAL-RESTANCER
           MOVE "N" TO EOF-RESTANCE
           OPEN INPUT LAAN-RESTANCER
           IF WS-RESTANCE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-RESTANCE = "Y"
                   READ LAAN-RESTANCER
                       AT END
                           MOVE "Y" TO EOF-RESTANCE
                       NOT AT END
                           ADD 1 TO ANTAL-RESTANCER
                           MOVE RESTANCE-REC
                               TO RESTANCE-AR(ANTAL-RESTANCER)
                   END-READ
               END-PERFORM
               CLOSE LAAN-RESTANCER
           END-IF.

      * WRITES THE WHOLE REGISTER BACK - SAME SHAPE AS LAANFORFALD'S
      * GEM-RESTANCER.
       GEM-RESTANCER.
           OPEN OUTPUT LAAN-RESTANCER
           PERFORM VARYING WS-RESTANCE-IX FROM 1 BY 1
                   UNTIL WS-RESTANCE-IX > ANTAL-RESTANCER
               MOVE RESTANCE-AR(WS-RESTANCE-IX) TO RESTANCE-REC
               WRITE RESTANCE-REC
           END-PERFORM
           CLOSE LAAN-RESTANCER.

      * EVERY AKTIV PLEDGE ON THE PAID-OFF LOAN'S KONTO-ID IS FLAGGED
      * FRIGIVET AND LISTED FOR THE CREDIT DESK TO RETURN. A PLEDGE
      * ON AN ACCOUNT THAT STILL HAS A LIVE OVERDRAFT FACILITY MAY
      * BE SECURING THAT FACILITY TOO, SO IT STAYS AKTIV AND IS
      * LISTED FOR A MANUAL DECISION INSTEAD.
       FRIGIV-SIKKERHEDER.
           MOVE ZEROES TO ANTAL-SIK
           MOVE ZEROES TO WS-ANTAL-FRIGIVET
           MOVE ZEROES TO WS-ANTAL-BEHOLDT
           MOVE "N" TO EOF-SIK
           OPEN INPUT SIKKERHEDER
           IF WS-SIK-STATUS = "35"
               DISPLAY "INGEN SIKKERHEDER REGISTRERET."
               GO TO FRIGIV-SIKKERHEDER-EXIT
           END-IF
           PERFORM UNTIL EOF-SIK = "Y"
               READ SIKKERHEDER
                   AT END
                       MOVE "Y" TO EOF-SIK
                   NOT AT END
                       ADD 1 TO ANTAL-SIK
                       MOVE SIKKERHED-REC TO SIKKERHED-AR(ANTAL-SIK)
               END-READ
           END-PERFORM
           CLOSE SIKKERHEDER

           OPEN EXTEND SIKKERHED-FRIGIVELSER
           IF WS-FRIGIV-STATUS = "35"
               OPEN OUTPUT SIKKERHED-FRIGIVELSER
           END-IF
           PERFORM VARYING WS-SIK-IX FROM 1 BY 1
                   UNTIL WS-SIK-IX > ANTAL-SIK
               IF SI-KONTO-ID OF SIKKERHED-AR(WS-SIK-IX)
                       = LN-KONTO-ID OF LAAN-REC
                   AND SI-STATUS OF SIKKERHED-AR(WS-SIK-IX) = "AKTIV"
                   PERFORM SKRIV-FRIGIVELSE
               END-IF
           END-PERFORM
           CLOSE SIKKERHED-FRIGIVELSER

           IF WS-ANTAL-FRIGIVET > ZEROES
               OPEN OUTPUT SIKKERHEDER
               PERFORM VARYING WS-SIK-IX FROM 1 BY 1
                       UNTIL WS-SIK-IX > ANTAL-SIK
                   MOVE SIKKERHED-AR(WS-SIK-IX) TO SIKKERHED-REC
                   WRITE SIKKERHED-REC
               END-PERFORM
               CLOSE SIKKERHEDER
           END-IF
           DISPLAY "SIKKERHEDER FRIGIVET: " WS-ANTAL-FRIGIVET
               "  TIL MANUEL VURDERING: " WS-ANTAL-BEHOLDT.

       FRIGIV-SIKKERHEDER-EXIT.
           EXIT.

       SKRIV-FRIGIVELSE.
           MOVE SI-VAERDI OF SIKKERHED-AR(WS-SIK-IX) TO WS-VIS-BELOB
           MOVE SPACES TO FRIGIVELSE-RECORD
           IF WS-KREDITRAMME-AKTIV = "Y"
               ADD 1 TO WS-ANTAL-BEHOLDT
               STRING WS-I-DAG DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LN-KONTO-ID OF LAAN-REC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SI-TYPE OF SIKKERHED-AR(WS-SIK-IX) DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   " BEHOLDT - AKTIV KREDITRAMME" DELIMITED BY SIZE
                   INTO FRIGIVELSE-RECORD
           ELSE
               ADD 1 TO WS-ANTAL-FRIGIVET
               MOVE "FRIGIVET" TO SI-STATUS OF SIKKERHED-AR(WS-SIK-IX)
               STRING WS-I-DAG DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LN-KONTO-ID OF LAAN-REC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SI-TYPE OF SIKKERHED-AR(WS-SIK-IX) DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   " FRIGIVET  OPERATOER " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO FRIGIVELSE-RECORD
           END-IF
           WRITE FRIGIVELSE-RECORD.

      * ONE JOURNAL LINE PER FIELD THE REWRITE ACTUALLY CHANGED -
      * SAME SHAPE AS LAANVEDLIGEHOLD'S JOURNAL.
       JOURNALFOER-LAAN.
           IF LN-RESTGAELD OF LAAN-REC
                   NOT = LN-RESTGAELD OF GAMMEL-LAAN-REC
               MOVE "RESTGAELD" TO WS-J-FELT
               MOVE LN-RESTGAELD OF GAMMEL-LAAN-REC TO WS-J-BELOB
               MOVE WS-J-BELOB TO WS-J-GAMMEL
               MOVE LN-RESTGAELD OF LAAN-REC TO WS-J-BELOB
               MOVE WS-J-BELOB TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
           END-IF
           IF LN-REST-TERMINER OF LAAN-REC
                   NOT = LN-REST-TERMINER OF GAMMEL-LAAN-REC
               MOVE "REST-TERMINER" TO WS-J-FELT
               MOVE LN-REST-TERMINER OF GAMMEL-LAAN-REC TO WS-J-GAMMEL
               MOVE LN-REST-TERMINER OF LAAN-REC TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
           END-IF
           IF LN-STATUS OF LAAN-REC NOT = LN-STATUS OF GAMMEL-LAAN-REC
               MOVE "STATUS" TO WS-J-FELT
               MOVE LN-STATUS OF GAMMEL-LAAN-REC TO WS-J-GAMMEL
               MOVE LN-STATUS OF LAAN-REC TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
           END-IF.

       SKRIV-JOURNAL-LINJE.
           ACCEPT WS-J-TID-RAW FROM DATE YYYYMMDD
           MOVE WS-J-TID-RAW(1:4) TO WS-JOURNAL-TID(1:4)
           MOVE "-" TO WS-JOURNAL-TID(5:1)
           MOVE WS-J-TID-RAW(5:2) TO WS-JOURNAL-TID(6:2)
           MOVE "-" TO WS-JOURNAL-TID(8:1)
           MOVE WS-J-TID-RAW(7:2) TO WS-JOURNAL-TID(9:2)
           ACCEPT WS-J-TID-RAW FROM TIME
           MOVE " " TO WS-JOURNAL-TID(11:1)
           MOVE WS-J-TID-RAW(1:2) TO WS-JOURNAL-TID(12:2)
           MOVE ":" TO WS-JOURNAL-TID(14:1)
           MOVE WS-J-TID-RAW(3:2) TO WS-JOURNAL-TID(15:2)
           MOVE ":" TO WS-JOURNAL-TID(17:1)
           MOVE WS-J-TID-RAW(5:2) TO WS-JOURNAL-TID(18:2)
           PERFORM HENT-AJ-KSUM
           OPEN EXTEND AENDRINGS-JOURNAL
           IF WS-AJOURNAL-STATUS = "35"
               OPEN OUTPUT AENDRINGS-JOURNAL
           END-IF
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JOURNAL-TID TO AJ-TIDSPUNKT OF JOURNAL-REC
           MOVE WS-OPERATOR TO AJ-OPERATOR OF JOURNAL-REC
           MOVE LN-KONTO-ID OF LAAN-REC TO AJ-NOEGLE OF JOURNAL-REC
           MOVE WS-J-FELT TO AJ-FELT OF JOURNAL-REC
           MOVE WS-J-GAMMEL TO AJ-GAMMEL OF JOURNAL-REC
           MOVE WS-J-NY TO AJ-NY OF JOURNAL-REC
           PERFORM KSUM-AJ-REC
           WRITE JOURNAL-REC
           CLOSE AENDRINGS-JOURNAL.

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

      * WHERE THE CHANGE JOURNAL'S CHAIN LEFT OFF - SAME RULES AS
      * HENT-AUDIT-KSUM.
       HENT-AJ-KSUM.
           MOVE ZEROES TO WS-AJ-LOEBENR
           MOVE ZEROES TO WS-AJ-KSUM
           MOVE "N" TO WS-KSUM-EOF
           OPEN INPUT AENDRINGS-JOURNAL
           IF WS-AJOURNAL-STATUS = "00"
               PERFORM UNTIL WS-KSUM-EOF = "Y"
                   READ AENDRINGS-JOURNAL
                       AT END
                           MOVE "Y" TO WS-KSUM-EOF
                       NOT AT END
                           IF AJ-LOEBENR OF JOURNAL-REC IS NUMERIC
                               MOVE AJ-LOEBENR OF JOURNAL-REC
                                   TO WS-AJ-LOEBENR
                               MOVE AJ-KSUM OF JOURNAL-REC
                                   TO WS-AJ-KSUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AENDRINGS-JOURNAL
           END-IF.

       KSUM-AJ-REC.
           ADD 1 TO WS-AJ-LOEBENR
           MOVE WS-AJ-LOEBENR TO AJ-LOEBENR OF JOURNAL-REC
           MOVE JOURNAL-REC(1:136) TO WS-KSUM-DATA
           MOVE 136 TO WS-KSUM-LAENGDE
           MOVE WS-AJ-KSUM TO WS-KSUM
           PERFORM BEREGN-KSUM
           MOVE WS-KSUM TO WS-AJ-KSUM
           MOVE WS-KSUM TO AJ-KSUM OF JOURNAL-REC.

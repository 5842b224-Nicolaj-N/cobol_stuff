       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE PLANNED BRANCH MERGERS - SEE FILIALSAMMENLAEGNINGER.CPY.
      * LOADED WHOLE AND WRITTEN BACK WITH THE OUTCOME OF TONIGHT'S
      * MOVES. OPTIONAL: NO FILE, NO MERGER.
           SELECT SAMMENLAEGNINGER
               ASSIGN TO "FilialSammenlaegninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.
      * THE BANK MASTER - THE RECEIVING REG-NR MUST BE ONE OF OURS
      * BEFORE A SINGLE ACCOUNT IS MOVED TO IT.
           SELECT BANKOPLYSNINGER ASSIGN TO "Banker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
      * THE ACCOUNT MASTER - COUNTED AND TOTALLED, REWRITTEN IN PLACE
      * WITH THE NEW KONTONUMMER, THEN COUNTED AND TOTALLED AGAIN.
      * SAME KEYING AS KONTOVEDLIGEHOLD.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE CUSTOMER MASTER CARRIES A COPY OF THE KONTONUMMER IN
      * KONTOINFO - REWRITTEN IN THE SAME RUN SO THE TWO MASTERS
      * NEVER DISAGREE. SAME KEYING AS KUNDEVEDLIGEHOLD.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               ALTERNATE RECORD KEY IS
                   KONTO-ID OF KONTOINFO OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * READ ONCE FOR EACH ACCOUNT'S LAST-SEEN REG-NR, THEN EXTENDED
      * WITH ONE ZERO-AMOUNT REGNR-SKIFT ROW PER MOVED ACCOUNT UNDER
      * ITS NEW REG-NR - EVERY PROGRAM THAT TAKES AN ACCOUNT'S REG-NR
      * FROM THE FEED (LAST ROW WINS) SEES THE NEW BRANCH FROM
      * TONIGHT'S VALIDATION PASS ON, AND THE STATEMENT SHOWS THE
      * CUSTOMER THE NEW NUMBER.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      * THE PERMANENT OLD-TO-NEW MAP - SEE KONTOOMNUMMERERING.CPY.
      * APPENDED ONLY. CLEARINGINDKOERSEL AND STRAKSKOERSEL REDIRECT
      * BY IT THROUGH THE TRANSITION PERIOD.
           SELECT KONTO-OMNUMMERERING
               ASSIGN TO "KontoOmnummerering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
      * RECEIVER REGISTERS - A STANDING ORDER, FUTURE-DATED PAYMENT
      * OR BUDGET BILL PAYING TO ONE OF THE MOVED ACCOUNTS IS POINTED
      * AT ITS NEW NUMBER. SNAPSHOT-AND-REWRITE, ALL OPTIONAL.
           SELECT STAAENDE-ORDRER ASSIGN TO "StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT FREMTIDIGE-BETALINGER
               ASSIGN TO "FremtidigeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FB-STATUS.
           SELECT BUDGETPOSTER ASSIGN TO "BudgetPoster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
      * REGISTERS KEYED BY KONTO-ID - THEY FOLLOW THE ACCOUNT
      * UNTOUCHED. ONLY COUNTED, SO THE RUN REPORT PROVES WHAT CAME
      * ALONG. ALL OPTIONAL.
           SELECT KORT-REGISTER ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.
           SELECT BS-MANDATER ASSIGN TO "BsMandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSM-STATUS.
           SELECT ALIASER ASSIGN TO "Aliaser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.
           SELECT RESERVATIONER ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT LAAN ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAAN-STATUS.
      * THE MESSAGE CATALOG FOR THE CUSTOMER LETTERS.
           SELECT TEKSTKATALOG ASSIGN TO "Tekstkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-STATUS.
      * ONE LETTER BLOCK PER HOLDER OF A MOVED ACCOUNT.
           SELECT REGNR-BREVE ASSIGN TO "RegnrBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN REPORT - EVERY ACCOUNT MOVED WITH ITS OLD AND NEW
      * NUMBER AND BALANCE, THE BEFORE/AFTER PROOF, THE DEPENDENT
      * REGISTER COUNTS AND ANY ACCOUNT LEFT BEHIND. REBUILT EVERY
      * RUN.
           SELECT MIGRERINGS-RAPPORT ASSIGN TO "RegnrMigrering.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE SHARED CORRESPONDENCE LOG - SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SAMMENLAEGNINGER.
       01 FS-REC.
           COPY "FILIALSAMMENLAEGNINGER.cpy".
       FD BANKOPLYSNINGER.
       01 BANKOPL-IN.
           COPY "BANKER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD KONTO-OMNUMMERERING.
       01 KM-REC.
           COPY "KONTOOMNUMMERERING.cpy".
       FD STAAENDE-ORDRER.
       01 ORDRE-REC.
           COPY "STAAENDEORDRER.cpy".
       FD FREMTIDIGE-BETALINGER.
       01 FB-REC.
           COPY "FREMTIDIGEBETALINGER.cpy".
       FD BUDGETPOSTER.
       01 BP-REC.
           COPY "BUDGETPOSTER.cpy".
       FD KORT-REGISTER.
       01 KORT-REC.
           COPY "KORT.cpy".
       FD BS-MANDATER.
       01 MANDAT-REC.
           COPY "BSMANDATER.cpy".
       FD ALIASER.
       01 ALIAS-REC.
           COPY "ALIASER.cpy".
       FD RESERVATIONER.
       01 RES-REC.
           COPY "RESERVATIONER.cpy".
       FD LAAN.
       01 LAAN-REC.
           COPY "LAAN.cpy".
       FD TEKSTKATALOG.
       01 KATALOG-REC.
           02  TK-SPROG             PIC X(2).
           02  TK-NOEGLE            PIC X(20).
           02  TK-TEKST             PIC X(90).
       FD REGNR-BREVE.
       01 BREV-RECORD.
           02  BREV-LINE            PIC X(100) VALUE SPACES.
       FD MIGRERINGS-RAPPORT.
       01 RAPPORT-RECORD.
           02  RAPPORT-LINE         PIC X(150) VALUE SPACES.
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "REGNRMIG".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RECS-BREVE            PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-FS-STATUS             PIC XX VALUE "00".
       01  WS-BANK-STATUS           PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-TRANS-STATUS          PIC XX VALUE "00".
       01  WS-MAP-STATUS            PIC XX VALUE "00".
       01  WS-SO-STATUS             PIC XX VALUE "00".
       01  WS-FB-STATUS             PIC XX VALUE "00".
       01  WS-BP-STATUS             PIC XX VALUE "00".
       01  WS-KORT-STATUS           PIC XX VALUE "00".
       01  WS-BSM-STATUS            PIC XX VALUE "00".
       01  WS-ALIAS-STATUS          PIC XX VALUE "00".
       01  WS-RES-STATUS            PIC XX VALUE "00".
       01  WS-LAAN-STATUS           PIC XX VALUE "00".
       01  WS-KATALOG-STATUS        PIC XX VALUE "00".
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
       01  EOF-FS                   PIC X VALUE "N".
       01  EOF-BANK                 PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  EOF-REGISTER             PIC X VALUE "N".
       01  EOF-KATALOG              PIC X VALUE "N".
      * THE MERGER REGISTER IN MEMORY. FSA-DUE MARKS A ROW TONIGHT
      * ACTS ON - PLANLAGT, CUTOVER DATE REACHED, BOTH REG-NRS ON
      * BANKER.TXT.
       01  FS-AR OCCURS 20 TIMES.
           COPY "FILIALSAMMENLAEGNINGER.cpy".
       01  FSA-DUE-AR OCCURS 20 TIMES PIC X VALUE "N".
       01  ANTAL-FS                 PIC 9(2) VALUE ZEROES.
       01  WS-FS-IX                 PIC 9(2).
       01  WS-FS-MATCH-IX           PIC 9(2) VALUE ZEROES.
       01  WS-ANTAL-DUE             PIC 9(2) VALUE ZEROES.
      * OUR OWN REG-NRS.
       01  BANK-AR OCCURS 100 TIMES PIC 9(4) VALUE ZEROES.
       01  ANTAL-BANKER             PIC 9(3) VALUE ZEROES.
       01  WS-BANK-IX               PIC 9(3).
       01  WS-GAMMEL-KENDT          PIC X VALUE "N".
       01  WS-NY-KENDT              PIC X VALUE "N".
      * ACCOUNT -> LAST-SEEN REG-NR - SAME SHAPE AS THE POSTERS.
       01  KONTO-REG-AR OCCURS 999 TIMES.
           02  KRA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KRA-REG-NR           PIC 9(4) VALUE ZEROES.
       01  ANTAL-REG                PIC 9(4) VALUE ZEROES.
       01  WS-REG-IX                PIC 9(4).
       01  WS-REG-MATCH-IX          PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-REG-NR          PIC 9(4) VALUE ZEROES.
      * EVERY ACCOUNT ON THE MASTER, FOR THE COLLISION CHECK AND THE
      * BEFORE/AFTER PROOF.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KO-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KO-KONTONUMMER       PIC X(20) VALUE SPACES.
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
      * THE ACCOUNTS MOVING TONIGHT. FL-FLYT "J" ONCE THE NEW NUMBER
      * IS PROVED FREE; "N" LEAVES THE ACCOUNT WHERE IT IS, WITH
      * FL-AARSAG ON THE REPORT.
       01  FLYT-AR OCCURS 999 TIMES.
           02  FL-KONTO-ID          PIC X(10) VALUE SPACES.
           02  FL-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  FL-MEDINDEHAVER      PIC X(10) OCCURS 2 TIMES.
           02  FL-GAMMEL-NR         PIC X(20) VALUE SPACES.
           02  FL-NY-NR             PIC X(20) VALUE SPACES.
           02  FL-BALANCE           PIC S9(7)V99 VALUE ZEROES.
           02  FL-VALUTA            PIC X(3) VALUE SPACES.
           02  FL-FS-IX             PIC 9(2) VALUE ZEROES.
           02  FL-FLYT              PIC X VALUE "J".
           02  FL-AARSAG            PIC X(40) VALUE SPACES.
       01  ANTAL-FLYT               PIC 9(4) VALUE ZEROES.
       01  WS-FLYT-IX               PIC 9(4).
       01  WS-FLYT-MATCH-IX         PIC 9(4) VALUE ZEROES.
       01  WS-FLYT-IX2              PIC 9(4).
       01  WS-MI-IX                 PIC 9.
      * BEFORE/AFTER PROOF. THE WHOLE MASTER'S COUNT AND BALANCE
      * MUST NOT MOVE; THE MOVED ACCOUNTS' COUNT AND BALANCE UNDER
      * THEIR NEW NUMBERS MUST EQUAL WHAT STOOD UNDER THE OLD ONES;
      * AND NO MOVED ACCOUNT MAY STILL CARRY ITS OLD NUMBER.
       01  WS-FOER-ANTAL            PIC 9(6) VALUE ZEROES.
       01  WS-FOER-SALDO            PIC S9(11)V99 VALUE ZEROES.
       01  WS-EFTER-ANTAL           PIC 9(6) VALUE ZEROES.
       01  WS-EFTER-SALDO           PIC S9(11)V99 VALUE ZEROES.
       01  WS-FLYT-FOER-ANTAL       PIC 9(6) VALUE ZEROES.
       01  WS-FLYT-FOER-SALDO       PIC S9(11)V99 VALUE ZEROES.
       01  WS-FLYT-EFTER-ANTAL      PIC 9(6) VALUE ZEROES.
       01  WS-FLYT-EFTER-SALDO      PIC S9(11)V99 VALUE ZEROES.
       01  WS-GAMMEL-TILBAGE        PIC 9(6) VALUE ZEROES.
       01  WS-KUNDE-OMSKREVET       PIC 9(6) VALUE ZEROES.
       01  WS-BEVIS-OK              PIC X VALUE "J".
       01  WS-ANTAL-SALDO-ED        PIC -(11)9.99.
       01  WS-ANTAL-ED              PIC Z(5)9.
      * NEW-NUMBER WORK AREA. A DANISH IBAN IS "DK", TWO CHECK
      * DIGITS, THE FOUR-DIGIT REG-NR AND THE TEN-DIGIT ACCOUNT
      * NUMBER; THE NEW ONE KEEPS THE ACCOUNT DIGITS, TAKES THE NEW
      * REG-NR AND GETS FRESH CHECK DIGITS (ISO 7064 MOD-97-10, THE
      * SAME RULE KONTOVEDLIGEHOLD VALIDATES BY). A PLAIN FOURTEEN-
      * DIGIT NUMBER (REG-NR PLUS ACCOUNT) JUST TAKES THE NEW REG-NR.
       01  WS-NUMMER-FORM           PIC X VALUE SPACE.
       01  WS-NY-NR                 PIC X(20) VALUE SPACES.
       01  WS-IBAN-ARB              PIC X(20) VALUE SPACES.
       01  WS-IBAN-IX               PIC 99 VALUE ZEROES.
       01  WS-IBAN-CIFFER           PIC 9 VALUE ZEROES.
       01  WS-IBAN-REST             PIC 99 VALUE ZEROES.
       01  WS-IBAN-TEMP             PIC 9(3) VALUE ZEROES.
       01  WS-IBAN-KVOT             PIC 9(3) VALUE ZEROES.
       01  WS-IBAN-KONTROL          PIC 99 VALUE ZEROES.
      * THE TRANSITION PERIOD'S LAST DAY WHEN THE MERGER ROW LEAVES
      * FS-OMSTIL-TIL BLANK - THE SAME DAY ONE YEAR ON.
       01  WS-OMSTIL-TIL            PIC X(10) VALUE SPACES.
       01  WS-OMSTIL-AAR            PIC 9(4) VALUE ZEROES.
      * DEPENDENT REGISTER ROWS - RECEIVERS REPOINTED, AND ROWS
      * FOLLOWING A MOVED KONTO-ID - FOR THE REPORT.
       01  WS-SO-OMSKREVET          PIC 9(6) VALUE ZEROES.
       01  WS-FB-OMSKREVET          PIC 9(6) VALUE ZEROES.
       01  WS-BP-OMSKREVET          PIC 9(6) VALUE ZEROES.
       01  WS-SO-FOELGER            PIC 9(6) VALUE ZEROES.
       01  WS-KORT-FOELGER          PIC 9(6) VALUE ZEROES.
       01  WS-BSM-FOELGER           PIC 9(6) VALUE ZEROES.
       01  WS-ALIAS-FOELGER         PIC 9(6) VALUE ZEROES.
       01  WS-RES-FOELGER           PIC 9(6) VALUE ZEROES.
       01  WS-LAAN-FOELGER          PIC 9(6) VALUE ZEROES.
       01  WS-OPSLAG-KONTO-ID       PIC X(10) VALUE SPACES.
       01  WS-OPSLAG-NR             PIC X(20) VALUE SPACES.
       01  WS-OPSLAG-FUNDET         PIC X VALUE "N".
      * SNAPSHOT AREAS FOR THE RECEIVER REGISTERS.
       01  ORDRE-AR OCCURS 999 TIMES.
           COPY "STAAENDEORDRER.cpy".
       01  ANTAL-ORDRER             PIC 9(4) VALUE ZEROES.
       01  FB-AR OCCURS 999 TIMES.
           COPY "FREMTIDIGEBETALINGER.cpy".
       01  ANTAL-FB                 PIC 9(4) VALUE ZEROES.
       01  BP-AR OCCURS 999 TIMES.
           COPY "BUDGETPOSTER.cpy".
       01  ANTAL-BP                 PIC 9(4) VALUE ZEROES.
       01  WS-REG-RAEKKE-IX         PIC 9(4).
      * CUSTOMER MASTER - LOADED DURING THE KONTOINFO REWRITE PASS,
      * FOR THE CPR/NAME ON THE REGNR-SKIFT ROWS AND THE LETTERS.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-BREV-KUNDE-ID         PIC X(10) VALUE SPACES.
      * MESSAGE CATALOG - SAME SHAPE AS OPGAVE11.
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
       01  WS-BELOB-TEKST           PIC -(9)9.99.

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

      * PICKS OUT THE MERGERS WHOSE CUTOVER DATE HAS COME, WORKS OUT
      * EVERY MOVING ACCOUNT'S NEW NUMBER, REWRITES THE TWO MASTERS
      * AND PROVES THE RESULT AGAINST THE BEFORE-FIGURES. ONLY A
      * CLEAN PROOF GOES ON TO THE MAP, THE REGNR-SKIFT ROWS, THE
      * RECEIVER REGISTERS AND THE LETTERS; A FAILED PROOF RETURNS
      * CONDITION CODE 8 SO THE CHAIN STOPS BEFORE ANYTHING POSTS
      * AGAINST HALF-MOVED MASTERS, AND THE MASTERS ARE RESTORED FROM
      * THE STEP000 GENERATION.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-SAMMENLAEGNINGER
           IF ANTAL-FS = ZEROES
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-BANKER
           OPEN OUTPUT MIGRERINGS-RAPPORT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "REG-NR MIGRERING " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           PERFORM VARYING WS-FS-IX FROM 1 BY 1
                   UNTIL WS-FS-IX > ANTAL-FS
               PERFORM VURDER-SAMMENLAEGNING
                   THRU VURDER-SAMMENLAEGNING-EXIT
           END-PERFORM
           IF WS-ANTAL-DUE = ZEROES
               MOVE "INGEN SAMMENLAEGNING TIL KOERSEL I NAT"
                   TO RAPPORT-LINE
               WRITE RAPPORT-RECORD
               CLOSE MIGRERINGS-RAPPORT
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-REG-NR-TABEL
           PERFORM LOAD-KONTI
           PERFORM BEREGN-NYE-NUMRE
           PERFORM OMSKRIV-KONTI
           PERFORM OMSKRIV-KUNDER
           PERFORM BEVIS-KONTI
           PERFORM SKRIV-BEVIS
           IF WS-BEVIS-OK = "N"
               MOVE 8 TO RETURN-CODE
               MOVE "BEVIS FEJLET - KONTOOPT.TXT OG KUNDEOPLYSNINGER.T
      -            "XT GENDANNES FRA STEP000-BACKUP" TO RAPPORT-LINE
               WRITE RAPPORT-RECORD
               CLOSE MIGRERINGS-RAPPORT
               DISPLAY "REGNRMIG: BEVIS FEJLET - SE REGNRMIGRERING.TXT"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM SKRIV-OMNUMMERERING
           PERFORM SKRIV-REGNR-SKIFT
           PERFORM OMSKRIV-STAAENDE-ORDRER
           PERFORM OMSKRIV-FREMTIDIGE
           PERFORM OMSKRIV-BUDGETPOSTER
           PERFORM TAEL-AFHAENGIGE
           PERFORM SKRIV-AFHAENGIGE
           PERFORM LOAD-TEKSTKATALOG
           OPEN OUTPUT REGNR-BREVE
           PERFORM VARYING WS-FLYT-IX FROM 1 BY 1
                   UNTIL WS-FLYT-IX > ANTAL-FLYT
               IF FL-FLYT(WS-FLYT-IX) = "J"
                   PERFORM SKRIV-BREVE-FOR-KONTO
               END-IF
           END-PERFORM
           CLOSE REGNR-BREVE
           PERFORM MARKER-GENNEMFOERT
           PERFORM GEM-SAMMENLAEGNINGER
           CLOSE MIGRERINGS-RAPPORT
           DISPLAY "REGNRMIG: " WS-RECS-OUT
               " KONTI FLYTTET - SE REGNRMIGRERING.TXT"
           DISPLAY "REGNRMIG: " WS-RECS-BREVE
               " BREVE - SE REGNRBREVE.TXT"
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
               "  FLYTTET " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               "  BREVE " DELIMITED BY SIZE
               WS-RECS-BREVE DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       LOAD-SAMMENLAEGNINGER.
           OPEN INPUT SAMMENLAEGNINGER
           IF WS-FS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FS = "Y"
                   READ SAMMENLAEGNINGER
                       AT END
                           MOVE "Y" TO EOF-FS
                       NOT AT END
                           ADD 1 TO ANTAL-FS
                           ADD 1 TO WS-RECS-IN
                           MOVE FS-REC TO FS-AR(ANTAL-FS)
                   END-READ
               END-PERFORM
               CLOSE SAMMENLAEGNINGER
           END-IF.

       GEM-SAMMENLAEGNINGER.
           OPEN OUTPUT SAMMENLAEGNINGER
           PERFORM VARYING WS-FS-IX FROM 1 BY 1
                   UNTIL WS-FS-IX > ANTAL-FS
               MOVE FS-AR(WS-FS-IX) TO FS-REC
               WRITE FS-REC
           END-PERFORM
           CLOSE SAMMENLAEGNINGER.

       LOAD-BANKER.
           OPEN INPUT BANKOPLYSNINGER
           IF WS-BANK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BANK = "Y"
                   READ BANKOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-BANK
                       NOT AT END
                           ADD 1 TO ANTAL-BANKER
                           MOVE REG-NR OF BANKOPL-IN
                               TO BANK-AR(ANTAL-BANKER)
                   END-READ
               END-PERFORM
               CLOSE BANKOPLYSNINGER
           END-IF.

      * ONE MERGER ROW. A GENNEMFOERT ROW IS HISTORY; A PLANLAGT ROW
      * WAITS FOR ITS CUTOVER DATE; A ROW WHOSE REG-NRS ARE NOT BOTH
      * OURS (OR ARE THE SAME) IS REPORTED AND LEFT PLANLAGT FOR THE
      * OPERATIONS DESK TO CORRECT.
       VURDER-SAMMENLAEGNING.
           IF FS-STATUS OF FS-AR(WS-FS-IX) NOT = "PLANLAGT"
               GO TO VURDER-SAMMENLAEGNING-EXIT
           END-IF
           IF FS-SKAEDATO OF FS-AR(WS-FS-IX) > WS-DAGS-DATO
               OR FS-SKAEDATO OF FS-AR(WS-FS-IX) = SPACES
               GO TO VURDER-SAMMENLAEGNING-EXIT
           END-IF
           MOVE "N" TO WS-GAMMEL-KENDT
           MOVE "N" TO WS-NY-KENDT
           PERFORM VARYING WS-BANK-IX FROM 1 BY 1
                   UNTIL WS-BANK-IX > ANTAL-BANKER
               IF BANK-AR(WS-BANK-IX)
                       = FS-GAMMEL-REG-NR OF FS-AR(WS-FS-IX)
                   MOVE "J" TO WS-GAMMEL-KENDT
               END-IF
               IF BANK-AR(WS-BANK-IX) = FS-NY-REG-NR OF FS-AR(WS-FS-IX)
                   MOVE "J" TO WS-NY-KENDT
               END-IF
           END-PERFORM
           IF WS-GAMMEL-KENDT = "N" OR WS-NY-KENDT = "N"
               OR FS-GAMMEL-REG-NR OF FS-AR(WS-FS-IX)
                   = FS-NY-REG-NR OF FS-AR(WS-FS-IX)
               MOVE SPACES TO RAPPORT-RECORD
               STRING "AFVIST: REG-NR " DELIMITED BY SIZE
                   FS-GAMMEL-REG-NR OF FS-AR(WS-FS-IX)
                       DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FS-NY-REG-NR OF FS-AR(WS-FS-IX) DELIMITED BY SIZE
                   " - BEGGE REG-NR SKAL VAERE FORSKELLIGE OG FINDES"
                       DELIMITED BY SIZE
                   " PAA BANKER.TXT" DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
               GO TO VURDER-SAMMENLAEGNING-EXIT
           END-IF
           MOVE "J" TO FSA-DUE-AR(WS-FS-IX)
           ADD 1 TO WS-ANTAL-DUE.

       VURDER-SAMMENLAEGNING-EXIT.
           EXIT.

      * ONE PASS OVER TRANSAKTIONER.TXT FOR THE REG-NR TABLE - SAME
      * SHAPE AS THE OTHER POSTING RUNS.
       LOAD-REG-NR-TABEL.
           OPEN INPUT TRANSAKTIONER
           IF WS-TRANS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-TRANS = "Y"
                   READ TRANSAKTIONER
                       AT END
                           MOVE "Y" TO EOF-TRANS
                       NOT AT END
                           PERFORM NOTER-REG-NR
                   END-READ
               END-PERFORM
               CLOSE TRANSAKTIONER
           END-IF.

       NOTER-REG-NR.
           MOVE ZEROES TO WS-REG-MATCH-IX
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX) = KONTO-ID OF TRANSAKTION-REC
                   MOVE WS-REG-IX TO WS-REG-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-REG-MATCH-IX = ZEROES AND ANTAL-REG < 999
               ADD 1 TO ANTAL-REG
               MOVE KONTO-ID OF TRANSAKTION-REC
                   TO KRA-KONTO-ID(ANTAL-REG)
               MOVE ANTAL-REG TO WS-REG-MATCH-IX
           END-IF
           IF WS-REG-MATCH-IX > ZEROES
               MOVE REG-NR OF TRANSAKTION-REC
                   TO KRA-REG-NR(WS-REG-MATCH-IX)
           END-IF.

      * THE BEFORE-PASS: EVERY ACCOUNT COUNTED AND TOTALLED, AND
      * EVERY ACCOUNT BELONGING TO A DUE MERGER'S OLD REG-NR PUT ON
      * THE MOVE LIST. CLOSED ACCOUNTS MOVE TOO - THE NUMBER IS THE
      * BRANCH'S, NOT THE ACCOUNT'S STATE, AND A LATE CREDIT TO A
      * CLOSED ACCOUNT STILL HAS TO FIND IT.
       LOAD-KONTI.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO WS-FOER-ANTAL
                       ADD BALANCE OF KONTOOPL-IN TO WS-FOER-SALDO
                       IF ANTAL-KONTI < 999
                           ADD 1 TO ANTAL-KONTI
                           MOVE KONTO-ID OF KONTOOPL-IN
                               TO KO-KONTO-ID(ANTAL-KONTI)
                           MOVE KONTONUMMER OF KONTOOPL-IN
                               TO KO-KONTONUMMER(ANTAL-KONTI)
                       END-IF
                       PERFORM FIND-KONTO-FILIAL
                       IF WS-FS-MATCH-IX > ZEROES
                           PERFORM NOTER-FLYT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

      * WHICH DUE MERGER, IF ANY, THE ACCOUNT IN KONTOOPL-IN MOVES
      * UNDER. THE REG-NR IN THE NUMBER ITSELF DECIDES; A NUMBER IN
      * NEITHER KNOWN SHAPE FALLS BACK ON THE ACCOUNT'S LAST-SEEN
      * REG-NR FROM THE FEED.
       FIND-KONTO-FILIAL.
           MOVE ZEROES TO WS-FS-MATCH-IX
           PERFORM BESTEM-NUMMER-FORM
           MOVE ZEROES TO WS-KONTO-REG-NR
           EVALUATE WS-NUMMER-FORM
               WHEN "I"
                   MOVE KONTONUMMER OF KONTOOPL-IN(5:4)
                       TO WS-KONTO-REG-NR
               WHEN "P"
                   MOVE KONTONUMMER OF KONTOOPL-IN(1:4)
                       TO WS-KONTO-REG-NR
               WHEN OTHER
                   PERFORM VARYING WS-REG-IX FROM 1 BY 1
                           UNTIL WS-REG-IX > ANTAL-REG
                       IF KRA-KONTO-ID(WS-REG-IX)
                               = KONTO-ID OF KONTOOPL-IN
                           MOVE KRA-REG-NR(WS-REG-IX)
                               TO WS-KONTO-REG-NR
                       END-IF
                   END-PERFORM
           END-EVALUATE
           PERFORM VARYING WS-FS-IX FROM 1 BY 1
                   UNTIL WS-FS-IX > ANTAL-FS
               IF FSA-DUE-AR(WS-FS-IX) = "J"
                   AND FS-GAMMEL-REG-NR OF FS-AR(WS-FS-IX)
                       = WS-KONTO-REG-NR
                   MOVE WS-FS-IX TO WS-FS-MATCH-IX
               END-IF
           END-PERFORM.

      * "I" - A DANISH IBAN (DK, CHECK DIGITS, REG-NR, TEN DIGITS);
      * "P" - A PLAIN FOURTEEN-DIGIT NUMBER; SPACE - NEITHER.
       BESTEM-NUMMER-FORM.
           MOVE SPACE TO WS-NUMMER-FORM
           IF KONTONUMMER OF KONTOOPL-IN(1:2) = "DK"
               AND KONTONUMMER OF KONTOOPL-IN(3:16) IS NUMERIC
               AND KONTONUMMER OF KONTOOPL-IN(19:2) = SPACES
               MOVE "I" TO WS-NUMMER-FORM
           ELSE
               IF KONTONUMMER OF KONTOOPL-IN(1:14) IS NUMERIC
                   AND KONTONUMMER OF KONTOOPL-IN(15:6) = SPACES
                   MOVE "P" TO WS-NUMMER-FORM
               END-IF
           END-IF.

       NOTER-FLYT.
           IF ANTAL-FLYT = 999
               GO TO NOTER-FLYT-EXIT
           END-IF
           ADD 1 TO ANTAL-FLYT
           MOVE KONTO-ID OF KONTOOPL-IN TO FL-KONTO-ID(ANTAL-FLYT)
           MOVE KUNDE-ID OF KONTOOPL-IN TO FL-KUNDE-ID(ANTAL-FLYT)
           MOVE SPACES TO FL-MEDINDEHAVER(ANTAL-FLYT, 1)
           MOVE SPACES TO FL-MEDINDEHAVER(ANTAL-FLYT, 2)
           PERFORM VARYING WS-MI-IX FROM 1 BY 1 UNTIL WS-MI-IX > 2
               IF WS-MI-IX NOT > ANTAL-MEDINDEHAVERE OF KONTOOPL-IN
                   MOVE MI-KUNDE-ID OF KONTOOPL-IN(WS-MI-IX)
                       TO FL-MEDINDEHAVER(ANTAL-FLYT, WS-MI-IX)
               END-IF
           END-PERFORM
           MOVE KONTONUMMER OF KONTOOPL-IN TO FL-GAMMEL-NR(ANTAL-FLYT)
           MOVE BALANCE OF KONTOOPL-IN TO FL-BALANCE(ANTAL-FLYT)
           MOVE VALUTAKODE OF KONTOOPL-IN TO FL-VALUTA(ANTAL-FLYT)
           MOVE WS-FS-MATCH-IX TO FL-FS-IX(ANTAL-FLYT)
           MOVE "J" TO FL-FLYT(ANTAL-FLYT)
           MOVE SPACES TO FL-AARSAG(ANTAL-FLYT)
           MOVE SPACES TO WS-NY-NR
           EVALUATE WS-NUMMER-FORM
               WHEN "I"
                   PERFORM BEREGN-NYT-IBAN
               WHEN "P"
                   MOVE KONTONUMMER OF KONTOOPL-IN TO WS-NY-NR
                   MOVE FS-NY-REG-NR OF FS-AR(WS-FS-MATCH-IX)
                       TO WS-NY-NR(1:4)
               WHEN OTHER
                   MOVE KONTONUMMER OF KONTOOPL-IN TO WS-NY-NR
           END-EVALUATE
           MOVE WS-NY-NR TO FL-NY-NR(ANTAL-FLYT).

       NOTER-FLYT-EXIT.
           EXIT.

      * THE NEW IBAN: NEW REG-NR, SAME TEN ACCOUNT DIGITS, CHECK
      * DIGITS RECOMPUTED OVER THE BBAN FOLLOWED BY "DK00" AS DIGITS
      * (D=13, K=20), DIGIT BY DIGIT SINCE THE NUMBER IS FAR TOO
      * LONG FOR ANY NUMERIC FIELD. CHECK = 98 MINUS THE REMAINDER.
       BEREGN-NYT-IBAN.
           MOVE KONTONUMMER OF KONTOOPL-IN TO WS-NY-NR
           MOVE FS-NY-REG-NR OF FS-AR(WS-FS-MATCH-IX) TO WS-NY-NR(5:4)
           MOVE SPACES TO WS-IBAN-ARB
           MOVE WS-NY-NR(5:14) TO WS-IBAN-ARB(1:14)
           MOVE "131400" TO WS-IBAN-ARB(15:6)
           MOVE ZEROES TO WS-IBAN-REST
           PERFORM VARYING WS-IBAN-IX FROM 1 BY 1 UNTIL WS-IBAN-IX > 20
               MOVE WS-IBAN-ARB(WS-IBAN-IX:1) TO WS-IBAN-CIFFER
               COMPUTE WS-IBAN-TEMP = (WS-IBAN-REST * 10)
                   + WS-IBAN-CIFFER
               DIVIDE WS-IBAN-TEMP BY 97
                   GIVING WS-IBAN-KVOT REMAINDER WS-IBAN-REST
           END-PERFORM
           COMPUTE WS-IBAN-KONTROL = 98 - WS-IBAN-REST
           MOVE WS-IBAN-KONTROL TO WS-NY-NR(3:2).

      * A NEW NUMBER ALREADY IN USE ON THE MASTER (OR CLAIMED BY AN
      * EARLIER ACCOUNT ON TONIGHT'S LIST) WOULD MAKE TWO ACCOUNTS
      * ANSWER TO ONE KONTONUMMER - THAT ACCOUNT STAYS WHERE IT IS
      * AND IS REPORTED FOR A MANUAL NEW NUMBER.
       BEREGN-NYE-NUMRE.
           PERFORM VARYING WS-FLYT-IX FROM 1 BY 1
                   UNTIL WS-FLYT-IX > ANTAL-FLYT
               IF FL-NY-NR(WS-FLYT-IX) NOT = FL-GAMMEL-NR(WS-FLYT-IX)
                   PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                           UNTIL WS-KONTO-IX > ANTAL-KONTI
                       IF KO-KONTONUMMER(WS-KONTO-IX)
                               = FL-NY-NR(WS-FLYT-IX)
                           MOVE "N" TO FL-FLYT(WS-FLYT-IX)
                           MOVE "NYT KONTONUMMER ER ALLEREDE I BRUG"
                               TO FL-AARSAG(WS-FLYT-IX)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-FLYT-IX2 FROM 1 BY 1
                           UNTIL WS-FLYT-IX2 NOT < WS-FLYT-IX
                       IF FL-FLYT(WS-FLYT-IX2) = "J"
                           AND FL-NY-NR(WS-FLYT-IX2)
                               = FL-NY-NR(WS-FLYT-IX)
                           MOVE "N" TO FL-FLYT(WS-FLYT-IX)
                           MOVE "NYT KONTONUMMER DOBBELT I KOERSLEN"
                               TO FL-AARSAG(WS-FLYT-IX)
                       END-IF
                   END-PERFORM
               END-IF
               IF FL-FLYT(WS-FLYT-IX) = "J"
                   ADD 1 TO WS-FLYT-FOER-ANTAL
                   ADD FL-BALANCE(WS-FLYT-IX) TO WS-FLYT-FOER-SALDO
               END-IF
           END-PERFORM.

      * THE ACCOUNT MASTER REWRITE - BY KEY, ONE MOVED ACCOUNT AT A
      * TIME. ONLY KONTONUMMER CHANGES.
       OMSKRIV-KONTI.
           OPEN I-O KONTOOPLYSNINGER
           PERFORM VARYING WS-FLYT-IX FROM 1 BY 1
                   UNTIL WS-FLYT-IX > ANTAL-FLYT
               IF FL-FLYT(WS-FLYT-IX) = "J"
                   MOVE FL-KONTO-ID(WS-FLYT-IX)
                       TO KONTO-ID OF KONTOOPL-IN
                   READ KONTOOPLYSNINGER
                       KEY IS KONTO-ID OF KONTOOPL-IN
                       INVALID KEY
                           MOVE "N" TO FL-FLYT(WS-FLYT-IX)
                           MOVE "KONTO FORSVANDT UNDER KOERSLEN"
                               TO FL-AARSAG(WS-FLYT-IX)
                           MOVE "N" TO WS-BEVIS-OK
                       NOT INVALID KEY
                           MOVE FL-NY-NR(WS-FLYT-IX)
                               TO KONTONUMMER OF KONTOOPL-IN
                           REWRITE KONTOOPL-IN
                           ADD 1 TO WS-RECS-OUT
                   END-READ
               END-IF
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

      * THE CUSTOMER MASTER'S KONTOINFO COPY - ONE SEQUENTIAL PASS,
      * LOADING THE TABLE THE LETTERS AND ROWS NEED ON THE WAY.
       OMSKRIV-KUNDER.
           OPEN I-O KUNDEOPLYSNINGER
           PERFORM UNTIL EOF-KUNDE = "Y"
               READ KUNDEOPLYSNINGER NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-KUNDE
                   NOT AT END
                       MOVE KONTO-ID OF KONTOINFO OF KUNDEOPL-IN
                           TO WS-OPSLAG-KONTO-ID
                       PERFORM FIND-FLYT-KONTO-ID
                       IF WS-FLYT-MATCH-IX > ZEROES
                           IF KONTONUMMER OF KONTOINFO OF KUNDEOPL-IN
                                   = FL-GAMMEL-NR(WS-FLYT-MATCH-IX)
                               MOVE FL-NY-NR(WS-FLYT-MATCH-IX)
                                   TO KONTONUMMER OF KONTOINFO
                                       OF KUNDEOPL-IN
                               REWRITE KUNDEOPL-IN
                               ADD 1 TO WS-KUNDE-OMSKREVET
                           END-IF
                       END-IF
                       IF ANTAL-KUNDER < 999
                           ADD 1 TO ANTAL-KUNDER
                           MOVE KUNDEOPL-IN TO KUNDEOPL-AR(ANTAL-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER.

      * THE MOVED ACCOUNT (FL-FLYT "J") WITH KONTO-ID
      * WS-OPSLAG-KONTO-ID, OR ZERO.
       FIND-FLYT-KONTO-ID.
           MOVE ZEROES TO WS-FLYT-MATCH-IX
           PERFORM VARYING WS-FLYT-IX2 FROM 1 BY 1
                   UNTIL WS-FLYT-IX2 > ANTAL-FLYT
               IF FL-KONTO-ID(WS-FLYT-IX2) = WS-OPSLAG-KONTO-ID
                   AND FL-FLYT(WS-FLYT-IX2) = "J"
                   MOVE WS-FLYT-IX2 TO WS-FLYT-MATCH-IX
               END-IF
           END-PERFORM.

      * THE MOVED ACCOUNT WHOSE OLD NUMBER IS WS-OPSLAG-NR, OR ZERO.
       FIND-FLYT-GAMMEL-NR.
           MOVE ZEROES TO WS-FLYT-MATCH-IX
           IF WS-OPSLAG-NR = SPACES
               GO TO FIND-FLYT-GAMMEL-NR-EXIT
           END-IF
           PERFORM VARYING WS-FLYT-IX2 FROM 1 BY 1
                   UNTIL WS-FLYT-IX2 > ANTAL-FLYT
               IF FL-GAMMEL-NR(WS-FLYT-IX2) = WS-OPSLAG-NR
                   AND FL-FLYT(WS-FLYT-IX2) = "J"
                   MOVE WS-FLYT-IX2 TO WS-FLYT-MATCH-IX
               END-IF
           END-PERFORM.

       FIND-FLYT-GAMMEL-NR-EXIT.
           EXIT.

      * THE AFTER-PASS. EVERY ACCOUNT IS RECOUNTED AND RETOTALLED;
      * A MOVED ACCOUNT MUST NOW CARRY EXACTLY ITS NEW NUMBER, AND NO
      * ACCOUNT MAY STILL CARRY A MOVED ACCOUNT'S OLD ONE.
       BEVIS-KONTI.
           MOVE "N" TO EOF-KONTO
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO WS-EFTER-ANTAL
                       ADD BALANCE OF KONTOOPL-IN TO WS-EFTER-SALDO
                       MOVE KONTO-ID OF KONTOOPL-IN
                           TO WS-OPSLAG-KONTO-ID
                       PERFORM FIND-FLYT-KONTO-ID
                       IF WS-FLYT-MATCH-IX > ZEROES
                           IF KONTONUMMER OF KONTOOPL-IN
                                   = FL-NY-NR(WS-FLYT-MATCH-IX)
                               ADD 1 TO WS-FLYT-EFTER-ANTAL
                               ADD BALANCE OF KONTOOPL-IN
                                   TO WS-FLYT-EFTER-SALDO
                           END-IF
                       END-IF
                       MOVE KONTONUMMER OF KONTOOPL-IN TO WS-OPSLAG-NR
                       PERFORM FIND-FLYT-GAMMEL-NR
                           THRU FIND-FLYT-GAMMEL-NR-EXIT
                       IF WS-FLYT-MATCH-IX > ZEROES
                           IF FL-NY-NR(WS-FLYT-MATCH-IX)
                                   NOT = FL-GAMMEL-NR(WS-FLYT-MATCH-IX)
                               ADD 1 TO WS-GAMMEL-TILBAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER
           IF WS-EFTER-ANTAL NOT = WS-FOER-ANTAL
               OR WS-EFTER-SALDO NOT = WS-FOER-SALDO
               OR WS-FLYT-EFTER-ANTAL NOT = WS-FLYT-FOER-ANTAL
               OR WS-FLYT-EFTER-SALDO NOT = WS-FLYT-FOER-SALDO
               OR WS-GAMMEL-TILBAGE > ZEROES
               MOVE "N" TO WS-BEVIS-OK
           END-IF.

      * THE MOVE LIST PER MERGER, THEN THE PROOF FIGURES.
       SKRIV-BEVIS.
           PERFORM VARYING WS-FS-IX FROM 1 BY 1
                   UNTIL WS-FS-IX > ANTAL-FS
               IF FSA-DUE-AR(WS-FS-IX) = "J"
                   MOVE SPACES TO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
                   STRING "SAMMENLAEGNING REG-NR " DELIMITED BY SIZE
                       FS-GAMMEL-REG-NR OF FS-AR(WS-FS-IX)
                           DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FS-NY-REG-NR OF FS-AR(WS-FS-IX)
                           DELIMITED BY SIZE
                       "  SKAEDATO " DELIMITED BY SIZE
                       FS-SKAEDATO OF FS-AR(WS-FS-IX) DELIMITED BY SIZE
                       INTO RAPPORT-RECORD
                   WRITE RAPPORT-RECORD
                   PERFORM VARYING WS-FLYT-IX FROM 1 BY 1
                           UNTIL WS-FLYT-IX > ANTAL-FLYT
                       IF FL-FS-IX(WS-FLYT-IX) = WS-FS-IX
                           PERFORM SKRIV-FLYT-LINJE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE WS-FOER-ANTAL TO WS-ANTAL-ED
           MOVE WS-FOER-SALDO TO WS-ANTAL-SALDO-ED
           STRING "KONTOOPT FOER:  KONTI " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               "  SALDO " DELIMITED BY SIZE
               WS-ANTAL-SALDO-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-EFTER-ANTAL TO WS-ANTAL-ED
           MOVE WS-EFTER-SALDO TO WS-ANTAL-SALDO-ED
           STRING "KONTOOPT EFTER: KONTI " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               "  SALDO " DELIMITED BY SIZE
               WS-ANTAL-SALDO-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-FLYT-FOER-ANTAL TO WS-ANTAL-ED
           MOVE WS-FLYT-FOER-SALDO TO WS-ANTAL-SALDO-ED
           STRING "FLYTTES, GAMLE NUMRE: KONTI " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               "  SALDO " DELIMITED BY SIZE
               WS-ANTAL-SALDO-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-FLYT-EFTER-ANTAL TO WS-ANTAL-ED
           MOVE WS-FLYT-EFTER-SALDO TO WS-ANTAL-SALDO-ED
           STRING "FLYTTET, NYE NUMRE:   KONTI " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               "  SALDO " DELIMITED BY SIZE
               WS-ANTAL-SALDO-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-GAMMEL-TILBAGE TO WS-ANTAL-ED
           STRING "GAMLE NUMRE STADIG PAA KONTOOPT: " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-KUNDE-OMSKREVET TO WS-ANTAL-ED
           STRING "KUNDEOPLYSNINGER OMSKREVET: " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           IF WS-BEVIS-OK = "J"
               MOVE "BEVIS: OK" TO RAPPORT-LINE
           ELSE
               MOVE "BEVIS: AFVIGELSE" TO RAPPORT-LINE
           END-IF
           WRITE RAPPORT-RECORD.

       SKRIV-FLYT-LINJE.
           MOVE FL-BALANCE(WS-FLYT-IX) TO WS-BELOB-TEKST
           MOVE SPACES TO RAPPORT-RECORD
           IF FL-FLYT(WS-FLYT-IX) = "J"
               STRING "  " DELIMITED BY SIZE
                   FL-KONTO-ID(WS-FLYT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FL-GAMMEL-NR(WS-FLYT-IX) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FL-NY-NR(WS-FLYT-IX) DELIMITED BY SIZE
                   " SALDO " DELIMITED BY SIZE
                   WS-BELOB-TEKST DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FL-VALUTA(WS-FLYT-IX) DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
           ELSE
               STRING "  " DELIMITED BY SIZE
                   FL-KONTO-ID(WS-FLYT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FL-GAMMEL-NR(WS-FLYT-IX) DELIMITED BY SIZE
                   " IKKE FLYTTET - " DELIMITED BY SIZE
                   FL-AARSAG(WS-FLYT-IX) DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
           END-IF
           WRITE RAPPORT-RECORD.

      * THE OLD-TO-NEW MAP, ONE ROW PER MOVED ACCOUNT, WITH THE
      * MERGER'S TRANSITION END SO THE REDIRECTING PROGRAMS NEED NO
      * OTHER FILE.
       SKRIV-OMNUMMERERING.
           OPEN EXTEND KONTO-OMNUMMERERING
           IF WS-MAP-STATUS = "35"
               OPEN OUTPUT KONTO-OMNUMMERERING
           END-IF
           PERFORM VARYING WS-FLYT-IX FROM 1 BY 1
                   UNTIL WS-FLYT-IX > ANTAL-FLYT
               IF FL-FLYT(WS-FLYT-IX) = "J"
                   MOVE FL-FS-IX(WS-FLYT-IX) TO WS-FS-IX
                   PERFORM BEREGN-OMSTIL-TIL
                   MOVE SPACES TO KM-REC
                   MOVE FL-KONTO-ID(WS-FLYT-IX) TO KM-KONTO-ID
                   MOVE FL-GAMMEL-NR(WS-FLYT-IX)
                       TO KM-GAMMEL-KONTONUMMER
                   MOVE FL-NY-NR(WS-FLYT-IX) TO KM-NY-KONTONUMMER
                   MOVE FS-GAMMEL-REG-NR OF FS-AR(WS-FS-IX)
                       TO KM-GAMMEL-REG-NR
                   MOVE FS-NY-REG-NR OF FS-AR(WS-FS-IX)
                       TO KM-NY-REG-NR
                   MOVE WS-DAGS-DATO TO KM-SKAEDATO
                   MOVE WS-OMSTIL-TIL TO KM-OMSTIL-TIL
                   WRITE KM-REC
               END-IF
           END-PERFORM
           CLOSE KONTO-OMNUMMERERING.

      * THE MERGER'S OWN TRANSITION END, OR ONE YEAR FROM TONIGHT
      * (28 FEBRUARY WHEN TONIGHT IS A 29 FEBRUARY).
       BEREGN-OMSTIL-TIL.
           IF FS-OMSTIL-TIL OF FS-AR(WS-FS-IX) NOT = SPACES
               MOVE FS-OMSTIL-TIL OF FS-AR(WS-FS-IX) TO WS-OMSTIL-TIL
           ELSE
               MOVE WS-DAGS-DATO TO WS-OMSTIL-TIL
               MOVE WS-DAGS-DATO(1:4) TO WS-OMSTIL-AAR
               ADD 1 TO WS-OMSTIL-AAR
               MOVE WS-OMSTIL-AAR TO WS-OMSTIL-TIL(1:4)
               IF WS-OMSTIL-TIL(6:5) = "02-29"
                   MOVE "28" TO WS-OMSTIL-TIL(9:2)
               END-IF
           END-IF.

      * ONE ZERO-AMOUNT REGNR-SKIFT ROW PER MOVED ACCOUNT UNDER ITS
      * NEW REG-NR, WITH THE NEW NUMBER IN THE POSTING TEXT. THE
      * MODTAGER FIELDS STAY BLANK - A REG-NR THERE WOULD READ AS A
      * TRANSFER TO CLEARING AND NETTING. NO MONEY MOVES, SO NOTHING
      * GOES ON A POSTING JOURNAL.
       SKRIV-REGNR-SKIFT.
           OPEN EXTEND TRANSAKTIONER
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT TRANSAKTIONER
           END-IF
           PERFORM VARYING WS-FLYT-IX FROM 1 BY 1
                   UNTIL WS-FLYT-IX > ANTAL-FLYT
               IF FL-FLYT(WS-FLYT-IX) = "J"
                   PERFORM SKRIV-EN-REGNR-SKIFT
               END-IF
           END-PERFORM
           CLOSE TRANSAKTIONER.

       SKRIV-EN-REGNR-SKIFT.
           MOVE FL-FS-IX(WS-FLYT-IX) TO WS-FS-IX
           MOVE FL-KUNDE-ID(WS-FLYT-IX) TO WS-BREV-KUNDE-ID
           PERFORM FIND-KUNDE
           MOVE SPACES TO TRANSAKTION-REC
           MOVE FL-KONTO-ID(WS-FLYT-IX) TO KONTO-ID OF TRANSAKTION-REC
           IF WS-KUNDE-MATCH-IX > ZEROES
               MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   TO CPR OF TRANSAKTION-REC
               STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO NAVN OF TRANSAKTION-REC
               STRING VEJNAVN OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX) DELIMITED BY SIZE
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
           END-IF
           MOVE FS-NY-REG-NR OF FS-AR(WS-FS-IX)
               TO REG-NR OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE "REGNR-SKIFT" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE ZEROES TO BELØB OF TRANSAKTION-REC
           MOVE ZEROES TO WS-BELOB-TEKST
           MOVE WS-BELOB-TEKST TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE FL-VALUTA(WS-FLYT-IX) TO VALUTA OF TRANSAKTION-REC
           STRING "NYT KONTONUMMER " DELIMITED BY SIZE
               FL-NY-NR(WS-FLYT-IX) DELIMITED BY SPACE
               INTO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC.

      * STANDING ORDERS PAYING TO A MOVED ACCOUNT'S OLD NUMBER ARE
      * POINTED AT THE NEW NUMBER AND REG-NR; ORDERS DRAWN ON A MOVED
      * ACCOUNT ONLY COUNT - THEY ARE KEYED BY KONTO-ID.
       OMSKRIV-STAAENDE-ORDRER.
           MOVE ZEROES TO ANTAL-ORDRER
           MOVE "N" TO EOF-REGISTER
           OPEN INPUT STAAENDE-ORDRER
           IF WS-SO-STATUS = "35"
               GO TO OMSKRIV-STAAENDE-ORDRER-EXIT
           END-IF
           PERFORM UNTIL EOF-REGISTER = "Y"
               READ STAAENDE-ORDRER
                   AT END
                       MOVE "Y" TO EOF-REGISTER
                   NOT AT END
                       IF ANTAL-ORDRER < 999
                           ADD 1 TO ANTAL-ORDRER
                           MOVE ORDRE-REC TO ORDRE-AR(ANTAL-ORDRER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAAENDE-ORDRER
           PERFORM VARYING WS-REG-RAEKKE-IX FROM 1 BY 1
                   UNTIL WS-REG-RAEKKE-IX > ANTAL-ORDRER
               MOVE SO-KONTO-ID OF ORDRE-AR(WS-REG-RAEKKE-IX)
                   TO WS-OPSLAG-KONTO-ID
               PERFORM FIND-FLYT-KONTO-ID
               IF WS-FLYT-MATCH-IX > ZEROES
                   ADD 1 TO WS-SO-FOELGER
               END-IF
               MOVE SO-MODTAGER-KONTO OF ORDRE-AR(WS-REG-RAEKKE-IX)
                   TO WS-OPSLAG-NR
               PERFORM FIND-FLYT-GAMMEL-NR
                   THRU FIND-FLYT-GAMMEL-NR-EXIT
               IF WS-FLYT-MATCH-IX > ZEROES
                   MOVE FL-NY-NR(WS-FLYT-MATCH-IX)
                       TO SO-MODTAGER-KONTO OF
                           ORDRE-AR(WS-REG-RAEKKE-IX)
                   MOVE FL-FS-IX(WS-FLYT-MATCH-IX) TO WS-FS-IX
                   MOVE FS-NY-REG-NR OF FS-AR(WS-FS-IX)
                       TO SO-MODTAGER-REG-NR OF
                           ORDRE-AR(WS-REG-RAEKKE-IX)
                   ADD 1 TO WS-SO-OMSKREVET
               END-IF
           END-PERFORM
           IF WS-SO-OMSKREVET > ZEROES
               OPEN OUTPUT STAAENDE-ORDRER
               PERFORM VARYING WS-REG-RAEKKE-IX FROM 1 BY 1
                       UNTIL WS-REG-RAEKKE-IX > ANTAL-ORDRER
                   MOVE ORDRE-AR(WS-REG-RAEKKE-IX) TO ORDRE-REC
                   WRITE ORDRE-REC
               END-PERFORM
               CLOSE STAAENDE-ORDRER
           END-IF.

       OMSKRIV-STAAENDE-ORDRER-EXIT.
           EXIT.

      * FUTURE-DATED PAYMENTS STILL WAITING TO A MOVED ACCOUNT'S OLD
      * NUMBER - SAME RULE AS THE STANDING ORDERS. EXECUTED AND
      * CANCELLED ROWS ARE HISTORY AND KEEP THE NUMBER THEY WENT TO.
       OMSKRIV-FREMTIDIGE.
           MOVE ZEROES TO ANTAL-FB
           MOVE "N" TO EOF-REGISTER
           OPEN INPUT FREMTIDIGE-BETALINGER
           IF WS-FB-STATUS = "35"
               GO TO OMSKRIV-FREMTIDIGE-EXIT
           END-IF
           PERFORM UNTIL EOF-REGISTER = "Y"
               READ FREMTIDIGE-BETALINGER
                   AT END
                       MOVE "Y" TO EOF-REGISTER
                   NOT AT END
                       IF ANTAL-FB < 999
                           ADD 1 TO ANTAL-FB
                           MOVE FB-REC TO FB-AR(ANTAL-FB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREMTIDIGE-BETALINGER
           PERFORM VARYING WS-REG-RAEKKE-IX FROM 1 BY 1
                   UNTIL WS-REG-RAEKKE-IX > ANTAL-FB
               IF FB-STATUS OF FB-AR(WS-REG-RAEKKE-IX) = "VENTER"
                   OR FB-STATUS OF FB-AR(WS-REG-RAEKKE-IX)
                       = "PARKERET"
                   MOVE FB-MODTAGER-KONTO OF FB-AR(WS-REG-RAEKKE-IX)
                       TO WS-OPSLAG-NR
                   PERFORM FIND-FLYT-GAMMEL-NR
                       THRU FIND-FLYT-GAMMEL-NR-EXIT
                   IF WS-FLYT-MATCH-IX > ZEROES
                       MOVE FL-NY-NR(WS-FLYT-MATCH-IX)
                           TO FB-MODTAGER-KONTO OF
                               FB-AR(WS-REG-RAEKKE-IX)
                       MOVE FL-FS-IX(WS-FLYT-MATCH-IX) TO WS-FS-IX
                       MOVE FS-NY-REG-NR OF FS-AR(WS-FS-IX)
                           TO FB-MODTAGER-REG-NR OF
                               FB-AR(WS-REG-RAEKKE-IX)
                       ADD 1 TO WS-FB-OMSKREVET
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FB-OMSKREVET > ZEROES
               OPEN OUTPUT FREMTIDIGE-BETALINGER
               PERFORM VARYING WS-REG-RAEKKE-IX FROM 1 BY 1
                       UNTIL WS-REG-RAEKKE-IX > ANTAL-FB
                   MOVE FB-AR(WS-REG-RAEKKE-IX) TO FB-REC
                   WRITE FB-REC
               END-PERFORM
               CLOSE FREMTIDIGE-BETALINGER
           END-IF.

       OMSKRIV-FREMTIDIGE-EXIT.
           EXIT.

      * BUDGET BILLS PAID TO A MOVED ACCOUNT'S OLD NUMBER.
       OMSKRIV-BUDGETPOSTER.
           MOVE ZEROES TO ANTAL-BP
           MOVE "N" TO EOF-REGISTER
           OPEN INPUT BUDGETPOSTER
           IF WS-BP-STATUS = "35"
               GO TO OMSKRIV-BUDGETPOSTER-EXIT
           END-IF
           PERFORM UNTIL EOF-REGISTER = "Y"
               READ BUDGETPOSTER
                   AT END
                       MOVE "Y" TO EOF-REGISTER
                   NOT AT END
                       IF ANTAL-BP < 999
                           ADD 1 TO ANTAL-BP
                           MOVE BP-REC TO BP-AR(ANTAL-BP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGETPOSTER
           PERFORM VARYING WS-REG-RAEKKE-IX FROM 1 BY 1
                   UNTIL WS-REG-RAEKKE-IX > ANTAL-BP
               MOVE BP-MODTAGER-KONTO OF BP-AR(WS-REG-RAEKKE-IX)
                   TO WS-OPSLAG-NR
               PERFORM FIND-FLYT-GAMMEL-NR
                   THRU FIND-FLYT-GAMMEL-NR-EXIT
               IF WS-FLYT-MATCH-IX > ZEROES
                   MOVE FL-NY-NR(WS-FLYT-MATCH-IX)
                       TO BP-MODTAGER-KONTO OF BP-AR(WS-REG-RAEKKE-IX)
                   MOVE FL-FS-IX(WS-FLYT-MATCH-IX) TO WS-FS-IX
                   MOVE FS-NY-REG-NR OF FS-AR(WS-FS-IX)
                       TO BP-MODTAGER-REG-NR OF
                           BP-AR(WS-REG-RAEKKE-IX)
                   ADD 1 TO WS-BP-OMSKREVET
               END-IF
           END-PERFORM
           IF WS-BP-OMSKREVET > ZEROES
               OPEN OUTPUT BUDGETPOSTER
               PERFORM VARYING WS-REG-RAEKKE-IX FROM 1 BY 1
                       UNTIL WS-REG-RAEKKE-IX > ANTAL-BP
                   MOVE BP-AR(WS-REG-RAEKKE-IX) TO BP-REC
                   WRITE BP-REC
               END-PERFORM
               CLOSE BUDGETPOSTER
           END-IF.

       OMSKRIV-BUDGETPOSTER-EXIT.
           EXIT.

      * THE KONTO-ID-KEYED REGISTERS - COUNTED ONLY.
       TAEL-AFHAENGIGE.
           MOVE "N" TO EOF-REGISTER
           OPEN INPUT KORT-REGISTER
           IF WS-KORT-STATUS NOT = "35"
               PERFORM UNTIL EOF-REGISTER = "Y"
                   READ KORT-REGISTER
                       AT END
                           MOVE "Y" TO EOF-REGISTER
                       NOT AT END
                           MOVE KT-KONTO-ID OF KORT-REC
                               TO WS-OPSLAG-KONTO-ID
                           PERFORM FIND-FLYT-KONTO-ID
                           IF WS-FLYT-MATCH-IX > ZEROES
                               ADD 1 TO WS-KORT-FOELGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORT-REGISTER
           END-IF
           MOVE "N" TO EOF-REGISTER
           OPEN INPUT BS-MANDATER
           IF WS-BSM-STATUS NOT = "35"
               PERFORM UNTIL EOF-REGISTER = "Y"
                   READ BS-MANDATER
                       AT END
                           MOVE "Y" TO EOF-REGISTER
                       NOT AT END
                           MOVE BM-KONTO-ID OF MANDAT-REC
                               TO WS-OPSLAG-KONTO-ID
                           PERFORM FIND-FLYT-KONTO-ID
                           IF WS-FLYT-MATCH-IX > ZEROES
                               ADD 1 TO WS-BSM-FOELGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BS-MANDATER
           END-IF
           MOVE "N" TO EOF-REGISTER
           OPEN INPUT ALIASER
           IF WS-ALIAS-STATUS NOT = "35"
               PERFORM UNTIL EOF-REGISTER = "Y"
                   READ ALIASER
                       AT END
                           MOVE "Y" TO EOF-REGISTER
                       NOT AT END
                           MOVE AS-KONTO-ID OF ALIAS-REC
                               TO WS-OPSLAG-KONTO-ID
                           PERFORM FIND-FLYT-KONTO-ID
                           IF WS-FLYT-MATCH-IX > ZEROES
                               ADD 1 TO WS-ALIAS-FOELGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIASER
           END-IF
           MOVE "N" TO EOF-REGISTER
           OPEN INPUT RESERVATIONER
           IF WS-RES-STATUS NOT = "35"
               PERFORM UNTIL EOF-REGISTER = "Y"
                   READ RESERVATIONER
                       AT END
                           MOVE "Y" TO EOF-REGISTER
                       NOT AT END
                           MOVE RS-KONTO-ID OF RES-REC
                               TO WS-OPSLAG-KONTO-ID
                           PERFORM FIND-FLYT-KONTO-ID
                           IF WS-FLYT-MATCH-IX > ZEROES
                               ADD 1 TO WS-RES-FOELGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONER
           END-IF
           MOVE "N" TO EOF-REGISTER
           OPEN INPUT LAAN
           IF WS-LAAN-STATUS NOT = "35"
               PERFORM UNTIL EOF-REGISTER = "Y"
                   READ LAAN
                       AT END
                           MOVE "Y" TO EOF-REGISTER
                       NOT AT END
                           MOVE LN-KONTO-ID OF LAAN-REC
                               TO WS-OPSLAG-KONTO-ID
                           PERFORM FIND-FLYT-KONTO-ID
                           IF WS-FLYT-MATCH-IX > ZEROES
                               ADD 1 TO WS-LAAN-FOELGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN
           END-IF.

       SKRIV-AFHAENGIGE.
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE "AFHAENGIGE REGISTRE (KONTO-ID UAENDRET - FOELGER MED)"
               TO RAPPORT-LINE
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-KORT-FOELGER TO WS-ANTAL-ED
           STRING "  KORT.TXT              " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-BSM-FOELGER TO WS-ANTAL-ED
           STRING "  BSMANDATER.TXT        " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-ALIAS-FOELGER TO WS-ANTAL-ED
           STRING "  ALIASER.TXT           " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-RES-FOELGER TO WS-ANTAL-ED
           STRING "  RESERVATIONER.TXT     " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-LAAN-FOELGER TO WS-ANTAL-ED
           STRING "  LAAN.TXT              " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-SO-FOELGER TO WS-ANTAL-ED
           STRING "  STAAENDEORDRER.TXT    " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE "MODTAGERE OMSKREVET TIL NYT KONTONUMMER"
               TO RAPPORT-LINE
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-SO-OMSKREVET TO WS-ANTAL-ED
           STRING "  STAAENDEORDRER.TXT    " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-FB-OMSKREVET TO WS-ANTAL-ED
           STRING "  FREMTIDIGEBETALINGER  " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           MOVE WS-BP-OMSKREVET TO WS-ANTAL-ED
           STRING "  BUDGETPOSTER.TXT      " DELIMITED BY SIZE
               WS-ANTAL-ED DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * EVERY DUE MERGER IS NOW GENNEMFOERT WITH ITS ACCOUNT COUNT.
       MARKER-GENNEMFOERT.
           PERFORM VARYING WS-FS-IX FROM 1 BY 1
                   UNTIL WS-FS-IX > ANTAL-FS
               IF FSA-DUE-AR(WS-FS-IX) = "J"
                   MOVE "GENNEMFOERT" TO FS-STATUS OF FS-AR(WS-FS-IX)
                   MOVE WS-DAGS-DATO
                       TO FS-GENNEMFOERT-DATO OF FS-AR(WS-FS-IX)
                   MOVE ZEROES TO FS-ANTAL-KONTI OF FS-AR(WS-FS-IX)
                   PERFORM BEREGN-OMSTIL-TIL
                   MOVE WS-OMSTIL-TIL
                       TO FS-OMSTIL-TIL OF FS-AR(WS-FS-IX)
                   PERFORM VARYING WS-FLYT-IX FROM 1 BY 1
                           UNTIL WS-FLYT-IX > ANTAL-FLYT
                       IF FL-FS-IX(WS-FLYT-IX) = WS-FS-IX
                           AND FL-FLYT(WS-FLYT-IX) = "J"
                           ADD 1 TO FS-ANTAL-KONTI OF FS-AR(WS-FS-IX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       FIND-KUNDE.
           MOVE ZEROES TO WS-KUNDE-MATCH-IX
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = WS-BREV-KUNDE-ID
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM.

      * THE PRIMARY HOLDER AND EACH CO-HOLDER OF A MOVED ACCOUNT GET
      * THEIR OWN LETTER.
       SKRIV-BREVE-FOR-KONTO.
           MOVE FL-KUNDE-ID(WS-FLYT-IX) TO WS-BREV-KUNDE-ID
           PERFORM SKRIV-ET-BREV THRU SKRIV-ET-BREV-EXIT
           PERFORM VARYING WS-MI-IX FROM 1 BY 1 UNTIL WS-MI-IX > 2
               IF FL-MEDINDEHAVER(WS-FLYT-IX, WS-MI-IX) NOT = SPACES
                   MOVE FL-MEDINDEHAVER(WS-FLYT-IX, WS-MI-IX)
                       TO WS-BREV-KUNDE-ID
                   PERFORM SKRIV-ET-BREV THRU SKRIV-ET-BREV-EXIT
               END-IF
           END-PERFORM.

      * ONE NOTIFICATION LETTER - ADDRESS, OLD AND NEW NUMBER, THE
      * TRANSITION END, THEN THE CATALOG BODY IN THE CUSTOMER'S
      * LANGUAGE (SPROG-KODE, DEFAULTING FROM LANDE-KODE THE WAY
      * OPGAVE11'S FIND-LEVERINGS-KANAL DOES) - AND A ROW ON THE
      * CORRESPONDENCE LOG.
       SKRIV-ET-BREV.
           PERFORM FIND-KUNDE
           IF WS-KUNDE-MATCH-IX = ZEROES
               GO TO SKRIV-ET-BREV-EXIT
           END-IF
           MOVE FL-FS-IX(WS-FLYT-IX) TO WS-FS-IX
           PERFORM BEREGN-OMSTIL-TIL
           MOVE SPACES TO BREV-RECORD
           STRING "NYT KONTONUMMER - KUNDE-ID " DELIMITED BY SIZE
               WS-BREV-KUNDE-ID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               VEJNAVN OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
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
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           STRING "GAMMELT KONTONUMMER " DELIMITED BY SIZE
               FL-GAMMEL-NR(WS-FLYT-IX) DELIMITED BY SIZE
               "  NYT KONTONUMMER " DELIMITED BY SIZE
               FL-NY-NR(WS-FLYT-IX) DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           STRING "INDBETALINGER TIL DET GAMLE NUMMER VIDERESTILLES TIL"
                   DELIMITED BY SIZE
               " OG MED " DELIMITED BY SIZE
               WS-OMSTIL-TIL DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE "DA" TO WS-KUNDE-SPROG
           IF SPROG-KODE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   NOT = SPACES
               MOVE SPROG-KODE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   TO WS-KUNDE-SPROG
           ELSE
               IF LANDE-KODE OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX) NOT = "DK"
                   AND LANDE-KODE OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX) NOT = SPACES
                   MOVE "EN" TO WS-KUNDE-SPROG
               END-IF
           END-IF
           MOVE "REGNR-SKIFT" TO WS-TEKST-NOEGLE
           MOVE SPACES TO WS-TEKST
           STRING "DIN AFDELING ER LAGT SAMMEN MED EN NABOAFDELING. "
               DELIMITED BY SIZE
               "GIV VENLIGST DIT NYE KONTONUMMER TIL DINE BETALERE."
               DELIMITED BY SIZE
               INTO WS-TEKST
           PERFORM HENT-TEKST
           MOVE SPACES TO BREV-RECORD
           MOVE WS-TEKST TO BREV-LINE
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           WRITE BREV-RECORD
           ADD 1 TO WS-RECS-BREVE
           PERFORM SKRIV-KORRESPONDANCE.

       SKRIV-ET-BREV-EXIT.
           EXIT.

       SKRIV-KORRESPONDANCE.
           OPEN EXTEND KORRESPONDANCE-LOG
           IF WS-KORR-LOG-STATUS = "35"
               OPEN OUTPUT KORRESPONDANCE-LOG
           END-IF
           MOVE SPACES TO KORR-LOG-REC
           MOVE WS-BREV-KUNDE-ID TO CL-KUNDE-ID OF KORR-LOG-REC
           MOVE "REGNR-SKIFT" TO CL-DOK-TYPE OF KORR-LOG-REC
           MOVE WS-DAGS-DATO TO CL-DATO OF KORR-LOG-REC
           MOVE "PAPIR" TO CL-KANAL OF KORR-LOG-REC
           MOVE "RegnrBreve.txt" TO CL-KILDE OF KORR-LOG-REC
           WRITE KORR-LOG-REC
           CLOSE KORRESPONDANCE-LOG.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE LOAN MASTER - EVERY LOAN NOT YET INDFRIET IS A CREDIT
      * EXPOSURE OF ITS RESTGAELD.
           SELECT LAAN ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAAN-STATUS.
      * THE CHAIN'S CLOSING BALANCES - A NEGATIVE BALANCE IS AN
      * OVERDRAFT EXPOSURE OF THE AMOUNT DRAWN.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE ACCOUNT MASTER - ONLY FOR THE VALUTA OF AN OVERDRAWN
      * ACCOUNT, SO ITS EXPOSURE CAN BE TAKEN IN DKK.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALUTAKURSER ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE LOAN ARREARS REGISTER - THE OLDEST AABEN ROW'S LR-DAGE
      * IS THE LOAN'S DAYS PAST DUE.
           SELECT LAAN-RESTANCER ASSIGN TO "LaanRestancer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTANCE-STATUS.
      * THE DUNNING REGISTER - AN AABEN CASE GIVES THE ACCOUNT'S
      * DUNNING STAGE AND, FROM RY-FOERSTE-DATO, HOW MANY DAYS IT
      * HAS BEEN OVERDRAWN BEYOND ITS LIMIT.
           SELECT RYKKER-SAGER ASSIGN TO "RykkerSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RYKKER-STATUS.
      * THE RKI REGISTER - THE LATEST EVENT PER ACCOUNT WINS, SO A
      * SLETTET ROW LIFTS AN EARLIER REGISTRER.
           SELECT RKI-REGISTER ASSIGN TO "RkiRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKI-STATUS.
      * THE RESTRUCTURING REGISTER - A LOAN IS FORBORNE WHILE
      * IKRAFT AND FOR TWO YEARS AFTER IT WAS APPLIED, SAME RULE AS
      * LAANFORFALD'S FORBEARANCE REPORT.
           SELECT LAAN-OMLAEGNINGER ASSIGN TO "LaanOmlaegninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OML-STATUS.
      * THE COLLATERAL REGISTER - AKTIV SECURITY NETS OFF THE
      * EXPOSURE BEFORE THE LOSS RATES ARE APPLIED.
           SELECT SIKKERHEDER ASSIGN TO "Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIKKERHED-STATUS.
      * THE STAGING RULES, KEPT BY CREDIT RISK - ONE ROW PER RULE
      * NAME AND ITS THRESHOLD, ZERO SWITCHING THE RULE OFF. A
      * MISSING FILE OR ROW LEAVES THE DEFAULT IN WS-REGLER.
           SELECT IFRS9-REGLER ASSIGN TO "Ifrs9Regler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGEL-STATUS.
      * THE PD/LGD TABLE, KEPT BY CREDIT RISK - ONE ROW PER SEGMENT
      * AND STAGE, BOTH RATES IN PERCENT. STAGE 1 CARRIES THE
      * 12-MONTH PD, STAGES 2 AND 3 THE LIFETIME PD.
           SELECT IFRS9-SATSER ASSIGN TO "Ifrs9Satser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SATS-STATUS.
      * LAST MONTH'S STAGES AND PROVISIONS - SEE IFRS9STADIER.CPY.
      * SNAPSHOT AND REWRITE, SAME IDIOM AS FXVALUATION.
           SELECT IFRS9-STADIER ASSIGN TO "Ifrs9Stadier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STADIE-STATUS.
      * THE STAGING REPORT FOR CREDIT RISK AND FINANCE - EVERY
      * EXPOSURE WITH LAST MONTH'S AND THIS MONTH'S STAGE, THE
      * MIGRATION MATRIX AND THE PROVISION PER STAGE.
           SELECT IFRS9-RAPPORT ASSIGN TO "Ifrs9Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE TYPE -> GL ACCOUNT MAP - THE "NEDSKRIVNING" ROW NAMES
      * THE IMPAIRMENT EXPENSE ACCOUNT AND THE LOSS ALLOWANCE IT
      * POSTS AGAINST.
           SELECT GL-KONTOPLAN ASSIGN TO "GlKontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
      * THE CALENDAR STEP'S MONTH-END SWITCH - THIS PROGRAM ONLY
      * STAGES ON THE MONTH'S LAST BANKING DAY. A MISSING SWITCH
      * MEANS A MANUAL, OPERATOR-DECIDED RUN AND GOES AHEAD.
           SELECT MAANED-ULTIMO ASSIGN TO "MaanedUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * THE BALANCED IMPAIRMENT POSTING - SAME LINE SHAPE AND
      * ZERO-NET RELEASE GATE AS GLVALUTABEHOLDNING.TXT.
           SELECT GL-NEDSKRIVNING ASSIGN TO "GlNedskrivning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LAAN.
       01 LAAN-REC.
           COPY "LAAN.cpy".
       FD LUKKESALDO-FILE.
       01 LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
           02  LS-UDSKRIFT-NR       PIC 9(6).
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD VALUTAKURSER.
       01 KURS-IN.
           COPY "VALUTAKURSER.cpy".
       FD LAAN-RESTANCER.
       01 RESTANCE-REC.
           COPY "LAANRESTANCER.cpy".
       FD RYKKER-SAGER.
       01 RYKKER-REC.
           COPY "RYKKERSAGER.cpy".
       FD RKI-REGISTER.
       01 RKI-REC.
           COPY "RKIREGISTER.cpy".
       FD LAAN-OMLAEGNINGER.
       01 OMLAEGNING-REC.
           COPY "LAANOMLAEGNINGER.cpy".
       FD SIKKERHEDER.
       01 SIKKERHED-REC.
           COPY "SIKKERHEDER.cpy".
       FD IFRS9-REGLER.
       01 REGEL-REC.
           02  IR-REGEL             PIC X(20) VALUE SPACES.
           02  IR-VAERDI            PIC 9(5) VALUE ZEROES.
       FD IFRS9-SATSER.
       01 SATS-REC.
           02  SA-SEGMENT           PIC X(5) VALUE SPACES.
           02  SA-STADIE            PIC 9 VALUE ZEROES.
           02  SA-PD                PIC 9(3)V99 VALUE ZEROES.
           02  SA-LGD               PIC 9(3)V99 VALUE ZEROES.
       FD IFRS9-STADIER.
       01 STADIE-REC.
           COPY "IFRS9STADIER.cpy".
       FD IFRS9-RAPPORT.
       01 RAPPORT-RECORD.
           02  RAPPORT-LINE         PIC X(120) VALUE SPACES.
       FD GL-KONTOPLAN.
       01 PLAN-REC.
           02  GK-TRANSAKTIONSTYPE  PIC X(20) VALUE SPACES.
           02  GK-GL-KONTO          PIC 9(6) VALUE ZEROES.
           02  GK-MODKONTO          PIC 9(6) VALUE ZEROES.
       FD MAANED-ULTIMO.
       01 ULTIMO-RECORD.
           02  MU-SVAR              PIC X.
           02  MU-DATO              PIC X(10).
       FD GL-NEDSKRIVNING.
       01 GL-RECORD.
           02  GL-LINE              PIC X(100) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "IFRS9ECL".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-DAGS-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-LAAN-STATUS           PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-RESTANCE-STATUS       PIC XX VALUE "00".
       01  WS-RYKKER-STATUS         PIC XX VALUE "00".
       01  WS-RKI-STATUS            PIC XX VALUE "00".
       01  WS-OML-STATUS            PIC XX VALUE "00".
       01  WS-SIKKERHED-STATUS      PIC XX VALUE "00".
       01  WS-REGEL-STATUS          PIC XX VALUE "00".
       01  WS-SATS-STATUS           PIC XX VALUE "00".
       01  WS-STADIE-STATUS         PIC XX VALUE "00".
       01  WS-PLAN-STATUS           PIC XX VALUE "00".
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  EOF-LAAN                 PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KURS                 PIC X VALUE "N".
       01  EOF-RESTANCE             PIC X VALUE "N".
       01  EOF-RYKKER               PIC X VALUE "N".
       01  EOF-RKI                  PIC X VALUE "N".
       01  EOF-OML                  PIC X VALUE "N".
       01  EOF-SIKKERHED            PIC X VALUE "N".
       01  EOF-REGEL                PIC X VALUE "N".
       01  EOF-SATS                 PIC X VALUE "N".
       01  EOF-STADIE               PIC X VALUE "N".
       01  EOF-PLAN                 PIC X VALUE "N".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
      * "YYYY-MM-DD" TO DAY NUMBER - SEE DATO-TIL-HELTAL.
       01  WS-DATO-TEKST            PIC X(10) VALUE SPACES.
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-DATO-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-PROEVE-SLUT           PIC X(10) VALUE SPACES.
       01  WS-PROEVE-AAR            PIC 9(4) VALUE ZEROES.
      * THE STAGING RULES AND THEIR DEFAULTS - DAYS PAST DUE (OR
      * DAYS OVERDRAWN) AND DUNNING STAGE AT WHICH AN EXPOSURE MOVES
      * TO STAGE 2 OR 3, AND THE STAGE A FORBEARANCE OR AN RKI
      * REGISTRATION PUTS IT IN. ZERO SWITCHES A RULE OFF.
       01  WS-REGLER.
           02  WS-DAGE-STADIE2      PIC 9(5) VALUE 30.
           02  WS-DAGE-STADIE3      PIC 9(5) VALUE 90.
           02  WS-TRIN-STADIE2      PIC 9(5) VALUE 2.
           02  WS-TRIN-STADIE3      PIC 9(5) VALUE ZEROES.
           02  WS-OMLAGT-STADIE     PIC 9(5) VALUE 2.
           02  WS-RKI-STADIE        PIC 9(5) VALUE 3.
      * THE PD/LGD TABLE - SEGMENT 1 LAAN, 2 KONTO, BY STAGE. THE
      * DEFAULTS STAND UNTIL CREDIT RISK SUPPLIES IFRS9SATSER.TXT.
       01  SATS-SEGMENT-AR OCCURS 2 TIMES.
           02  SATS-STADIE-AR OCCURS 3 TIMES.
               03  ST-PD            PIC 9(3)V99 VALUE ZEROES.
               03  ST-LGD           PIC 9(3)V99 VALUE ZEROES.
       01  WS-SEG-IX                PIC 9 VALUE ZEROES.
       01  WS-STD-IX                PIC 9 VALUE ZEROES.
      * THE RATE TABLE - LAST FEED ROW PER VALUTA WINS, SAME LOAD
      * AS VEKSEL.
       01  KURS-AR OCCURS 50 TIMES.
           02  KR-VALUTA            PIC X(3) VALUE SPACES.
           02  KR-RATE              PIC 9(5) VALUE ZEROES.
       01  ANTAL-KURSER             PIC 9(3) VALUE ZEROES.
       01  WS-KURS-IX               PIC 9(3).
       01  WS-SCAN-IX               PIC 9(3).
       01  WS-SOEGE-VALUTA          PIC X(3) VALUE SPACES.
      * THE NON-DKK ACCOUNTS AND THEIR VALUTA.
       01  KONTO-VALUTA-AR OCCURS 999 TIMES.
           02  KV-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KV-VALUTA            PIC X(3) VALUE SPACES.
       01  ANTAL-KV                 PIC 9(4) VALUE ZEROES.
       01  WS-KV-IX                 PIC 9(4).
      * THE CREDIT FACTS PER KONTO-ID, GATHERED FROM THE REGISTERS
      * BEFORE ANY EXPOSURE IS STAGED. KI-SIKKERHED-REST IS WHAT IS
      * LEFT OF THE COLLATERAL AFTER THE LOAN HAS TAKEN ITS SHARE.
       01  KREDITINFO-AR OCCURS 2000 TIMES.
           02  KI-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KI-LAAN-DAGE         PIC 9(5) VALUE ZEROES.
           02  KI-OVERTRAEK-DAGE    PIC 9(5) VALUE ZEROES.
           02  KI-RYKKER-TRIN       PIC 9 VALUE ZEROES.
           02  KI-RKI               PIC X VALUE "N".
           02  KI-OMLAGT            PIC X VALUE "N".
           02  KI-SIKKERHED-REST    PIC S9(11)V99 VALUE ZEROES.
       01  ANTAL-KI                 PIC 9(4) VALUE ZEROES.
       01  WS-KI-IX                 PIC 9(4).
       01  WS-KI-SLOT               PIC 9(4) VALUE ZEROES.
       01  WS-SOEGE-KONTO           PIC X(10) VALUE SPACES.
      * THIS MONTH'S EXPOSURES - LOANS FIRST, SO A LOAN TAKES THE
      * COLLATERAL BEFORE AN OVERDRAFT ON THE SAME ACCOUNT DOES.
       01  EKSPONERING-AR OCCURS 2000 TIMES.
           02  EK-SEGMENT           PIC X(5) VALUE SPACES.
           02  EK-KONTO-ID          PIC X(10) VALUE SPACES.
           02  EK-LAAN-STATUS       PIC X(8) VALUE SPACES.
           02  EK-EKSPONERING       PIC S9(11)V99 VALUE ZEROES.
           02  EK-SIKKERHED         PIC S9(11)V99 VALUE ZEROES.
           02  EK-STADIE            PIC 9 VALUE ZEROES.
           02  EK-AARSAG            PIC X(10) VALUE SPACES.
           02  EK-ECL               PIC S9(11)V99 VALUE ZEROES.
           02  EK-FORRIGE-STADIE    PIC 9 VALUE ZEROES.
       01  ANTAL-EK                 PIC 9(4) VALUE ZEROES.
       01  WS-EK-IX                 PIC 9(4).
      * LAST MONTH'S SNAPSHOT - FO-MATCHET J ONCE AN EXPOSURE THIS
      * MONTH HAS CLAIMED IT; THE REST HAVE LEFT THE BOOK.
       01  FORRIGE-AR OCCURS 2000 TIMES.
           02  FO-SEGMENT           PIC X(5) VALUE SPACES.
           02  FO-KONTO-ID          PIC X(10) VALUE SPACES.
           02  FO-STADIE            PIC 9 VALUE ZEROES.
           02  FO-ECL               PIC S9(11)V99 VALUE ZEROES.
           02  FO-MATCHET           PIC X VALUE "N".
       01  ANTAL-FO                 PIC 9(4) VALUE ZEROES.
       01  WS-FO-IX                 PIC 9(4).
      * STAGE MIGRATION - ROW 1-3 LAST MONTH'S STAGE, ROW 4 NEW;
      * COLUMN 1-3 THIS MONTH'S STAGE, COLUMN 4 LEFT THE BOOK.
       01  MIGRATION-AR OCCURS 4 TIMES.
           02  MG-KOLONNE OCCURS 4 TIMES.
               03  MG-ANTAL         PIC 9(5) VALUE ZEROES.
       01  WS-FRA-IX                PIC 9 VALUE ZEROES.
       01  WS-TIL-IX                PIC 9 VALUE ZEROES.
      * THE PROVISION PER STAGE, THIS MONTH AND LAST.
       01  ECL-STADIE-AR OCCURS 3 TIMES.
           02  ES-ECL-NU            PIC S9(13)V99 VALUE ZEROES.
           02  ES-ECL-FOER          PIC S9(13)V99 VALUE ZEROES.
           02  ES-EKSPONERING       PIC S9(13)V99 VALUE ZEROES.
           02  ES-ANTAL             PIC 9(5) VALUE ZEROES.
      * STAGING AND ECL WORK FIELDS.
       01  WS-DAGE                  PIC 9(5) VALUE ZEROES.
       01  WS-DAGE-BEREGN           PIC S9(9) VALUE ZEROES.
       01  WS-KANDIDAT-STADIE       PIC 9 VALUE ZEROES.
       01  WS-KANDIDAT-AARSAG       PIC X(10) VALUE SPACES.
       01  WS-BELOB                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-NETTO-EKSP            PIC S9(11)V99 VALUE ZEROES.
       01  WS-PD                    PIC 9(3)V99 VALUE ZEROES.
       01  WS-LGD                   PIC 9(3)V99 VALUE ZEROES.
       01  WS-ECL                   PIC S9(11)V99 VALUE ZEROES.
      * THE "NEDSKRIVNING" KONTOPLAN ROW AND THE POSTING.
       01  WS-GL-KONTO              PIC 9(6) VALUE ZEROES.
       01  WS-GL-MODKONTO           PIC 9(6) VALUE ZEROES.
       01  WS-PLAN-FUNDET           PIC X VALUE "N".
       01  WS-GL-FRIGIVET           PIC X VALUE "N".
       01  WS-AENDRING              PIC S9(13)V99 VALUE ZEROES.
       01  WS-MOD-BELOB             PIC S9(13)V99 VALUE ZEROES.
       01  WS-SUM-DEBET             PIC S9(15)V99 VALUE ZEROES.
       01  WS-SUM-KREDIT            PIC S9(15)V99 VALUE ZEROES.
       01  WS-NETTO                 PIC S9(15)V99 VALUE ZEROES.
       01  WS-SUM-NU                PIC S9(15)V99 VALUE ZEROES.
       01  WS-SUM-FOER              PIC S9(15)V99 VALUE ZEROES.
       01  WS-BELOB-DISPLAY         PIC -(12)9.99.
       01  WS-BELOB-DISPLAY-2       PIC -(12)9.99.
       01  WS-BELOB-DISPLAY-3       PIC -(12)9.99.
       01  WS-ANTAL-DISPLAY         PIC Z(4)9.
       01  WS-ANTAL-DISPLAY-2       PIC Z(4)9.
       01  WS-ANTAL-DISPLAY-3       PIC Z(4)9.
       01  WS-ANTAL-DISPLAY-4       PIC Z(4)9.
       01  WS-FRA-TEKST             PIC X(7) VALUE SPACES.
       01  WS-TIL-TEKST             PIC X(7) VALUE SPACES.

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

      * IFRS 9 IMPAIRMENT AT MONTH-END: PLACES EVERY LOAN AND EVERY
      * OVERDRAWN ACCOUNT IN STAGE 1, 2 OR 3 BY THE CONFIGURED RULES
      * (DAYS PAST DUE, DUNNING STAGE, FORBEARANCE, RKI), PROVIDES
      * PD X LGD X THE EXPOSURE NET OF COLLATERAL, REPORTS THE STAGE
      * MIGRATION AGAINST LAST MONTH AND POSTS THE MONTH'S CHANGE IN
      * THE PROVISION PER STAGE AS A BALANCED GL ENTRY. A RERUN IN
      * THE SAME MONTH FINDS ITS OWN SNAPSHOT AND POSTS NOTHING NEW.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           IF WS-ER-ULTIMO = "N"
               DISPLAY "IFRS9ECL: IKKE MAANEDSULTIMO - INGEN "
                   "NEDSKRIVNING I NAT"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-REGLER
           PERFORM LOAD-SATSER
           PERFORM LOAD-KURSER
           PERFORM LOAD-KONTO-VALUTA
           PERFORM LOAD-RESTANCER
           PERFORM LOAD-RYKKERSAGER
           PERFORM LOAD-RKI
           PERFORM LOAD-OMLAEGNINGER
           PERFORM LOAD-SIKKERHEDER
           PERFORM LOAD-FORRIGE
           PERFORM SAML-LAAN
           PERFORM SAML-OVERTRAEK
           PERFORM VARYING WS-EK-IX FROM 1 BY 1
                   UNTIL WS-EK-IX > ANTAL-EK
               PERFORM FASTLAEG-STADIE
               PERFORM BEREGN-ECL
               PERFORM MATCH-FORRIGE
           END-PERFORM
           PERFORM VARYING WS-FO-IX FROM 1 BY 1
                   UNTIL WS-FO-IX > ANTAL-FO
               IF FO-MATCHET(WS-FO-IX) = "N"
                   MOVE FO-STADIE(WS-FO-IX) TO WS-FRA-IX
                   ADD 1 TO MG-ANTAL(WS-FRA-IX, 4)
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT
           PERFORM LOAD-KONTOPLAN
           PERFORM POSTER-NEDSKRIVNING THRU POSTER-NEDSKRIVNING-EXIT
           IF WS-GL-FRIGIVET = "J"
               PERFORM SKRIV-STADIER
           END-IF
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

      * "YYYY-MM-DD" IN WS-DATO-TEKST TO A DAY NUMBER IN
      * WS-DATO-HELTAL - SAME INTEGER-DAY ARITHMETIC AS RYKKERKOERSEL.
       DATO-TIL-HELTAL.
           MOVE WS-DATO-TEKST(1:4) TO WS-DATO-YYYYMMDD(1:4)
           MOVE WS-DATO-TEKST(6:2) TO WS-DATO-YYYYMMDD(5:2)
           MOVE WS-DATO-TEKST(9:2) TO WS-DATO-YYYYMMDD(7:2)
           COMPUTE WS-DATO-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-YYYYMMDD).

      * CREDIT RISK'S THRESHOLDS OVER THE DEFAULTS. AN UNKNOWN RULE
      * NAME IS SHOWN AND IGNORED.
       LOAD-REGLER.
           OPEN INPUT IFRS9-REGLER
           IF WS-REGEL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-REGEL = "Y"
                   READ IFRS9-REGLER
                       AT END
                           MOVE "Y" TO EOF-REGEL
                       NOT AT END
                           PERFORM GEM-REGEL
                   END-READ
               END-PERFORM
               CLOSE IFRS9-REGLER
           END-IF.

       GEM-REGEL.
           EVALUATE IR-REGEL OF REGEL-REC
               WHEN "DAGE-STADIE2"
                   MOVE IR-VAERDI OF REGEL-REC TO WS-DAGE-STADIE2
               WHEN "DAGE-STADIE3"
                   MOVE IR-VAERDI OF REGEL-REC TO WS-DAGE-STADIE3
               WHEN "RYKKERTRIN-STADIE2"
                   MOVE IR-VAERDI OF REGEL-REC TO WS-TRIN-STADIE2
               WHEN "RYKKERTRIN-STADIE3"
                   MOVE IR-VAERDI OF REGEL-REC TO WS-TRIN-STADIE3
               WHEN "OMLAEGNING-STADIE"
                   MOVE IR-VAERDI OF REGEL-REC TO WS-OMLAGT-STADIE
               WHEN "RKI-STADIE"
                   MOVE IR-VAERDI OF REGEL-REC TO WS-RKI-STADIE
               WHEN OTHER
                   DISPLAY "IFRS9ECL: UKENDT REGEL "
                       IR-REGEL OF REGEL-REC " - IGNORERET"
           END-EVALUATE.

      * THE PD/LGD TABLE. UNTIL CREDIT RISK SUPPLIES A ROW THE
      * DEFAULT STANDS: PD 1, 20 AND 100 PERCENT FOR STAGE 1, 2
      * AND 3, LGD 45 PERCENT THROUGHOUT.
       LOAD-SATSER.
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1 UNTIL WS-SEG-IX > 2
               MOVE 1 TO ST-PD(WS-SEG-IX, 1)
               MOVE 20 TO ST-PD(WS-SEG-IX, 2)
               MOVE 100 TO ST-PD(WS-SEG-IX, 3)
               MOVE 45 TO ST-LGD(WS-SEG-IX, 1)
               MOVE 45 TO ST-LGD(WS-SEG-IX, 2)
               MOVE 45 TO ST-LGD(WS-SEG-IX, 3)
           END-PERFORM
           OPEN INPUT IFRS9-SATSER
           IF WS-SATS-STATUS = "35"
               DISPLAY "IFRS9ECL: IFRS9SATSER.TXT MANGLER - "
                   "STANDARDSATSER ANVENDT"
           ELSE
               PERFORM UNTIL EOF-SATS = "Y"
                   READ IFRS9-SATSER
                       AT END
                           MOVE "Y" TO EOF-SATS
                       NOT AT END
                           PERFORM GEM-SATS
                   END-READ
               END-PERFORM
               CLOSE IFRS9-SATSER
           END-IF.

       GEM-SATS.
           MOVE ZEROES TO WS-SEG-IX
           IF SA-SEGMENT OF SATS-REC = "LAAN"
               MOVE 1 TO WS-SEG-IX
           END-IF
           IF SA-SEGMENT OF SATS-REC = "KONTO"
               MOVE 2 TO WS-SEG-IX
           END-IF
           IF WS-SEG-IX = ZEROES
               OR SA-STADIE OF SATS-REC < 1
               OR SA-STADIE OF SATS-REC > 3
               DISPLAY "IFRS9ECL: UGYLDIG SATSRAEKKE "
                   SA-SEGMENT OF SATS-REC " " SA-STADIE OF SATS-REC
           ELSE
               MOVE SA-STADIE OF SATS-REC TO WS-STD-IX
               MOVE SA-PD OF SATS-REC TO ST-PD(WS-SEG-IX, WS-STD-IX)
               MOVE SA-LGD OF SATS-REC TO ST-LGD(WS-SEG-IX, WS-STD-IX)
           END-IF.

      * LAST FEED ROW PER VALUTA WINS - SAME LOAD AS VEKSEL.
       LOAD-KURSER.
           OPEN INPUT VALUTAKURSER
           PERFORM UNTIL EOF-KURS = "Y"
               READ VALUTAKURSER
                   AT END
                       MOVE "Y" TO EOF-KURS
                   NOT AT END
                       PERFORM GEM-KURS
               END-READ
           END-PERFORM
           CLOSE VALUTAKURSER.

       GEM-KURS.
           MOVE ZEROES TO WS-KURS-IX
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > ANTAL-KURSER
               IF KR-VALUTA(WS-SCAN-IX) = KURS-VALUTA OF KURS-IN
                   MOVE WS-SCAN-IX TO WS-KURS-IX
               END-IF
           END-PERFORM
           IF WS-KURS-IX = ZEROES
               ADD 1 TO ANTAL-KURSER
               MOVE ANTAL-KURSER TO WS-KURS-IX
               MOVE KURS-VALUTA OF KURS-IN TO KR-VALUTA(WS-KURS-IX)
           END-IF
           MOVE KURS-RATE OF KURS-IN TO KR-RATE(WS-KURS-IX).

      * WS-BELOB IN WS-SOEGE-VALUTA TO DKK AT TODAY'S MID RATE. A
      * VALUTA WITH NO RATE IS SHOWN AND LEFT AS IT STANDS.
       OMREGN-TIL-DKK.
           IF WS-SOEGE-VALUTA NOT = "DKK"
               AND WS-SOEGE-VALUTA NOT = SPACES
               MOVE ZEROES TO WS-KURS-IX
               PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                       UNTIL WS-SCAN-IX > ANTAL-KURSER
                   IF KR-VALUTA(WS-SCAN-IX) = WS-SOEGE-VALUTA
                       MOVE WS-SCAN-IX TO WS-KURS-IX
                   END-IF
               END-PERFORM
               IF WS-KURS-IX = ZEROES
                   DISPLAY "IFRS9ECL: INGEN KURS FOR "
                       WS-SOEGE-VALUTA " - " WS-SOEGE-KONTO
                       " IKKE OMREGNET"
               ELSE
                   MULTIPLY KR-RATE(WS-KURS-IX) BY WS-BELOB
                   DIVIDE 100 INTO WS-BELOB ROUNDED
               END-IF
           END-IF.

       LOAD-KONTO-VALUTA.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       IF VALUTAKODE OF KONTOOPL-IN NOT = "DKK"
                           AND VALUTAKODE OF KONTOOPL-IN NOT = SPACES
                           ADD 1 TO ANTAL-KV
                           MOVE KONTO-ID OF KONTOOPL-IN
                               TO KV-KONTO-ID(ANTAL-KV)
                           MOVE VALUTAKODE OF KONTOOPL-IN
                               TO KV-VALUTA(ANTAL-KV)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

      * HANDS THE KONTO-ID ITS CREDIT-FACTS SLOT, CREATING ONE ON
      * FIRST SIGHT.
       FIND-KI-SLOT.
           MOVE ZEROES TO WS-KI-SLOT
           PERFORM VARYING WS-KI-IX FROM 1 BY 1
                   UNTIL WS-KI-IX > ANTAL-KI
               IF KI-KONTO-ID(WS-KI-IX) = WS-SOEGE-KONTO
                   MOVE WS-KI-IX TO WS-KI-SLOT
               END-IF
           END-PERFORM
           IF WS-KI-SLOT = ZEROES
               ADD 1 TO ANTAL-KI
               MOVE WS-SOEGE-KONTO TO KI-KONTO-ID(ANTAL-KI)
               MOVE ANTAL-KI TO WS-KI-SLOT
           END-IF.

      * THE OLDEST OPEN INSTALLMENT DECIDES THE LOAN'S DAYS PAST
      * DUE - LAANFORFALD KEEPS LR-DAGE CURRENT EVERY NIGHT.
       LOAD-RESTANCER.
           OPEN INPUT LAAN-RESTANCER
           IF WS-RESTANCE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-RESTANCE = "Y"
                   READ LAAN-RESTANCER
                       AT END
                           MOVE "Y" TO EOF-RESTANCE
                       NOT AT END
                           IF LR-STATUS OF RESTANCE-REC = "AABEN"
                               MOVE LR-KONTO-ID OF RESTANCE-REC
                                   TO WS-SOEGE-KONTO
                               PERFORM FIND-KI-SLOT
                               IF LR-DAGE OF RESTANCE-REC
                                       > KI-LAAN-DAGE(WS-KI-SLOT)
                                   MOVE LR-DAGE OF RESTANCE-REC
                                       TO KI-LAAN-DAGE(WS-KI-SLOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-RESTANCER
           END-IF.

      * AN OPEN DUNNING CASE - ITS STAGE, AND THE DAYS SINCE THE
      * ACCOUNT FIRST WENT BEYOND ITS LIMIT.
       LOAD-RYKKERSAGER.
           OPEN INPUT RYKKER-SAGER
           IF WS-RYKKER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-RYKKER = "Y"
                   READ RYKKER-SAGER
                       AT END
                           MOVE "Y" TO EOF-RYKKER
                       NOT AT END
                           IF RY-STATUS OF RYKKER-REC = "AABEN"
                               PERFORM GEM-RYKKERSAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RYKKER-SAGER
           END-IF.

       GEM-RYKKERSAG.
           MOVE RY-KONTO-ID OF RYKKER-REC TO WS-SOEGE-KONTO
           PERFORM FIND-KI-SLOT
           MOVE RY-TRIN OF RYKKER-REC TO KI-RYKKER-TRIN(WS-KI-SLOT)
           IF RY-FOERSTE-DATO OF RYKKER-REC NOT = SPACES
               MOVE RY-FOERSTE-DATO OF RYKKER-REC TO WS-DATO-TEKST
               PERFORM DATO-TIL-HELTAL
               COMPUTE WS-DAGE-BEREGN = WS-DAGS-HELTAL - WS-DATO-HELTAL
               IF WS-DAGE-BEREGN > ZEROES
                   MOVE WS-DAGE-BEREGN
                       TO KI-OVERTRAEK-DAGE(WS-KI-SLOT)
               END-IF
           END-IF.

      * THE LATEST EVENT PER ACCOUNT WINS - THE REGISTER IS APPENDED
      * IN DATE ORDER.
       LOAD-RKI.
           OPEN INPUT RKI-REGISTER
           IF WS-RKI-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-RKI = "Y"
                   READ RKI-REGISTER
                       AT END
                           MOVE "Y" TO EOF-RKI
                       NOT AT END
                           MOVE RK-KONTO-ID OF RKI-REC
                               TO WS-SOEGE-KONTO
                           PERFORM FIND-KI-SLOT
                           IF RK-HAENDELSE OF RKI-REC = "REGISTRER"
                               MOVE "J" TO KI-RKI(WS-KI-SLOT)
                           ELSE
                               MOVE "N" TO KI-RKI(WS-KI-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RKI-REGISTER
           END-IF.

      * FORBORNE WHILE IKRAFT AND UNTIL TWO YEARS AFTER THE
      * RESTRUCTURING WAS APPLIED - LAANFORFALD'S PROEVETID.
       LOAD-OMLAEGNINGER.
           OPEN INPUT LAAN-OMLAEGNINGER
           IF WS-OML-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-OML = "Y"
                   READ LAAN-OMLAEGNINGER
                       AT END
                           MOVE "Y" TO EOF-OML
                       NOT AT END
                           PERFORM GEM-OMLAEGNING
                   END-READ
               END-PERFORM
               CLOSE LAAN-OMLAEGNINGER
           END-IF.

       GEM-OMLAEGNING.
           MOVE SPACES TO WS-PROEVE-SLUT
           IF LO-STATUS OF OMLAEGNING-REC = "AFSLUTTET"
               MOVE LO-ANVENDT-DATO OF OMLAEGNING-REC TO WS-PROEVE-SLUT
               MOVE WS-PROEVE-SLUT(1:4) TO WS-PROEVE-AAR
               ADD 2 TO WS-PROEVE-AAR
               MOVE WS-PROEVE-AAR TO WS-PROEVE-SLUT(1:4)
           END-IF
           IF LO-STATUS OF OMLAEGNING-REC = "IKRAFT"
               OR (LO-STATUS OF OMLAEGNING-REC = "AFSLUTTET"
                   AND WS-DAGS-DATO < WS-PROEVE-SLUT)
               MOVE LO-KONTO-ID OF OMLAEGNING-REC TO WS-SOEGE-KONTO
               PERFORM FIND-KI-SLOT
               MOVE "J" TO KI-OMLAGT(WS-KI-SLOT)
           END-IF.

       LOAD-SIKKERHEDER.
           OPEN INPUT SIKKERHEDER
           IF WS-SIKKERHED-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SIKKERHED = "Y"
                   READ SIKKERHEDER
                       AT END
                           MOVE "Y" TO EOF-SIKKERHED
                       NOT AT END
                           IF SI-STATUS OF SIKKERHED-REC = "AKTIV"
                               MOVE SI-KONTO-ID OF SIKKERHED-REC
                                   TO WS-SOEGE-KONTO
                               PERFORM FIND-KI-SLOT
                               ADD SI-VAERDI OF SIKKERHED-REC
                                   TO KI-SIKKERHED-REST(WS-KI-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIKKERHEDER
           END-IF.

      * LAST MONTH'S SNAPSHOT. THE FIRST RUN HAS NONE AND SEES EVERY
      * EXPOSURE AS NEW.
       LOAD-FORRIGE.
           OPEN INPUT IFRS9-STADIER
           IF WS-STADIE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-STADIE = "Y"
                   READ IFRS9-STADIER
                       AT END
                           MOVE "Y" TO EOF-STADIE
                       NOT AT END
                           ADD 1 TO ANTAL-FO
                           MOVE IS-SEGMENT OF STADIE-REC
                               TO FO-SEGMENT(ANTAL-FO)
                           MOVE IS-KONTO-ID OF STADIE-REC
                               TO FO-KONTO-ID(ANTAL-FO)
                           MOVE IS-STADIE OF STADIE-REC
                               TO FO-STADIE(ANTAL-FO)
                           MOVE IS-ECL OF STADIE-REC
                               TO FO-ECL(ANTAL-FO)
                           MOVE IS-STADIE OF STADIE-REC TO WS-STD-IX
                           ADD IS-ECL OF STADIE-REC
                               TO ES-ECL-FOER(WS-STD-IX)
                   END-READ
               END-PERFORM
               CLOSE IFRS9-STADIER
           END-IF.

      * EVERY LOAN STILL CARRYING DEBT IS AN EXPOSURE OF ITS
      * RESTGAELD IN DKK.
       SAML-LAAN.
           OPEN INPUT LAAN
           IF WS-LAAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LAAN = "Y"
                   READ LAAN
                       AT END
                           MOVE "Y" TO EOF-LAAN
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF LN-STATUS OF LAAN-REC NOT = "INDFRIET"
                               AND LN-RESTGAELD OF LAAN-REC > ZEROES
                               PERFORM GEM-LAAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN
           END-IF.

       GEM-LAAN.
           ADD 1 TO ANTAL-EK
           MOVE "LAAN" TO EK-SEGMENT(ANTAL-EK)
           MOVE LN-KONTO-ID OF LAAN-REC TO EK-KONTO-ID(ANTAL-EK)
           MOVE LN-STATUS OF LAAN-REC TO EK-LAAN-STATUS(ANTAL-EK)
           MOVE LN-KONTO-ID OF LAAN-REC TO WS-SOEGE-KONTO
           MOVE LN-VALUTA OF LAAN-REC TO WS-SOEGE-VALUTA
           MOVE LN-RESTGAELD OF LAAN-REC TO WS-BELOB
           PERFORM OMREGN-TIL-DKK
           MOVE WS-BELOB TO EK-EKSPONERING(ANTAL-EK).

      * EVERY ACCOUNT CLOSING BELOW ZERO IS AN EXPOSURE OF THE
      * AMOUNT DRAWN, IN DKK.
       SAML-OVERTRAEK.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF LS-BALANCE OF LUKKESALDO-REC < ZEROES
                               PERFORM GEM-OVERTRAEK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

       GEM-OVERTRAEK.
           ADD 1 TO ANTAL-EK
           MOVE "KONTO" TO EK-SEGMENT(ANTAL-EK)
           MOVE LS-KONTO-ID OF LUKKESALDO-REC TO EK-KONTO-ID(ANTAL-EK)
           MOVE LS-KONTO-ID OF LUKKESALDO-REC TO WS-SOEGE-KONTO
           MOVE "DKK" TO WS-SOEGE-VALUTA
           PERFORM VARYING WS-KV-IX FROM 1 BY 1
                   UNTIL WS-KV-IX > ANTAL-KV
               IF KV-KONTO-ID(WS-KV-IX) = WS-SOEGE-KONTO
                   MOVE KV-VALUTA(WS-KV-IX) TO WS-SOEGE-VALUTA
               END-IF
           END-PERFORM
           COMPUTE WS-BELOB = 0 - LS-BALANCE OF LUKKESALDO-REC
           PERFORM OMREGN-TIL-DKK
           MOVE WS-BELOB TO EK-EKSPONERING(ANTAL-EK).

      * THE HIGHEST STAGE ANY RULE GIVES WINS, AND THE FIRST RULE TO
      * GIVE IT IS THE REASON SHOWN. DAYS PAST DUE ARE THE LOAN'S
      * OLDEST OPEN INSTALLMENT FOR A LOAN AND THE DAYS OVERDRAWN
      * BEYOND THE LIMIT FOR AN ACCOUNT; DUNNING AND RKI FOLLOW THE
      * ACCOUNT, SO THEY TOUCH A LOAN ON IT TOO. A MISLIGH LOAN IS
      * IN DEFAULT AND STAGE 3 WHATEVER THE RULES SAY.
       FASTLAEG-STADIE.
           MOVE 1 TO EK-STADIE(WS-EK-IX)
           MOVE "PERFORMING" TO EK-AARSAG(WS-EK-IX)
           MOVE EK-KONTO-ID(WS-EK-IX) TO WS-SOEGE-KONTO
           PERFORM FIND-KI-SLOT
           IF EK-SEGMENT(WS-EK-IX) = "LAAN"
               MOVE KI-LAAN-DAGE(WS-KI-SLOT) TO WS-DAGE
           ELSE
               MOVE KI-OVERTRAEK-DAGE(WS-KI-SLOT) TO WS-DAGE
           END-IF
           IF EK-LAAN-STATUS(WS-EK-IX) = "MISLIGH"
               MOVE 3 TO WS-KANDIDAT-STADIE
               MOVE "MISLIGH" TO WS-KANDIDAT-AARSAG
               PERFORM HAEV-STADIE
           END-IF
           IF WS-DAGE-STADIE3 > ZEROES
               AND WS-DAGE > WS-DAGE-STADIE3
               MOVE 3 TO WS-KANDIDAT-STADIE
               MOVE "DAGE" TO WS-KANDIDAT-AARSAG
               PERFORM HAEV-STADIE
           END-IF
           IF WS-TRIN-STADIE3 > ZEROES
               AND KI-RYKKER-TRIN(WS-KI-SLOT) NOT < WS-TRIN-STADIE3
               MOVE 3 TO WS-KANDIDAT-STADIE
               MOVE "RYKKER" TO WS-KANDIDAT-AARSAG
               PERFORM HAEV-STADIE
           END-IF
           IF WS-RKI-STADIE > ZEROES
               AND KI-RKI(WS-KI-SLOT) = "J"
               MOVE WS-RKI-STADIE TO WS-KANDIDAT-STADIE
               MOVE "RKI" TO WS-KANDIDAT-AARSAG
               PERFORM HAEV-STADIE
           END-IF
           IF WS-DAGE-STADIE2 > ZEROES
               AND WS-DAGE > WS-DAGE-STADIE2
               MOVE 2 TO WS-KANDIDAT-STADIE
               MOVE "DAGE" TO WS-KANDIDAT-AARSAG
               PERFORM HAEV-STADIE
           END-IF
           IF WS-TRIN-STADIE2 > ZEROES
               AND KI-RYKKER-TRIN(WS-KI-SLOT) NOT < WS-TRIN-STADIE2
               MOVE 2 TO WS-KANDIDAT-STADIE
               MOVE "RYKKER" TO WS-KANDIDAT-AARSAG
               PERFORM HAEV-STADIE
           END-IF
           IF WS-OMLAGT-STADIE > ZEROES
               AND EK-SEGMENT(WS-EK-IX) = "LAAN"
               AND KI-OMLAGT(WS-KI-SLOT) = "J"
               MOVE WS-OMLAGT-STADIE TO WS-KANDIDAT-STADIE
               MOVE "OMLAEGNING" TO WS-KANDIDAT-AARSAG
               PERFORM HAEV-STADIE
           END-IF.

       HAEV-STADIE.
           IF WS-KANDIDAT-STADIE > 3
               MOVE 3 TO WS-KANDIDAT-STADIE
           END-IF
           IF WS-KANDIDAT-STADIE > EK-STADIE(WS-EK-IX)
               MOVE WS-KANDIDAT-STADIE TO EK-STADIE(WS-EK-IX)
               MOVE WS-KANDIDAT-AARSAG TO EK-AARSAG(WS-EK-IX)
           END-IF.

      * ECL = PD X LGD X (EXPOSURE LESS THE COLLATERAL IT TAKES).
      * THE ACCOUNT'S COLLATERAL IS USED UP EXPOSURE BY EXPOSURE,
      * SO NONE OF IT COUNTS TWICE.
       BEREGN-ECL.
           MOVE EK-EKSPONERING(WS-EK-IX) TO WS-NETTO-EKSP
           IF KI-SIKKERHED-REST(WS-KI-SLOT) > ZEROES
               IF KI-SIKKERHED-REST(WS-KI-SLOT) > WS-NETTO-EKSP
                   MOVE WS-NETTO-EKSP TO EK-SIKKERHED(WS-EK-IX)
               ELSE
                   MOVE KI-SIKKERHED-REST(WS-KI-SLOT)
                       TO EK-SIKKERHED(WS-EK-IX)
               END-IF
               SUBTRACT EK-SIKKERHED(WS-EK-IX)
                   FROM KI-SIKKERHED-REST(WS-KI-SLOT)
               SUBTRACT EK-SIKKERHED(WS-EK-IX) FROM WS-NETTO-EKSP
           END-IF
           IF EK-SEGMENT(WS-EK-IX) = "LAAN"
               MOVE 1 TO WS-SEG-IX
           ELSE
               MOVE 2 TO WS-SEG-IX
           END-IF
           MOVE EK-STADIE(WS-EK-IX) TO WS-STD-IX
           MOVE ST-PD(WS-SEG-IX, WS-STD-IX) TO WS-PD
           MOVE ST-LGD(WS-SEG-IX, WS-STD-IX) TO WS-LGD
           COMPUTE WS-ECL ROUNDED =
               WS-NETTO-EKSP * WS-PD * WS-LGD / 10000
           MOVE WS-ECL TO EK-ECL(WS-EK-IX)
           ADD WS-ECL TO ES-ECL-NU(WS-STD-IX)
           ADD EK-EKSPONERING(WS-EK-IX) TO ES-EKSPONERING(WS-STD-IX)
           ADD 1 TO ES-ANTAL(WS-STD-IX).

      * LAST MONTH'S STAGE FOR THE SAME SEGMENT AND ACCOUNT - ZERO
      * FOR AN EXPOSURE THAT IS NEW THIS MONTH.
       MATCH-FORRIGE.
           MOVE ZEROES TO EK-FORRIGE-STADIE(WS-EK-IX)
           PERFORM VARYING WS-FO-IX FROM 1 BY 1
                   UNTIL WS-FO-IX > ANTAL-FO
               IF FO-SEGMENT(WS-FO-IX) = EK-SEGMENT(WS-EK-IX)
                   AND FO-KONTO-ID(WS-FO-IX) = EK-KONTO-ID(WS-EK-IX)
                   AND FO-MATCHET(WS-FO-IX) = "N"
                   MOVE FO-STADIE(WS-FO-IX)
                       TO EK-FORRIGE-STADIE(WS-EK-IX)
                   MOVE "J" TO FO-MATCHET(WS-FO-IX)
               END-IF
           END-PERFORM
           IF EK-FORRIGE-STADIE(WS-EK-IX) = ZEROES
               MOVE 4 TO WS-FRA-IX
           ELSE
               MOVE EK-FORRIGE-STADIE(WS-EK-IX) TO WS-FRA-IX
           END-IF
           MOVE EK-STADIE(WS-EK-IX) TO WS-TIL-IX
           ADD 1 TO MG-ANTAL(WS-FRA-IX, WS-TIL-IX).

      * THE STAGING REPORT - EVERY EXPOSURE FROM LAST MONTH'S STAGE
      * TO THIS MONTH'S, THOSE THAT LEFT THE BOOK, THE MIGRATION
      * MATRIX AND THE PROVISION PER STAGE AGAINST LAST MONTH.
       SKRIV-RAPPORT.
           OPEN OUTPUT IFRS9-RAPPORT
           MOVE SPACES TO RAPPORT-RECORD
           STRING "IFRS 9 NEDSKRIVNING PR. " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "SEGM  KONTO-ID   FRA     TIL AARSAG     "
               DELIMITED BY SIZE
               "      EKSPONERING        SIKKERHED"
               DELIMITED BY SIZE
               "              ECL" DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           PERFORM VARYING WS-EK-IX FROM 1 BY 1
                   UNTIL WS-EK-IX > ANTAL-EK
               PERFORM SKRIV-EKSPONERING
           END-PERFORM
           PERFORM VARYING WS-FO-IX FROM 1 BY 1
                   UNTIL WS-FO-IX > ANTAL-FO
               IF FO-MATCHET(WS-FO-IX) = "N"
                   PERFORM SKRIV-UDGAAET
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "STADIEVANDRING         TIL 1  TIL 2  TIL 3  "
               DELIMITED BY SIZE
               "UDGAAET" DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           PERFORM VARYING WS-FRA-IX FROM 1 BY 1 UNTIL WS-FRA-IX > 4
               PERFORM SKRIV-MIGRATION
           END-PERFORM
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "STADIE ANTAL      EKSPONERING      ECL NU     "
               DELIMITED BY SIZE
               "      ECL FORRIGE" DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           PERFORM VARYING WS-STD-IX FROM 1 BY 1 UNTIL WS-STD-IX > 3
               PERFORM SKRIV-STADIE-TOTAL
           END-PERFORM
           COMPUTE WS-NETTO = WS-SUM-NU - WS-SUM-FOER
           MOVE WS-SUM-NU TO WS-BELOB-DISPLAY
           MOVE WS-SUM-FOER TO WS-BELOB-DISPLAY-2
           MOVE WS-NETTO TO WS-BELOB-DISPLAY-3
           MOVE SPACES TO RAPPORT-RECORD
           STRING "I ALT ECL " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               "  FORRIGE " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
               "  AENDRING " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-3 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           CLOSE IFRS9-RAPPORT.

       SKRIV-EKSPONERING.
           IF EK-FORRIGE-STADIE(WS-EK-IX) = ZEROES
               MOVE "NY" TO WS-FRA-TEKST
           ELSE
               MOVE SPACES TO WS-FRA-TEKST
               MOVE EK-FORRIGE-STADIE(WS-EK-IX) TO WS-FRA-TEKST(1:1)
           END-IF
           MOVE EK-EKSPONERING(WS-EK-IX) TO WS-BELOB-DISPLAY
           MOVE EK-SIKKERHED(WS-EK-IX) TO WS-BELOB-DISPLAY-2
           MOVE EK-ECL(WS-EK-IX) TO WS-BELOB-DISPLAY-3
           MOVE SPACES TO RAPPORT-RECORD
           STRING EK-SEGMENT(WS-EK-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EK-KONTO-ID(WS-EK-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FRA-TEKST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EK-STADIE(WS-EK-IX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               EK-AARSAG(WS-EK-IX) DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-3 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           ADD 1 TO WS-RECS-OUT.

       SKRIV-UDGAAET.
           MOVE FO-ECL(WS-FO-IX) TO WS-BELOB-DISPLAY-3
           MOVE SPACES TO RAPPORT-RECORD
           STRING FO-SEGMENT(WS-FO-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FO-KONTO-ID(WS-FO-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FO-STADIE(WS-FO-IX) DELIMITED BY SIZE
               "       UDGAAET - ECL FRIGIVET " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-3 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           ADD 1 TO WS-RECS-OUT.

       SKRIV-MIGRATION.
           IF WS-FRA-IX = 4
               MOVE "NY" TO WS-FRA-TEKST
           ELSE
               MOVE "STADIE " TO WS-FRA-TEKST
           END-IF
           MOVE MG-ANTAL(WS-FRA-IX, 1) TO WS-ANTAL-DISPLAY
           MOVE MG-ANTAL(WS-FRA-IX, 2) TO WS-ANTAL-DISPLAY-2
           MOVE MG-ANTAL(WS-FRA-IX, 3) TO WS-ANTAL-DISPLAY-3
           MOVE MG-ANTAL(WS-FRA-IX, 4) TO WS-ANTAL-DISPLAY-4
           MOVE SPACES TO RAPPORT-RECORD
           IF WS-FRA-IX = 4
               STRING "FRA NY       " DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-3 DELIMITED BY SIZE
                   "        -" DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
           ELSE
               STRING "FRA STADIE " DELIMITED BY SIZE
                   WS-FRA-IX DELIMITED BY SIZE
                   "          " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-3 DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-4 DELIMITED BY SIZE
                   INTO RAPPORT-RECORD
           END-IF
           WRITE RAPPORT-RECORD.

       SKRIV-STADIE-TOTAL.
           MOVE ES-ANTAL(WS-STD-IX) TO WS-ANTAL-DISPLAY
           MOVE ES-EKSPONERING(WS-STD-IX) TO WS-BELOB-DISPLAY
           MOVE ES-ECL-NU(WS-STD-IX) TO WS-BELOB-DISPLAY-2
           MOVE ES-ECL-FOER(WS-STD-IX) TO WS-BELOB-DISPLAY-3
           ADD ES-ECL-NU(WS-STD-IX) TO WS-SUM-NU
           ADD ES-ECL-FOER(WS-STD-IX) TO WS-SUM-FOER
           MOVE SPACES TO RAPPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-STD-IX DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ANTAL-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-3 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * THE "NEDSKRIVNING" ROW OF THE KONTOPLAN - FINANCE NAMES THE
      * EXPENSE AND ALLOWANCE ACCOUNTS THERE, NOT IN THIS PROGRAM.
       LOAD-KONTOPLAN.
           OPEN INPUT GL-KONTOPLAN
           IF WS-PLAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-PLAN = "Y"
                   READ GL-KONTOPLAN
                       AT END
                           MOVE "Y" TO EOF-PLAN
                       NOT AT END
                           IF GK-TRANSAKTIONSTYPE OF PLAN-REC(1:12)
                                   = "NEDSKRIVNING"
                               MOVE "Y" TO WS-PLAN-FUNDET
                               MOVE GK-GL-KONTO OF PLAN-REC
                                   TO WS-GL-KONTO
                               MOVE GK-MODKONTO OF PLAN-REC
                                   TO WS-GL-MODKONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-KONTOPLAN
           END-IF.

      * THE MONTH'S CHANGE IN THE PROVISION PER STAGE, AS A BALANCED
      * PAIR - EXPENSE AGAINST ALLOWANCE, A RELEASE WITH THE SIGNS
      * TURNED. PROVED TO NET ZERO BEFORE RELEASE, SAME GATE AS
      * VALBEHOLD; ONLY A RELEASED POSTING ROLLS THE SNAPSHOT, SO A
      * WITHHELD ONE IS POSTED IN FULL BY THE NEXT RUN.
       POSTER-NEDSKRIVNING.
           MOVE ZEROES TO WS-SUM-DEBET
           MOVE ZEROES TO WS-SUM-KREDIT
           OPEN OUTPUT GL-NEDSKRIVNING
           IF WS-PLAN-FUNDET = "N"
               DISPLAY "IFRS9ECL: INGEN NEDSKRIVNING-RAEKKE I "
                   "GLKONTOPLAN.TXT - INGEN GL-POSTERING"
               CLOSE GL-NEDSKRIVNING
               MOVE 8 TO RETURN-CODE
               GO TO POSTER-NEDSKRIVNING-EXIT
           END-IF
           PERFORM VARYING WS-STD-IX FROM 1 BY 1 UNTIL WS-STD-IX > 3
               PERFORM POSTER-STADIE
           END-PERFORM
           COMPUTE WS-NETTO = WS-SUM-DEBET + WS-SUM-KREDIT
           MOVE WS-NETTO TO WS-BELOB-DISPLAY
           MOVE SPACES TO GL-RECORD
           STRING "TRAILER STADIER=3 NETTO=" DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-NEDSKRIVNING
           IF WS-NETTO NOT = ZEROES
               OPEN OUTPUT GL-NEDSKRIVNING
               CLOSE GL-NEDSKRIVNING
               DISPLAY "IFRS9ECL: DEBET/KREDIT BALANCERER IKKE - "
                   "FILEN FRIGIVES IKKE"
               MOVE 8 TO RETURN-CODE
               GO TO POSTER-NEDSKRIVNING-EXIT
           END-IF
           MOVE "J" TO WS-GL-FRIGIVET.

       POSTER-NEDSKRIVNING-EXIT.
           EXIT.

       POSTER-STADIE.
           MOVE ES-ECL-NU(WS-STD-IX) TO WS-AENDRING
           SUBTRACT ES-ECL-FOER(WS-STD-IX) FROM WS-AENDRING
           IF WS-AENDRING NOT = ZEROES
               MOVE WS-AENDRING TO WS-BELOB-DISPLAY
               MOVE SPACES TO GL-RECORD
               STRING "STADIE " DELIMITED BY SIZE
                   WS-STD-IX DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   WS-GL-KONTO DELIMITED BY SIZE
                   " NEDSKRIVNING " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO GL-RECORD
               WRITE GL-RECORD
               ADD WS-AENDRING TO WS-SUM-DEBET
               COMPUTE WS-MOD-BELOB = 0 - WS-AENDRING
               MOVE WS-MOD-BELOB TO WS-BELOB-DISPLAY
               MOVE SPACES TO GL-RECORD
               STRING "STADIE " DELIMITED BY SIZE
                   WS-STD-IX DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   WS-GL-MODKONTO DELIMITED BY SIZE
                   " NEDSKRIVNING MODPOST " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO GL-RECORD
               WRITE GL-RECORD
               ADD WS-MOD-BELOB TO WS-SUM-KREDIT
               ADD 2 TO WS-RECS-OUT
           END-IF.

      * THIS MONTH'S STAGES AND PROVISIONS, READ BACK NEXT MONTH AS
      * LAST MONTH'S.
       SKRIV-STADIER.
           OPEN OUTPUT IFRS9-STADIER
           PERFORM VARYING WS-EK-IX FROM 1 BY 1
                   UNTIL WS-EK-IX > ANTAL-EK
               MOVE SPACES TO STADIE-REC
               MOVE EK-SEGMENT(WS-EK-IX) TO IS-SEGMENT
               MOVE EK-KONTO-ID(WS-EK-IX) TO IS-KONTO-ID
               MOVE EK-STADIE(WS-EK-IX) TO IS-STADIE
               MOVE EK-AARSAG(WS-EK-IX) TO IS-AARSAG
               MOVE EK-EKSPONERING(WS-EK-IX) TO IS-EKSPONERING
               MOVE EK-SIKKERHED(WS-EK-IX) TO IS-SIKKERHED
               MOVE EK-ECL(WS-EK-IX) TO IS-ECL
               MOVE WS-DAGS-DATO TO IS-DATO
               WRITE STADIE-REC
           END-PERFORM
           CLOSE IFRS9-STADIER.

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

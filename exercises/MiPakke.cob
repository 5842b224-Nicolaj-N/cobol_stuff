       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CALENDAR STEP'S MONTH-END SWITCH. THE NIGHTLY PACK IS
      * WRITTEN EVERY NIGHT; ON THE MONTH'S LAST BANKING DAY THE
      * MONTH PACK IS WRITTEN AS WELL. NO SWITCH FILE MEANS A MANUAL
      * RUN, WHICH GETS BOTH.
           SELECT MAANED-ULTIMO ASSIGN TO "MaanedUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * YESTERDAY'S ACCOUNTS AND CUSTOMERS, KEPT BY THIS PROGRAM
      * ITSELF - SAME SNAPSHOT IDIOM AS MORGENDASHBOARD'S
      * DASHBOARDGAAR.TXT. OPENED, CLOSED AND NEW ARE THE DIFFERENCE
      * BETWEEN IT AND TONIGHT'S MASTERS.
           SELECT MI-GAAR ASSIGN TO "MiGaar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAAR-STATUS.
      * CUSTOMERS WHO LEFT - SEE KUNDEAFGANG.CPY.
           SELECT KUNDE-AFGANG ASSIGN TO "KundeAfgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFGANG-STATUS.
      * THE BALANCES COME FROM THE SEQUENCE-CONTROLLED CHAIN, SAME
      * AS MFISTATISTIK - THE PACK MUST AGREE WITH THE BOOKS, NOT
      * WITH THE MASTER. THE CHAIN'S INDEPENDENT CONTROL COPY IS
      * READ ONLY TO PROVE THE ROW COUNT.
           SELECT LUKKE-SALDO ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
           SELECT UDSKRIFT-KONTROL ASSIGN TO "UdskriftKontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UK-STATUS.
           SELECT LAAN-FIL ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAAN-STATUS.
      * THE NIGHT'S LEDGER FILE FROM GLPOST - FEE INCOME AND THE
      * INTEREST MARGIN ARE READ OFF ITS POSTING LINES, AND ITS
      * TRAILER IS THE CONTROL TOTAL THEY ARE PROVED AGAINST.
           SELECT GL-POSTERINGER ASSIGN TO "GlPosteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT TRANSAKTIONER-VALIDERET
               ASSIGN TO "TransaktionerValideret.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      * EVERY OUTBOUND PAYMENT LET THROUGH, PER CHANNEL - THE
      * NETBANK ROWS ARE THE NIGHT'S NETBANK ACTIVITY.
           SELECT BETALINGS-FORBRUG ASSIGN TO "BetalingsForbrug.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORBRUG-STATUS.
           SELECT KLAGE-SAGER ASSIGN TO "KlageSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KLAGE-STATUS.
           SELECT RYKKER-SAGER ASSIGN TO "RykkerSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RYKKER-STATUS.
           SELECT AFKLARINGSLISTE ASSIGN TO "Afklaringsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
      * EVERY NIGHT'S FIGURES - SEE NOEGLETAL.CPY.
           SELECT NOEGLETAL-HISTORIK ASSIGN TO "NoegletalHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      * THE PACK ITSELF, AND ITS CSV COMPANION FOR THE BOARD PACK -
      * SAME SPREADSHEET-NOT-LETTER REASONING AS
      * FORBRUGSOVERSIGTCSV.TXT.
           SELECT MI-RAPPORT ASSIGN TO "MiRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MI-CSV ASSIGN TO "MiRapportCSV.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MI-MAANED ASSIGN TO "MiMaanedsRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MI-MAANED-CSV ASSIGN TO "MiMaanedsRapportCSV.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG. ALSO READ FOR GLPOST'S
      * INPUT COUNT, THE CONTROL TOTAL FOR THE VALIDATED FEED.
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
       FD MI-GAAR.
       01 GAAR-REC.
           02  MG-ART               PIC X(5).
           02  MG-ID                PIC X(10).
           02  MG-STATUS            PIC X(6).
       FD KUNDE-AFGANG.
       01 AFGANG-REC.
           COPY "KUNDEAFGANG.cpy".
       FD LUKKE-SALDO.
       01 LUKKE-SALDO-REC.
           02  LS-KONTO-ID          PIC X(10) VALUE SPACES.
           02  LS-NAVN              PIC X(40) VALUE SPACES.
           02  LS-REG-NR            PIC 9(4) VALUE ZEROES.
           02  LS-BALANCE           PIC S9(18)V99 VALUE ZEROES.
           02  LS-UDSKRIFT-NR       PIC 9(6) VALUE ZEROES.
       FD UDSKRIFT-KONTROL.
       01 UK-REC.
           02  UK-KONTO-ID          PIC X(10).
           02  UK-UDSKRIFT-NR       PIC 9(6).
       FD LAAN-FIL.
       01 LAAN-REC.
           COPY "LAAN.cpy".
       FD GL-POSTERINGER.
       01 GL-RECORD.
           02  GL-LINE              PIC X(100).
       FD TRANSAKTIONER-VALIDERET.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD BETALINGS-FORBRUG.
       01 FORBRUG-REC.
           COPY "BETALINGSFORBRUG.cpy".
       FD KLAGE-SAGER.
       01 KLAGE-REC.
           COPY "KLAGESAGER.cpy".
       FD RYKKER-SAGER.
       01 RYKKER-REC.
           COPY "RYKKERSAGER.cpy".
       FD AFKLARINGSLISTE.
       01 SUSPENSE-REC.
           COPY "SUSPENSE.cpy".
       FD NOEGLETAL-HISTORIK.
       01 HISTORIK-REC.
           COPY "NOEGLETAL.cpy".
       FD MI-RAPPORT.
       01 RAPPORT-RECORD.
           02  RAPPORT-LINE         PIC X(132) VALUE SPACES.
       FD MI-CSV.
       01 CSV-RECORD                PIC X(132) VALUE SPACES.
       FD MI-MAANED.
       01 MAANED-RECORD.
           02  MAANED-LINE          PIC X(132) VALUE SPACES.
       FD MI-MAANED-CSV.
       01 MAANED-CSV-RECORD         PIC X(132) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "MIPAKKE".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  WS-GAAR-STATUS           PIC XX VALUE "00".
       01  WS-AFGANG-STATUS         PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-UK-STATUS             PIC XX VALUE "00".
       01  WS-LAAN-STATUS           PIC XX VALUE "00".
       01  WS-GL-STATUS             PIC XX VALUE "00".
       01  WS-TRANS-STATUS          PIC XX VALUE "00".
       01  WS-FORBRUG-STATUS        PIC XX VALUE "00".
       01  WS-KLAGE-STATUS          PIC XX VALUE "00".
       01  WS-RYKKER-STATUS         PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS       PIC XX VALUE "00".
       01  WS-HIST-STATUS           PIC XX VALUE "00".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-GAAR                 PIC X VALUE "N".
       01  EOF-AFGANG               PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-UK                   PIC X VALUE "N".
       01  EOF-LAAN                 PIC X VALUE "N".
       01  EOF-GL                   PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  EOF-FORBRUG              PIC X VALUE "N".
       01  EOF-KLAGE                PIC X VALUE "N".
       01  EOF-RYKKER               PIC X VALUE "N".
       01  EOF-SUSPENSE             PIC X VALUE "N".
       01  EOF-HIST                 PIC X VALUE "N".
       01  EOF-AUDIT                PIC X VALUE "N".
      * THE FIGURES IN THE PACK, IN PRINT ORDER: THE KEY WRITTEN TO
      * THE HISTORY, F FOR A FLOW (THE NIGHT'S OWN MOVEMENT, SUMMED
      * OVER THE MONTH IN THE MONTH PACK) OR S FOR A STOCK (A
      * STANDING FIGURE, TAKEN AT THE MONTH'S LAST NIGHT), A FOR A
      * COUNT OR B FOR AN AMOUNT IN DKK, AND THE PRINTED TEXT.
      * INDSKUD AND UDLAAN CARRY THE PER-PRODUCT AND PER-REG-NR
      * BREAKDOWN UNDER THEIR TOTAL.
       01  NOEGLE-TABEL.
           02  FILLER PIC X(44) VALUE
               "KONTI-OPRET FAKONTI OPRETTET                ".
           02  FILLER PIC X(44) VALUE
               "KONTI-LUKKETFAKONTI LUKKET                  ".
           02  FILLER PIC X(44) VALUE
               "KUNDER-NYE  FANYE KUNDER                    ".
           02  FILLER PIC X(44) VALUE
               "KUNDER-TABT FAMISTEDE KUNDER                ".
           02  FILLER PIC X(44) VALUE
               "INDSKUD     SBINDLAAN (INDESTAAENDER)       ".
           02  FILLER PIC X(44) VALUE
               "UDLAAN      SBUDLAAN (OVERTRAEK OG LAAN)    ".
           02  FILLER PIC X(44) VALUE
               "GEBYRINDT   FBGEBYRINDTAEGT                 ".
           02  FILLER PIC X(44) VALUE
               "RENTEMARGIN FBRENTEMARGINAL                 ".
           02  FILLER PIC X(44) VALUE
               "KORT-TRANS  FAKORTTRANSAKTIONER             ".
           02  FILLER PIC X(44) VALUE
               "NETBANK-BET FANETBANKBETALINGER             ".
           02  FILLER PIC X(44) VALUE
               "KLAGER-NYE  FANYE KLAGER                    ".
           02  FILLER PIC X(44) VALUE
               "RYKKER-NYE  FANYE RYKKERSAGER               ".
           02  FILLER PIC X(44) VALUE
               "SUSPENSE-AABSAUAFKLAREDE SUSPENSEPOSTER     ".
       01  NOEGLE-TABEL-R REDEFINES NOEGLE-TABEL.
           02  NOEGLE-ENTRY OCCURS 13 TIMES.
               03  NE-NOEGLE        PIC X(12).
               03  NE-ART           PIC X.
               03  NE-ENHED         PIC X.
               03  NE-TEKST         PIC X(30).
       01  WS-NE-IX                 PIC 99 VALUE ZEROES.
       01  WS-NE-SLOT               PIC 99 VALUE ZEROES.
       01  WS-NE-SOEG               PIC 99 VALUE ZEROES.
      * ONE SLOT PER FIGURE ROW - TONIGHT'S VALUE, YESTERDAY'S, THE
      * SAME DAY LAST MONTH'S, THE MONTH SO FAR AND THE MONTH BEFORE.
      * THE LAST HISTORY ROW ADDED INTO A MONTH TOTAL IS REMEMBERED
      * SO A NIGHT APPENDED TWICE (A RERUN) REPLACES ITSELF.
       01  NOEGLETAL-AR OCCURS 300 TIMES.
           02  NT-NOEGLE            PIC X(12) VALUE SPACES.
           02  NT-PRODUKT           PIC X(8) VALUE SPACES.
           02  NT-REG-NR            PIC 9(4) VALUE ZEROES.
           02  NT-NE-IX             PIC 99 VALUE ZEROES.
           02  NT-I-DAG             PIC S9(15)V99 VALUE ZEROES.
           02  NT-GAAR              PIC S9(15)V99 VALUE ZEROES.
           02  NT-GAAR-FUNDET       PIC X VALUE "N".
           02  NT-SMD               PIC S9(15)V99 VALUE ZEROES.
           02  NT-SMD-FUNDET        PIC X VALUE "N".
           02  NT-MAANED            PIC S9(15)V99 VALUE ZEROES.
           02  NT-FORR-MAANED       PIC S9(15)V99 VALUE ZEROES.
           02  NT-FORR-FUNDET       PIC X VALUE "N".
           02  NT-SIDSTE-DATO       PIC X(10) VALUE SPACES.
           02  NT-SIDSTE-MD         PIC 9 VALUE ZEROES.
           02  NT-SIDSTE-VAERDI     PIC S9(15)V99 VALUE ZEROES.
       01  ANTAL-NOEGLETAL          PIC 9(3) VALUE ZEROES.
       01  WS-NT-IX                 PIC 9(3).
       01  WS-NT-SLOT               PIC 9(3) VALUE ZEROES.
       01  WS-NT-SOEG               PIC 9(3) VALUE ZEROES.
       01  WS-S-NOEGLE              PIC X(12) VALUE SPACES.
       01  WS-S-PRODUKT             PIC X(8) VALUE SPACES.
       01  WS-S-REG-NR              PIC 9(4) VALUE ZEROES.
       01  WS-S-VAERDI              PIC S9(15)V99 VALUE ZEROES.
      * THE COMPARISON DATES, FOUND IN A FIRST PASS OVER THE
      * HISTORY: THE LAST NIGHT BEFORE TONIGHT, THE LAST NIGHT ON OR
      * BEFORE THE SAME DAY LAST MONTH, AND LAST MONTH'S FINAL NIGHT.
       01  WS-GAAR-DATO             PIC X(10) VALUE SPACES.
       01  WS-SMD-MAAL              PIC X(10) VALUE SPACES.
       01  WS-SMD-DATO              PIC X(10) VALUE SPACES.
       01  WS-FORR-MAANED           PIC X(7) VALUE SPACES.
       01  WS-FORR-ULT-DATO         PIC X(10) VALUE SPACES.
       01  WS-AAR                   PIC 9(4) VALUE ZEROES.
       01  WS-MD                    PIC 9(2) VALUE ZEROES.
      * YESTERDAY'S SNAPSHOT, AND TONIGHT'S MASTERS HELD UP TO IT.
       01  GAAR-KONTO-AR OCCURS 999 TIMES.
           02  GK-KONTO-ID          PIC X(10) VALUE SPACES.
           02  GK-STATUS            PIC X(6) VALUE SPACES.
           02  GK-SET               PIC X VALUE "N".
       01  ANTAL-GAAR-KONTI         PIC 9(4) VALUE ZEROES.
       01  GAAR-KUNDE-AR OCCURS 999 TIMES.
           02  GU-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  GU-SET               PIC X VALUE "N".
       01  ANTAL-GAAR-KUNDER        PIC 9(4) VALUE ZEROES.
       01  WS-GAAR-IX               PIC 9(4).
       01  WS-GAAR-SLOT             PIC 9(4) VALUE ZEROES.
       01  WS-HAR-SNAPSHOT          PIC X VALUE "N".
       01  WS-ANTAL-OPRETTET        PIC 9(7) VALUE ZEROES.
       01  WS-ANTAL-LUKKET          PIC 9(7) VALUE ZEROES.
       01  WS-ANTAL-FJERNET         PIC 9(7) VALUE ZEROES.
       01  WS-ANTAL-NYE-KUNDER      PIC 9(7) VALUE ZEROES.
       01  WS-ANTAL-FJERNEDE-KUNDER PIC 9(7) VALUE ZEROES.
      * TONIGHT'S ACCOUNTS - THE SNAPSHOT FOR TOMORROW, AND THE
      * PRODUCT AND REG-NR EACH BALANCE IS FILED UNDER.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KO-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KO-STATUS            PIC X(6) VALUE SPACES.
           02  KO-TERMIN            PIC 9(2) VALUE ZEROES.
           02  KO-REG-NR            PIC 9(4) VALUE ZEROES.
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
       01  WS-KONTO-SLOT            PIC 9(4) VALUE ZEROES.
       01  KUNDE-AR OCCURS 999 TIMES PIC X(10) VALUE SPACES.
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
      * THE RECONCILIATION - EACH FIGURE AGAINST THE CONTROL TOTAL
      * THE NIGHT ALREADY KEEPS FOR IT.
       01  WS-ANTAL-LUKKE           PIC 9(7) VALUE ZEROES.
       01  WS-ANTAL-UK              PIC 9(7) VALUE ZEROES.
       01  WS-HAR-UK                PIC X VALUE "N".
       01  WS-SUM-SALDI             PIC S9(15)V99 VALUE ZEROES.
       01  WS-SUM-INDSKUD           PIC S9(15)V99 VALUE ZEROES.
       01  WS-SUM-OVERTRUK          PIC S9(15)V99 VALUE ZEROES.
       01  WS-GL-LINJER             PIC 9(9) VALUE ZEROES.
       01  WS-GL-NETTO              PIC S9(15)V99 VALUE ZEROES.
       01  WS-GL-TRAILER            PIC X VALUE "N".
       01  WS-GL-TRAILER-ANTAL      PIC 9(9) VALUE ZEROES.
       01  WS-GL-TRAILER-NETTO      PIC S9(15)V99 VALUE ZEROES.
       01  WS-GL-TYPE               PIC X(20) VALUE SPACES.
       01  WS-GL-BELOB              PIC S9(15)V99 VALUE ZEROES.
       01  WS-ANTAL-VALIDERET       PIC 9(9) VALUE ZEROES.
       01  WS-GLPOST-IN             PIC 9(9) VALUE ZEROES.
       01  WS-HAR-GLPOST            PIC X VALUE "N".
       01  WS-AFVIGER               PIC X VALUE "N".
      * PRINTING.
       01  WS-LINJE                 PIC X(132) VALUE SPACES.
       01  WS-LINJE-POS             PIC 9(3) VALUE ZEROES.
       01  WS-CSV-LINJE             PIC X(132) VALUE SPACES.
       01  WS-CSV-START             PIC 9(3) VALUE ZEROES.
       01  WS-TEKST                 PIC X(30) VALUE SPACES.
       01  WS-DELTA                 PIC S9(15)V99 VALUE ZEROES.
       01  WS-BELOB-DISPLAY         PIC -(13)9.99.
       01  WS-BELOB-DISPLAY-2       PIC -(13)9.99.
       01  WS-ANTAL-DISPLAY         PIC -(13)9.
       01  WS-INGEN-TAL             PIC X(17) VALUE
                                    "                -".
       01  WS-KOL-1                 PIC X(17) VALUE SPACES.
       01  WS-KOL-2                 PIC X(17) VALUE SPACES.
       01  WS-KOL-3                 PIC X(17) VALUE SPACES.
       01  WS-KOL-4                 PIC X(17) VALUE SPACES.
       01  WS-KOL-5                 PIC X(17) VALUE SPACES.
       01  WS-REG-TEXT              PIC X(6) VALUE SPACES.
       01  WS-TAELLER-TEXT          PIC ZZZZZZ9.
       01  WS-TAELLER-TEXT-2        PIC ZZZZZZ9.
       01  WS-TAELLER-TEXT-3        PIC ZZZZZZ9.
       01  WS-TAELLER-TEXT-4        PIC ZZZZZZ9.

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

      * ONE MANAGEMENT PACK A NIGHT: THE KEY FIGURES WITH THEIR
      * CHANGE SINCE YESTERDAY AND SINCE THE SAME DAY LAST MONTH, A
      * RECONCILIATION OF EACH TO THE CONTROL TOTAL THE NIGHT
      * ALREADY KEEPS, AND A CSV COMPANION. AT MONTH-END THE MONTH
      * PACK FOLLOWS - THE MONTH'S MOVEMENTS SUMMED AND THE STANDING
      * FIGURES AT THE LAST NIGHT, AGAINST THE MONTH BEFORE. A
      * FIGURE THAT DOES NOT RECONCILE ENDS THE STEP WITH RC 4.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           PERFORM BEREGN-DATOER
           PERFORM VARYING WS-NE-IX FROM 1 BY 1 UNTIL WS-NE-IX > 13
               MOVE NE-NOEGLE(WS-NE-IX) TO WS-S-NOEGLE
               MOVE SPACES TO WS-S-PRODUKT
               IF NE-NOEGLE(WS-NE-IX) = "INDSKUD"
                   OR NE-NOEGLE(WS-NE-IX) = "UDLAAN"
                   MOVE "I ALT" TO WS-S-PRODUKT
               END-IF
               MOVE ZEROES TO WS-S-REG-NR
               PERFORM FIND-NOEGLETAL-SLOT
           END-PERFORM
           PERFORM LOAD-GAAR
           PERFORM LAES-KONTI
           PERFORM LAES-KUNDER
           PERFORM TAEL-AFGANG
           PERFORM LAES-SALDI
           PERFORM TAEL-UDSKRIFT-KONTROL
           PERFORM LAES-LAAN
           PERFORM LAES-GL
           PERFORM LAES-VALIDERET
           PERFORM HENT-GLPOST-ANTAL
           PERFORM TAEL-NETBANK
           PERFORM TAEL-KLAGER
           PERFORM TAEL-RYKKERE
           PERFORM TAEL-SUSPENSE
           PERFORM LAES-HISTORIK
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > ANTAL-NOEGLETAL
               IF NE-ART(NT-NE-IX(WS-NT-IX)) = "F"
                   ADD NT-I-DAG(WS-NT-IX) TO NT-MAANED(WS-NT-IX)
               ELSE
                   MOVE NT-I-DAG(WS-NT-IX) TO NT-MAANED(WS-NT-IX)
               END-IF
           END-PERFORM
           PERFORM SKRIV-DAGSRAPPORT
           IF WS-ER-ULTIMO = "J"
               PERFORM SKRIV-MAANEDSRAPPORT
           END-IF
           PERFORM GEM-HISTORIK
           PERFORM SKRIV-GAAR
           IF WS-AFVIGER = "J"
               DISPLAY "MIPAKKE: NOEGLETAL AFSTEMMER IKKE - SE "
                   "AFSTEMNING I MIRAPPORT.TXT"
               MOVE 4 TO RETURN-CODE
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

      * LAST MONTH AS "YYYY-MM", AND THE SAME DAY IN IT. A DAY THE
      * MONTH DOES NOT HAVE (THE 31ST) SIMPLY FALLS BACK TO THE LAST
      * NIGHT BEFORE IT, SINCE THE DATES ARE COMPARED AS TEXT.
       BEREGN-DATOER.
           MOVE WS-DAGS-DATO(1:4) TO WS-AAR
           MOVE WS-DAGS-DATO(6:2) TO WS-MD
           IF WS-MD = 1
               MOVE 12 TO WS-MD
               SUBTRACT 1 FROM WS-AAR
           ELSE
               SUBTRACT 1 FROM WS-MD
           END-IF
           MOVE WS-AAR TO WS-FORR-MAANED(1:4)
           MOVE "-" TO WS-FORR-MAANED(5:1)
           MOVE WS-MD TO WS-FORR-MAANED(6:2)
           MOVE WS-FORR-MAANED TO WS-SMD-MAAL(1:7)
           MOVE WS-DAGS-DATO(8:3) TO WS-SMD-MAAL(8:3).

      * HANDS A FIGURE ROW ITS SLOT, OPENING ONE IF NEEDED. THE CALLER
      * FILLS WS-S-NOEGLE/PRODUKT/REG-NR; A KEY NOT IN NOEGLE-TABEL
      * GETS NO SLOT (ZERO BACK).
       FIND-NOEGLETAL-SLOT.
           MOVE ZEROES TO WS-NE-SLOT
           PERFORM VARYING WS-NE-SOEG FROM 1 BY 1 UNTIL WS-NE-SOEG > 13
               IF NE-NOEGLE(WS-NE-SOEG) = WS-S-NOEGLE
                   MOVE WS-NE-SOEG TO WS-NE-SLOT
               END-IF
           END-PERFORM
           MOVE ZEROES TO WS-NT-SLOT
           IF WS-NE-SLOT NOT = ZEROES
               PERFORM VARYING WS-NT-SOEG FROM 1 BY 1
                       UNTIL WS-NT-SOEG > ANTAL-NOEGLETAL
                   IF NT-NOEGLE(WS-NT-SOEG) = WS-S-NOEGLE
                       AND NT-PRODUKT(WS-NT-SOEG) = WS-S-PRODUKT
                       AND NT-REG-NR(WS-NT-SOEG) = WS-S-REG-NR
                       MOVE WS-NT-SOEG TO WS-NT-SLOT
                   END-IF
               END-PERFORM
               IF WS-NT-SLOT = ZEROES AND ANTAL-NOEGLETAL < 300
                   ADD 1 TO ANTAL-NOEGLETAL
                   MOVE WS-S-NOEGLE TO NT-NOEGLE(ANTAL-NOEGLETAL)
                   MOVE WS-S-PRODUKT TO NT-PRODUKT(ANTAL-NOEGLETAL)
                   MOVE WS-S-REG-NR TO NT-REG-NR(ANTAL-NOEGLETAL)
                   MOVE WS-NE-SLOT TO NT-NE-IX(ANTAL-NOEGLETAL)
                   MOVE ANTAL-NOEGLETAL TO WS-NT-SLOT
               END-IF
           END-IF.

      * ADDS WS-S-VAERDI TO TONIGHT'S VALUE OF THE ROW NAMED IN
      * WS-S-NOEGLE/PRODUKT/REG-NR.
       NOTER-TAL.
           PERFORM FIND-NOEGLETAL-SLOT
           IF WS-NT-SLOT NOT = ZEROES
               ADD WS-S-VAERDI TO NT-I-DAG(WS-NT-SLOT)
           END-IF.

       NOTER-ENKELT-TAL.
           MOVE SPACES TO WS-S-PRODUKT
           MOVE ZEROES TO WS-S-REG-NR
           PERFORM NOTER-TAL.

       LOAD-GAAR.
           OPEN INPUT MI-GAAR
           IF WS-GAAR-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "J" TO WS-HAR-SNAPSHOT
               PERFORM UNTIL EOF-GAAR = "Y"
                   READ MI-GAAR
                       AT END
                           MOVE "Y" TO EOF-GAAR
                       NOT AT END
                           IF MG-ART = "KONTO"
                               AND ANTAL-GAAR-KONTI < 999
                               ADD 1 TO ANTAL-GAAR-KONTI
                               MOVE MG-ID
                                   TO GK-KONTO-ID(ANTAL-GAAR-KONTI)
                               MOVE MG-STATUS
                                   TO GK-STATUS(ANTAL-GAAR-KONTI)
                           END-IF
                           IF MG-ART = "KUNDE"
                               AND ANTAL-GAAR-KUNDER < 999
                               ADD 1 TO ANTAL-GAAR-KUNDER
                               MOVE MG-ID
                                   TO GU-KUNDE-ID(ANTAL-GAAR-KUNDER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MI-GAAR
           END-IF.

      * TONIGHT'S ACCOUNTS HELD UP TO YESTERDAY'S: NOT THERE
      * YESTERDAY IS OPENED, LUKKET TONIGHT BUT NOT YESTERDAY IS
      * CLOSED, AND AN ACCOUNT GONE FROM THE MASTER ALTOGETHER COUNTS
      * AS CLOSED TOO UNLESS IT WAS ALREADY LUKKET. WITH NO SNAPSHOT
      * (THE FIRST NIGHT) NOTHING IS COUNTED AS MOVED.
       LAES-KONTI.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER INTO KONTOOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       IF ANTAL-KONTI < 999
                           ADD 1 TO ANTAL-KONTI
                           MOVE KONTO-ID OF KONTOOPL-IN
                               TO KO-KONTO-ID(ANTAL-KONTI)
                           MOVE KONTO-STATUS OF KONTOOPL-IN
                               TO KO-STATUS(ANTAL-KONTI)
                           IF INDLAAN-TERMIN OF KONTOOPL-IN IS NUMERIC
                               MOVE INDLAAN-TERMIN OF KONTOOPL-IN
                                   TO KO-TERMIN(ANTAL-KONTI)
                           END-IF
                           PERFORM SAMMENLIGN-KONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER
           PERFORM VARYING WS-GAAR-IX FROM 1 BY 1
                   UNTIL WS-GAAR-IX > ANTAL-GAAR-KONTI
               IF GK-SET(WS-GAAR-IX) = "N"
                   ADD 1 TO WS-ANTAL-FJERNET
                   IF GK-STATUS(WS-GAAR-IX) NOT = "LUKKET"
                       ADD 1 TO WS-ANTAL-LUKKET
                   END-IF
               END-IF
           END-PERFORM
           MOVE "KONTI-OPRET" TO WS-S-NOEGLE
           MOVE WS-ANTAL-OPRETTET TO WS-S-VAERDI
           PERFORM NOTER-ENKELT-TAL
           MOVE "KONTI-LUKKET" TO WS-S-NOEGLE
           MOVE WS-ANTAL-LUKKET TO WS-S-VAERDI
           PERFORM NOTER-ENKELT-TAL.

       SAMMENLIGN-KONTO.
           MOVE ZEROES TO WS-GAAR-SLOT
           PERFORM VARYING WS-GAAR-IX FROM 1 BY 1
                   UNTIL WS-GAAR-IX > ANTAL-GAAR-KONTI
               IF GK-KONTO-ID(WS-GAAR-IX) = KO-KONTO-ID(ANTAL-KONTI)
                   MOVE WS-GAAR-IX TO WS-GAAR-SLOT
               END-IF
           END-PERFORM
           IF WS-GAAR-SLOT = ZEROES
               IF WS-HAR-SNAPSHOT = "J"
                   ADD 1 TO WS-ANTAL-OPRETTET
               END-IF
           ELSE
               MOVE "J" TO GK-SET(WS-GAAR-SLOT)
               IF KO-STATUS(ANTAL-KONTI) = "LUKKET"
                   AND GK-STATUS(WS-GAAR-SLOT) NOT = "LUKKET"
                   ADD 1 TO WS-ANTAL-LUKKET
               END-IF
           END-IF.

      * NEW CUSTOMERS THE SAME WAY. LOST CUSTOMERS ARE NOT GUESSED
      * FROM THE MASTER (A LEAVER'S ROW STAYS ON IT) BUT TAKEN FROM
      * THE LEAVER REGISTER - SEE TAEL-AFGANG.
       LAES-KUNDER.
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL EOF-KUNDE = "Y"
               READ KUNDEOPLYSNINGER INTO KUNDEOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KUNDE
                   NOT AT END
                       IF ANTAL-KUNDER < 999
                           ADD 1 TO ANTAL-KUNDER
                           MOVE KUNDE-ID OF KUNDEOPL-IN
                               TO KUNDE-AR(ANTAL-KUNDER)
                           PERFORM SAMMENLIGN-KUNDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER
           PERFORM VARYING WS-GAAR-IX FROM 1 BY 1
                   UNTIL WS-GAAR-IX > ANTAL-GAAR-KUNDER
               IF GU-SET(WS-GAAR-IX) = "N"
                   ADD 1 TO WS-ANTAL-FJERNEDE-KUNDER
               END-IF
           END-PERFORM
           MOVE "KUNDER-NYE" TO WS-S-NOEGLE
           MOVE WS-ANTAL-NYE-KUNDER TO WS-S-VAERDI
           PERFORM NOTER-ENKELT-TAL.

       SAMMENLIGN-KUNDE.
           MOVE ZEROES TO WS-GAAR-SLOT
           PERFORM VARYING WS-GAAR-IX FROM 1 BY 1
                   UNTIL WS-GAAR-IX > ANTAL-GAAR-KUNDER
               IF GU-KUNDE-ID(WS-GAAR-IX) = KUNDE-AR(ANTAL-KUNDER)
                   MOVE WS-GAAR-IX TO WS-GAAR-SLOT
               END-IF
           END-PERFORM
           IF WS-GAAR-SLOT = ZEROES
               IF WS-HAR-SNAPSHOT = "J"
                   ADD 1 TO WS-ANTAL-NYE-KUNDER
               END-IF
           ELSE
               MOVE "J" TO GU-SET(WS-GAAR-SLOT)
           END-IF.

       TAEL-AFGANG.
           MOVE "KUNDER-TABT" TO WS-S-NOEGLE
           MOVE 1 TO WS-S-VAERDI
           OPEN INPUT KUNDE-AFGANG
           IF WS-AFGANG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AFGANG = "Y"
                   READ KUNDE-AFGANG
                       AT END
                           MOVE "Y" TO EOF-AFGANG
                       NOT AT END
                           IF KG-DATO = WS-DAGS-DATO
                               PERFORM NOTER-ENKELT-TAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDE-AFGANG
           END-IF.

      * EVERY CHAIN BALANCE INTO ITS PRODUCT AND REG-NR - THE SAME
      * PRODUCT SPLIT AS MFISTATISTIK: A BALANCE IN CREDIT IS A
      * DEPOSIT, ORDINAER OR INDLAAN (A FIXED-TERM ACCOUNT); A
      * BALANCE IN DEBIT IS LENDING, OVERTRUK.
       LAES-SALDI.
           OPEN INPUT LUKKE-SALDO
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKE-SALDO
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           ADD 1 TO WS-ANTAL-LUKKE
                           PERFORM FORDEL-SALDO
                   END-READ
               END-PERFORM
               CLOSE LUKKE-SALDO
           END-IF.

       FORDEL-SALDO.
           ADD LS-BALANCE TO WS-SUM-SALDI
           MOVE ZEROES TO WS-KONTO-SLOT
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KO-KONTO-ID(WS-KONTO-IX) = LS-KONTO-ID
                   MOVE WS-KONTO-IX TO WS-KONTO-SLOT
               END-IF
           END-PERFORM
           IF WS-KONTO-SLOT NOT = ZEROES
               MOVE LS-REG-NR TO KO-REG-NR(WS-KONTO-SLOT)
           END-IF
           IF LS-BALANCE < ZEROES
               MOVE "UDLAAN" TO WS-S-NOEGLE
               MOVE "OVERTRUK" TO WS-S-PRODUKT
               COMPUTE WS-S-VAERDI = 0 - LS-BALANCE
               ADD WS-S-VAERDI TO WS-SUM-OVERTRUK
           ELSE
               MOVE "INDSKUD" TO WS-S-NOEGLE
               MOVE "ORDINAER" TO WS-S-PRODUKT
               IF WS-KONTO-SLOT NOT = ZEROES
                   IF KO-TERMIN(WS-KONTO-SLOT) > ZEROES
                       MOVE "INDLAAN" TO WS-S-PRODUKT
                   END-IF
               END-IF
               MOVE LS-BALANCE TO WS-S-VAERDI
               ADD WS-S-VAERDI TO WS-SUM-INDSKUD
           END-IF
           MOVE LS-REG-NR TO WS-S-REG-NR
           PERFORM NOTER-TAL
           MOVE "I ALT" TO WS-S-PRODUKT
           MOVE ZEROES TO WS-S-REG-NR
           PERFORM NOTER-TAL.

       TAEL-UDSKRIFT-KONTROL.
           OPEN INPUT UDSKRIFT-KONTROL
           IF WS-UK-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "J" TO WS-HAR-UK
               PERFORM UNTIL EOF-UK = "Y"
                   READ UDSKRIFT-KONTROL
                       AT END
                           MOVE "Y" TO EOF-UK
                       NOT AT END
                           ADD 1 TO WS-ANTAL-UK
                   END-READ
               END-PERFORM
               CLOSE UDSKRIFT-KONTROL
           END-IF.

      * THE OUTSTANDING DEBT ON EVERY LOAN NOT YET INDFRIET - ONE IN
      * RESTANCE OR MISLIGH IS STILL LENDING - FILED UNDER THE
      * REG-NR OF THE ACCOUNT ITS INSTALLMENTS ARE DRAWN FROM. THE
      * LOAN IS NOT PART OF THAT ACCOUNT'S BALANCE, SO NOTHING IS
      * COUNTED TWICE.
       LAES-LAAN.
           OPEN INPUT LAAN-FIL
           IF WS-LAAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LAAN = "Y"
                   READ LAAN-FIL
                       AT END
                           MOVE "Y" TO EOF-LAAN
                       NOT AT END
                           IF LN-STATUS NOT = "INDFRIET"
                               PERFORM FORDEL-LAAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FIL
           END-IF.

       FORDEL-LAAN.
           MOVE ZEROES TO WS-S-REG-NR
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KO-KONTO-ID(WS-KONTO-IX) = LN-KONTO-ID
                   MOVE KO-REG-NR(WS-KONTO-IX) TO WS-S-REG-NR
               END-IF
           END-PERFORM
           MOVE "UDLAAN" TO WS-S-NOEGLE
           MOVE "LAAN" TO WS-S-PRODUKT
           MOVE LN-RESTGAELD TO WS-S-VAERDI
           PERFORM NOTER-TAL
           MOVE "I ALT" TO WS-S-PRODUKT
           MOVE ZEROES TO WS-S-REG-NR
           PERFORM NOTER-TAL.

      * THE LEDGER FILE'S POSTING LINES - "REG-NR NNNN KONTO NNNNNN
      * <TYPE> <AMOUNT>", THE COUNTER LINE WITH "MODPOST" BEFORE THE
      * AMOUNT - AND ITS TRAILER. EVERY LINE'S AMOUNT IS SUMMED FOR
      * THE PROOF AGAINST THE TRAILER; THE POSTED SIDE OF THE FEE AND
      * INTEREST TYPES MAKES THE FIGURES, TURNED TO THE BANK'S SIDE
      * (A FEE IS A DEBIT TO THE CUSTOMER AND INCOME TO US).
       LAES-GL.
           OPEN INPUT GL-POSTERINGER
           IF WS-GL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-GL = "Y"
                   READ GL-POSTERINGER
                       AT END
                           MOVE "Y" TO EOF-GL
                       NOT AT END
                           PERFORM BEHANDL-GL-LINJE
                   END-READ
               END-PERFORM
               CLOSE GL-POSTERINGER
           END-IF.

       BEHANDL-GL-LINJE.
           IF GL-LINE(1:16) = "TRAILER RECORDS="
               MOVE "J" TO WS-GL-TRAILER
               IF GL-LINE(17:9) IS NUMERIC
                   MOVE GL-LINE(17:9) TO WS-GL-TRAILER-ANTAL
               END-IF
               MOVE FUNCTION NUMVAL(GL-LINE(33:16))
                   TO WS-GL-TRAILER-NETTO
           END-IF
           IF GL-LINE(1:7) = "REG-NR "
               ADD 1 TO WS-GL-LINJER
               MOVE GL-LINE(26:20) TO WS-GL-TYPE
               IF GL-LINE(47:7) = "MODPOST"
                   MOVE FUNCTION NUMVAL(GL-LINE(55:16))
                       TO WS-GL-BELOB
                   ADD WS-GL-BELOB TO WS-GL-NETTO
               ELSE
                   MOVE FUNCTION NUMVAL(GL-LINE(47:16))
                       TO WS-GL-BELOB
                   ADD WS-GL-BELOB TO WS-GL-NETTO
                   COMPUTE WS-S-VAERDI = 0 - WS-GL-BELOB
                   IF WS-GL-TYPE = "GEBYR"
                       OR WS-GL-TYPE = "RYKKERGEBYR"
                       MOVE "GEBYRINDT" TO WS-S-NOEGLE
                       PERFORM NOTER-ENKELT-TAL
                   END-IF
                   IF WS-GL-TYPE = "RENTE"
                       OR WS-GL-TYPE = "RENTE-DEBET"
                       OR WS-GL-TYPE = "MORARENTE"
                       OR WS-GL-TYPE = "RENTE-REGULERING"
                       MOVE "RENTEMARGIN" TO WS-S-NOEGLE
                       PERFORM NOTER-ENKELT-TAL
                   END-IF
               END-IF
           END-IF.

      * THE VALIDATED FEED - CARD PURCHASES ARE THE CARD ACTIVITY,
      * AND THE ROW COUNT IS PROVED AGAINST WHAT GLPOST READ.
       LAES-VALIDERET.
           MOVE "KORT-TRANS" TO WS-S-NOEGLE
           MOVE 1 TO WS-S-VAERDI
           OPEN INPUT TRANSAKTIONER-VALIDERET
           IF WS-TRANS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-TRANS = "Y"
                   READ TRANSAKTIONER-VALIDERET
                       AT END
                           MOVE "Y" TO EOF-TRANS
                       NOT AT END
                           ADD 1 TO WS-ANTAL-VALIDERET
                           IF TRANSAKTIONSTYPE OF TRANSAKTION-REC
                                   = "KORTKOEB"
                               PERFORM NOTER-ENKELT-TAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSAKTIONER-VALIDERET
           END-IF.

      * GLPOST'S LINE FOR TONIGHT IN THE AUDIT LOG - THE "IN" COUNT
      * IS HOW MANY VALIDATED ROWS THE LEDGER WAS BUILT FROM. THE
      * LAST SUCH LINE WINS (A RERUN OF THE LEDGER STEP).
       HENT-GLPOST-ANTAL.
           OPEN INPUT BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AUDIT = "Y"
                   READ BATCH-AUDIT-LOG
                       AT END
                           MOVE "Y" TO EOF-AUDIT
                       NOT AT END
                           IF AUDIT-LOG-LINE(1:10) = "GLPOST"
                               AND AUDIT-LOG-LINE(19:8)
                                   = WS-RUN-START-DATE
                               AND AUDIT-LOG-LINE(64:9) IS NUMERIC
                               MOVE "J" TO WS-HAR-GLPOST
                               MOVE AUDIT-LOG-LINE(64:9)
                                   TO WS-GLPOST-IN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-AUDIT-LOG
           END-IF.

       TAEL-NETBANK.
           MOVE "NETBANK-BET" TO WS-S-NOEGLE
           MOVE 1 TO WS-S-VAERDI
           OPEN INPUT BETALINGS-FORBRUG
           IF WS-FORBRUG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-FORBRUG = "Y"
                   READ BETALINGS-FORBRUG
                       AT END
                           MOVE "Y" TO EOF-FORBRUG
                       NOT AT END
                           IF BF-DATO = WS-DAGS-DATO
                               AND BF-KANAL = "NETBANK"
                               PERFORM NOTER-ENKELT-TAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BETALINGS-FORBRUG
           END-IF.

       TAEL-KLAGER.
           MOVE "KLAGER-NYE" TO WS-S-NOEGLE
           MOVE 1 TO WS-S-VAERDI
           OPEN INPUT KLAGE-SAGER
           IF WS-KLAGE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KLAGE = "Y"
                   READ KLAGE-SAGER
                       AT END
                           MOVE "Y" TO EOF-KLAGE
                       NOT AT END
                           IF KL-MODTAGET-DATO = WS-DAGS-DATO
                               PERFORM NOTER-ENKELT-TAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KLAGE-SAGER
           END-IF.

       TAEL-RYKKERE.
           MOVE "RYKKER-NYE" TO WS-S-NOEGLE
           MOVE 1 TO WS-S-VAERDI
           OPEN INPUT RYKKER-SAGER
           IF WS-RYKKER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-RYKKER = "Y"
                   READ RYKKER-SAGER
                       AT END
                           MOVE "Y" TO EOF-RYKKER
                       NOT AT END
                           IF RY-FOERSTE-DATO = WS-DAGS-DATO
                               PERFORM NOTER-ENKELT-TAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RYKKER-SAGER
           END-IF.

       TAEL-SUSPENSE.
           MOVE "SUSPENSE-AAB" TO WS-S-NOEGLE
           MOVE 1 TO WS-S-VAERDI
           OPEN INPUT AFKLARINGSLISTE
           IF WS-SUSPENSE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SUSPENSE = "Y"
                   READ AFKLARINGSLISTE
                       AT END
                           MOVE "Y" TO EOF-SUSPENSE
                       NOT AT END
                           IF SU-STATUS = "AABEN"
                               PERFORM NOTER-ENKELT-TAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFKLARINGSLISTE
           END-IF.

      * TWO PASSES OVER THE HISTORY: THE FIRST FINDS THE COMPARISON
      * DATES, THE SECOND PICKS EACH ROW'S VALUES ON THEM AND SUMS
      * THE MONTH AND THE MONTH BEFORE. TONIGHT'S OWN ROWS (FROM AN
      * EARLIER RUN TONIGHT) ARE PASSED OVER - TONIGHT IS RECOUNTED.
       LAES-HISTORIK.
           OPEN INPUT NOEGLETAL-HISTORIK
           IF WS-HIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-HIST = "Y"
                   READ NOEGLETAL-HISTORIK
                       AT END
                           MOVE "Y" TO EOF-HIST
                       NOT AT END
                           PERFORM FIND-SAMMENLIGNINGSDATOER
                   END-READ
               END-PERFORM
               CLOSE NOEGLETAL-HISTORIK
               MOVE "N" TO EOF-HIST
               OPEN INPUT NOEGLETAL-HISTORIK
               PERFORM UNTIL EOF-HIST = "Y"
                   READ NOEGLETAL-HISTORIK
                       AT END
                           MOVE "Y" TO EOF-HIST
                       NOT AT END
                           IF NH-DATO < WS-DAGS-DATO
                               PERFORM NOTER-HISTORIK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOEGLETAL-HISTORIK
           END-IF.

       FIND-SAMMENLIGNINGSDATOER.
           IF NH-DATO < WS-DAGS-DATO
               AND NH-DATO > WS-GAAR-DATO
               MOVE NH-DATO TO WS-GAAR-DATO
           END-IF
           IF NH-DATO NOT > WS-SMD-MAAL
               AND NH-DATO > WS-SMD-DATO
               MOVE NH-DATO TO WS-SMD-DATO
           END-IF
           IF NH-DATO(1:7) = WS-FORR-MAANED
               AND NH-DATO > WS-FORR-ULT-DATO
               MOVE NH-DATO TO WS-FORR-ULT-DATO
           END-IF.

       NOTER-HISTORIK.
           IF NH-DATO = WS-GAAR-DATO
               OR NH-DATO = WS-SMD-DATO
               OR NH-DATO(1:7) = WS-DAGS-DATO(1:7)
               OR NH-DATO(1:7) = WS-FORR-MAANED
               MOVE NH-NOEGLE TO WS-S-NOEGLE
               MOVE NH-PRODUKT TO WS-S-PRODUKT
               MOVE NH-REG-NR TO WS-S-REG-NR
               PERFORM FIND-NOEGLETAL-SLOT
               IF WS-NT-SLOT NOT = ZEROES
                   PERFORM NOTER-HISTORIK-VAERDI
               END-IF
           END-IF.

       NOTER-HISTORIK-VAERDI.
           IF NH-DATO = WS-GAAR-DATO
               MOVE NH-VAERDI TO NT-GAAR(WS-NT-SLOT)
               MOVE "J" TO NT-GAAR-FUNDET(WS-NT-SLOT)
           END-IF
           IF NH-DATO = WS-SMD-DATO
               MOVE NH-VAERDI TO NT-SMD(WS-NT-SLOT)
               MOVE "J" TO NT-SMD-FUNDET(WS-NT-SLOT)
           END-IF
           IF NE-ART(NT-NE-IX(WS-NT-SLOT)) = "S"
               IF NH-DATO = WS-FORR-ULT-DATO
                   MOVE NH-VAERDI TO NT-FORR-MAANED(WS-NT-SLOT)
                   MOVE "J" TO NT-FORR-FUNDET(WS-NT-SLOT)
               END-IF
           ELSE
               IF NT-SIDSTE-DATO(WS-NT-SLOT) = NH-DATO
                   IF NT-SIDSTE-MD(WS-NT-SLOT) = 1
                       SUBTRACT NT-SIDSTE-VAERDI(WS-NT-SLOT)
                           FROM NT-MAANED(WS-NT-SLOT)
                   ELSE
                       SUBTRACT NT-SIDSTE-VAERDI(WS-NT-SLOT)
                           FROM NT-FORR-MAANED(WS-NT-SLOT)
                   END-IF
                   MOVE SPACES TO NT-SIDSTE-DATO(WS-NT-SLOT)
               END-IF
               IF NH-DATO(1:7) = WS-DAGS-DATO(1:7)
                   ADD NH-VAERDI TO NT-MAANED(WS-NT-SLOT)
                   MOVE 1 TO NT-SIDSTE-MD(WS-NT-SLOT)
                   MOVE NH-DATO TO NT-SIDSTE-DATO(WS-NT-SLOT)
                   MOVE NH-VAERDI TO NT-SIDSTE-VAERDI(WS-NT-SLOT)
               END-IF
               IF NH-DATO(1:7) = WS-FORR-MAANED
                   ADD NH-VAERDI TO NT-FORR-MAANED(WS-NT-SLOT)
                   MOVE "J" TO NT-FORR-FUNDET(WS-NT-SLOT)
                   MOVE 2 TO NT-SIDSTE-MD(WS-NT-SLOT)
                   MOVE NH-DATO TO NT-SIDSTE-DATO(WS-NT-SLOT)
                   MOVE NH-VAERDI TO NT-SIDSTE-VAERDI(WS-NT-SLOT)
               END-IF
           END-IF.

      * THE NIGHTLY PACK: EVERY FIGURE IN TABLE ORDER, THE TOTAL
      * ROW FIRST AND ITS BREAKDOWN UNDER IT, THEN THE
      * RECONCILIATION. THE CSV CARRIES THE SAME ROWS, ONE PER LINE.
       SKRIV-DAGSRAPPORT.
           OPEN OUTPUT MI-RAPPORT
           OPEN OUTPUT MI-CSV
           MOVE SPACES TO RAPPORT-RECORD
           STRING "LEDELSESINFORMATION - NOEGLETAL PR. " DELIMITED
               BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO RAPPORT-RECORD
           STRING "SAMMENLIGNET MED " DELIMITED BY SIZE
               WS-GAAR-DATO DELIMITED BY SIZE
               " (FORRIGE KOERSEL) OG " DELIMITED BY SIZE
               WS-SMD-DATO DELIMITED BY SIZE
               " (SAMME DAG SIDSTE MAANED)" DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           IF WS-HAR-SNAPSHOT = "N"
               MOVE "INGEN MIGAAR.TXT - FOERSTE KOERSEL, OPRETTEDE "
                   & "KONTI OG NYE KUNDER TAELLES FRA I MORGEN"
                   TO RAPPORT-RECORD
               WRITE RAPPORT-RECORD
           END-IF
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE "NOEGLETAL                      PRODUKT  REG-NR "
               & "            I DAG    AENDR. I GAAR"
               & "  AENDR. SIDST MD" TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO CSV-RECORD
           STRING "DATO,NOEGLETAL,PRODUKT,REG-NR,I DAG,I GAAR,"
               DELIMITED BY SIZE
               "AENDRING,SAMME DAG SIDSTE MAANED,AENDRING"
               DELIMITED BY SIZE
               INTO CSV-RECORD
           WRITE CSV-RECORD
           PERFORM VARYING WS-NE-IX FROM 1 BY 1 UNTIL WS-NE-IX > 13
               PERFORM VARYING WS-NT-IX FROM 1 BY 1
                       UNTIL WS-NT-IX > ANTAL-NOEGLETAL
                   IF NT-NE-IX(WS-NT-IX) = WS-NE-IX
                       AND NT-REG-NR(WS-NT-IX) = ZEROES
                       PERFORM SKRIV-DAGSLINJE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-NT-IX FROM 1 BY 1
                       UNTIL WS-NT-IX > ANTAL-NOEGLETAL
                   IF NT-NE-IX(WS-NT-IX) = WS-NE-IX
                       AND NT-REG-NR(WS-NT-IX) NOT = ZEROES
                       PERFORM SKRIV-DAGSLINJE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE MI-CSV
           PERFORM SKRIV-AFSTEMNING
           CLOSE MI-RAPPORT.

      * ONE FIGURE ROW: TONIGHT, THE CHANGE SINCE THE LAST NIGHT AND
      * SINCE THE SAME DAY LAST MONTH - "-" WHERE THE HISTORY HAS NO
      * ROW TO COMPARE WITH.
       SKRIV-DAGSLINJE.
           IF NT-REG-NR(WS-NT-IX) = ZEROES
               MOVE NE-TEKST(NT-NE-IX(WS-NT-IX)) TO WS-TEKST
               MOVE SPACES TO WS-REG-TEXT
           ELSE
               MOVE SPACES TO WS-TEKST
               MOVE NT-REG-NR(WS-NT-IX) TO WS-REG-TEXT
           END-IF
           MOVE NT-I-DAG(WS-NT-IX) TO WS-S-VAERDI
           PERFORM FORMATER-TAL
           MOVE WS-KOL-1 TO WS-KOL-4
           MOVE WS-INGEN-TAL TO WS-KOL-2
           MOVE WS-INGEN-TAL TO WS-KOL-3
           IF NT-GAAR-FUNDET(WS-NT-IX) = "J"
               COMPUTE WS-S-VAERDI =
                   NT-I-DAG(WS-NT-IX) - NT-GAAR(WS-NT-IX)
               PERFORM FORMATER-TAL
               MOVE WS-KOL-1 TO WS-KOL-2
           END-IF
           IF NT-SMD-FUNDET(WS-NT-IX) = "J"
               COMPUTE WS-S-VAERDI =
                   NT-I-DAG(WS-NT-IX) - NT-SMD(WS-NT-IX)
               PERFORM FORMATER-TAL
               MOVE WS-KOL-1 TO WS-KOL-3
           END-IF
           MOVE SPACES TO RAPPORT-RECORD
           STRING WS-TEKST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NT-PRODUKT(WS-NT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REG-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KOL-4 DELIMITED BY SIZE
               WS-KOL-2 DELIMITED BY SIZE
               WS-KOL-3 DELIMITED BY SIZE
               INTO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE SPACES TO WS-KOL-5
           IF NT-GAAR-FUNDET(WS-NT-IX) = "J"
               MOVE NT-GAAR(WS-NT-IX) TO WS-S-VAERDI
               PERFORM FORMATER-TAL
               MOVE WS-KOL-1 TO WS-KOL-5
           END-IF
           MOVE SPACES TO WS-KOL-1
           IF NT-SMD-FUNDET(WS-NT-IX) = "J"
               MOVE NT-SMD(WS-NT-IX) TO WS-S-VAERDI
               PERFORM FORMATER-TAL
           END-IF
           MOVE SPACES TO WS-CSV-LINJE
           MOVE 1 TO WS-LINJE-POS
           STRING WS-DAGS-DATO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NT-NOEGLE(WS-NT-IX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               NT-PRODUKT(WS-NT-IX) DELIMITED BY "  "
               "," DELIMITED BY SIZE
               WS-REG-TEXT DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINJE
               WITH POINTER WS-LINJE-POS
           MOVE WS-KOL-4 TO WS-LINJE
           PERFORM TILFOEJ-CSV-FELT
           MOVE WS-KOL-5 TO WS-LINJE
           PERFORM TILFOEJ-CSV-FELT
           MOVE WS-KOL-2 TO WS-LINJE
           PERFORM TILFOEJ-CSV-FELT
           MOVE WS-KOL-1 TO WS-LINJE
           PERFORM TILFOEJ-CSV-FELT
           MOVE WS-KOL-3 TO WS-LINJE
           PERFORM TILFOEJ-CSV-SIDSTE
           MOVE WS-CSV-LINJE TO CSV-RECORD
           WRITE CSV-RECORD.

      * WS-S-VAERDI EDITED INTO WS-KOL-1 - A COUNT WITHOUT
      * DECIMALS, AN AMOUNT WITH THEM.
       FORMATER-TAL.
           IF NE-ENHED(NT-NE-IX(WS-NT-IX)) = "A"
               MOVE WS-S-VAERDI TO WS-ANTAL-DISPLAY
               MOVE WS-ANTAL-DISPLAY TO WS-KOL-1
           ELSE
               MOVE WS-S-VAERDI TO WS-BELOB-DISPLAY
               MOVE WS-BELOB-DISPLAY TO WS-KOL-1
           END-IF.

      * ONE CSV FIELD FROM WS-LINJE, LEADING SPACES DROPPED, "-"
      * (NOTHING TO COMPARE WITH) LEFT EMPTY.
       TILFOEJ-CSV-FELT.
           PERFORM TILFOEJ-CSV-SIDSTE
           STRING "," DELIMITED BY SIZE
               INTO WS-CSV-LINJE
               WITH POINTER WS-LINJE-POS.

       TILFOEJ-CSV-SIDSTE.
           IF WS-LINJE(1:17) = WS-INGEN-TAL
               MOVE SPACES TO WS-LINJE
           END-IF
           MOVE ZEROES TO WS-CSV-START
           INSPECT WS-LINJE(1:17) TALLYING WS-CSV-START
               FOR LEADING SPACES
           IF WS-CSV-START < 17
               ADD 1 TO WS-CSV-START
               STRING WS-LINJE(WS-CSV-START:18 - WS-CSV-START)
                   DELIMITED BY SPACE
                   INTO WS-CSV-LINJE
                   WITH POINTER WS-LINJE-POS
           END-IF.

      * EACH FIGURE AGAINST THE CONTROL TOTAL THE NIGHT ALREADY KEEPS
      * FOR IT. A LINE THAT DOES NOT MEET IS MARKED AFVIGER AND THE
      * STEP ENDS WITH RC 4; A CONTROL TOTAL THAT IS NOT ON DISK IS
      * SAID SO, NOT ASSUMED TO AGREE.
       SKRIV-AFSTEMNING.
           MOVE SPACES TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
           MOVE "AFSTEMNING MOD KONTROLTOTALER" TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD
      * THE ACCOUNT MOVEMENT: YESTERDAY'S ACCOUNTS PLUS THE OPENED
      * LESS THE ONES GONE FROM THE MASTER MUST BE TONIGHT'S.
           IF WS-HAR-SNAPSHOT = "J"
               MOVE ANTAL-GAAR-KONTI TO WS-TAELLER-TEXT
               MOVE WS-ANTAL-OPRETTET TO WS-TAELLER-TEXT-2
               MOVE WS-ANTAL-FJERNET TO WS-TAELLER-TEXT-3
               MOVE ANTAL-KONTI TO WS-TAELLER-TEXT-4
               MOVE SPACES TO WS-LINJE
               MOVE 1 TO WS-LINJE-POS
               STRING "KONTI I GAAR " DELIMITED BY SIZE
                   WS-TAELLER-TEXT DELIMITED BY SIZE
                   " + OPRETTET " DELIMITED BY SIZE
                   WS-TAELLER-TEXT-2 DELIMITED BY SIZE
                   " - FJERNET " DELIMITED BY SIZE
                   WS-TAELLER-TEXT-3 DELIMITED BY SIZE
                   " = KONTI I DAG " DELIMITED BY SIZE
                   WS-TAELLER-TEXT-4 DELIMITED BY SIZE
                   INTO WS-LINJE
                   WITH POINTER WS-LINJE-POS
               IF ANTAL-GAAR-KONTI + WS-ANTAL-OPRETTET
                       - WS-ANTAL-FJERNET = ANTAL-KONTI
                   PERFORM SKRIV-AFSTEMT
               ELSE
                   PERFORM SKRIV-AFVIGER
               END-IF
               MOVE ANTAL-GAAR-KUNDER TO WS-TAELLER-TEXT
               MOVE WS-ANTAL-NYE-KUNDER TO WS-TAELLER-TEXT-2
               MOVE WS-ANTAL-FJERNEDE-KUNDER TO WS-TAELLER-TEXT-3
               MOVE ANTAL-KUNDER TO WS-TAELLER-TEXT-4
               MOVE SPACES TO WS-LINJE
               MOVE 1 TO WS-LINJE-POS
               STRING "KUNDER I GAAR " DELIMITED BY SIZE
                   WS-TAELLER-TEXT DELIMITED BY SIZE
                   " + NYE " DELIMITED BY SIZE
                   WS-TAELLER-TEXT-2 DELIMITED BY SIZE
                   " - FJERNET " DELIMITED BY SIZE
                   WS-TAELLER-TEXT-3 DELIMITED BY SIZE
                   " = KUNDER I DAG " DELIMITED BY SIZE
                   WS-TAELLER-TEXT-4 DELIMITED BY SIZE
                   INTO WS-LINJE
                   WITH POINTER WS-LINJE-POS
               IF ANTAL-GAAR-KUNDER + WS-ANTAL-NYE-KUNDER
                       - WS-ANTAL-FJERNEDE-KUNDER = ANTAL-KUNDER
                   PERFORM SKRIV-AFSTEMT
               ELSE
                   PERFORM SKRIV-AFVIGER
               END-IF
           END-IF
      * THE BALANCES: DEPOSITS LESS OVERDRAFTS IS THE CHAIN'S NET,
      * AND THE CHAIN HAS AS MANY ROWS AS ITS CONTROL COPY.
           COMPUTE WS-DELTA = WS-SUM-INDSKUD - WS-SUM-OVERTRUK
           MOVE WS-DELTA TO WS-BELOB-DISPLAY
           MOVE WS-SUM-SALDI TO WS-BELOB-DISPLAY-2
           MOVE SPACES TO WS-LINJE
           MOVE 1 TO WS-LINJE-POS
           STRING "INDLAAN - OVERTRAEK " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " = LUKKESALDO.TXT NETTO " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-LINJE
               WITH POINTER WS-LINJE-POS
           IF WS-DELTA = WS-SUM-SALDI
               PERFORM SKRIV-AFSTEMT
           ELSE
               PERFORM SKRIV-AFVIGER
           END-IF
           MOVE WS-ANTAL-LUKKE TO WS-TAELLER-TEXT
           MOVE WS-ANTAL-UK TO WS-TAELLER-TEXT-2
           MOVE SPACES TO WS-LINJE
           MOVE 1 TO WS-LINJE-POS
           STRING "LUKKESALDO.TXT RAEKKER " DELIMITED BY SIZE
               WS-TAELLER-TEXT DELIMITED BY SIZE
               " = UDSKRIFTKONTROL.TXT RAEKKER " DELIMITED BY SIZE
               WS-TAELLER-TEXT-2 DELIMITED BY SIZE
               INTO WS-LINJE
               WITH POINTER WS-LINJE-POS
           IF WS-HAR-UK = "N"
               PERFORM SKRIV-IKKE-AFSTEMT
           ELSE
               IF WS-ANTAL-LUKKE = WS-ANTAL-UK
                   PERFORM SKRIV-AFSTEMT
               ELSE
                   PERFORM SKRIV-AFVIGER
               END-IF
           END-IF
      * THE LEDGER FIGURES: THE POSTING LINES READ ARE THE ONES THE
      * TRAILER COUNTS, AND THEY NET TO THE TRAILER'S NETTO.
           MOVE WS-GL-LINJER TO WS-TAELLER-TEXT
           MOVE WS-GL-TRAILER-ANTAL TO WS-TAELLER-TEXT-2
           MOVE WS-GL-NETTO TO WS-BELOB-DISPLAY
           MOVE WS-GL-TRAILER-NETTO TO WS-BELOB-DISPLAY-2
           MOVE SPACES TO WS-LINJE
           MOVE 1 TO WS-LINJE-POS
           STRING "GLPOSTERINGER LINJER " DELIMITED BY SIZE
               WS-TAELLER-TEXT DELIMITED BY SIZE
               " NETTO " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " = TRAILER " DELIMITED BY SIZE
               WS-TAELLER-TEXT-2 DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-LINJE
               WITH POINTER WS-LINJE-POS
           IF WS-GL-TRAILER = "N"
               PERFORM SKRIV-IKKE-AFSTEMT
           ELSE
               IF WS-GL-LINJER = WS-GL-TRAILER-ANTAL
                   AND WS-GL-NETTO = WS-GL-TRAILER-NETTO
                   PERFORM SKRIV-AFSTEMT
               ELSE
                   PERFORM SKRIV-AFVIGER
               END-IF
           END-IF
      * THE CARD COUNT'S FEED: THE ROWS READ HERE ARE THE ROWS GLPOST
      * BUILT THE LEDGER FROM TONIGHT.
           MOVE WS-ANTAL-VALIDERET TO WS-TAELLER-TEXT
           MOVE WS-GLPOST-IN TO WS-TAELLER-TEXT-2
           MOVE SPACES TO WS-LINJE
           MOVE 1 TO WS-LINJE-POS
           STRING "TRANSAKTIONERVALIDERET RAEKKER " DELIMITED BY SIZE
               WS-TAELLER-TEXT DELIMITED BY SIZE
               " = GLPOST IN " DELIMITED BY SIZE
               WS-TAELLER-TEXT-2 DELIMITED BY SIZE
               INTO WS-LINJE
               WITH POINTER WS-LINJE-POS
           IF WS-HAR-GLPOST = "N"
               PERFORM SKRIV-IKKE-AFSTEMT
           ELSE
               IF WS-ANTAL-VALIDERET = WS-GLPOST-IN
                   PERFORM SKRIV-AFSTEMT
               ELSE
                   PERFORM SKRIV-AFVIGER
               END-IF
           END-IF.

       SKRIV-AFSTEMT.
           STRING "  AFSTEMT" DELIMITED BY SIZE
               INTO WS-LINJE
               WITH POINTER WS-LINJE-POS
           MOVE WS-LINJE TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

       SKRIV-AFVIGER.
           MOVE "J" TO WS-AFVIGER
           STRING "  *** AFVIGER" DELIMITED BY SIZE
               INTO WS-LINJE
               WITH POINTER WS-LINJE-POS
           MOVE WS-LINJE TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

       SKRIV-IKKE-AFSTEMT.
           STRING "  IKKE AFSTEMT - KONTROLTOTAL MANGLER"
               DELIMITED BY SIZE
               INTO WS-LINJE
               WITH POINTER WS-LINJE-POS
           MOVE WS-LINJE TO RAPPORT-RECORD
           WRITE RAPPORT-RECORD.

      * THE MONTH PACK: THE MONTH'S MOVEMENTS SUMMED NIGHT BY NIGHT
      * AND THE STANDING FIGURES AT TONIGHT, AGAINST THE MONTH BEFORE
      * (ITS SUMMED MOVEMENTS, AND ITS STANDING FIGURES AT ITS LAST
      * NIGHT ON THE HISTORY).
       SKRIV-MAANEDSRAPPORT.
           OPEN OUTPUT MI-MAANED
           OPEN OUTPUT MI-MAANED-CSV
           MOVE SPACES TO MAANED-RECORD
           STRING "LEDELSESINFORMATION - MAANEDEN " DELIMITED BY SIZE
               WS-DAGS-DATO(1:7) DELIMITED BY SIZE
               " MOD " DELIMITED BY SIZE
               WS-FORR-MAANED DELIMITED BY SIZE
               INTO MAANED-RECORD
           WRITE MAANED-RECORD
           MOVE SPACES TO MAANED-RECORD
           WRITE MAANED-RECORD
           MOVE "NOEGLETAL                      PRODUKT  REG-NR "
               & "         MAANEDEN   FORRIGE MAANED"
               & "         AENDRING" TO MAANED-RECORD
           WRITE MAANED-RECORD
           MOVE SPACES TO MAANED-CSV-RECORD
           STRING "MAANED,NOEGLETAL,PRODUKT,REG-NR,MAANEDEN,"
               DELIMITED BY SIZE
               "FORRIGE MAANED,AENDRING" DELIMITED BY SIZE
               INTO MAANED-CSV-RECORD
           WRITE MAANED-CSV-RECORD
           PERFORM VARYING WS-NE-IX FROM 1 BY 1 UNTIL WS-NE-IX > 13
               PERFORM VARYING WS-NT-IX FROM 1 BY 1
                       UNTIL WS-NT-IX > ANTAL-NOEGLETAL
                   IF NT-NE-IX(WS-NT-IX) = WS-NE-IX
                       AND NT-REG-NR(WS-NT-IX) = ZEROES
                       PERFORM SKRIV-MAANEDSLINJE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-NT-IX FROM 1 BY 1
                       UNTIL WS-NT-IX > ANTAL-NOEGLETAL
                   IF NT-NE-IX(WS-NT-IX) = WS-NE-IX
                       AND NT-REG-NR(WS-NT-IX) NOT = ZEROES
                       PERFORM SKRIV-MAANEDSLINJE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE MI-MAANED-CSV
           CLOSE MI-MAANED.

       SKRIV-MAANEDSLINJE.
           IF NT-REG-NR(WS-NT-IX) = ZEROES
               MOVE NE-TEKST(NT-NE-IX(WS-NT-IX)) TO WS-TEKST
               MOVE SPACES TO WS-REG-TEXT
           ELSE
               MOVE SPACES TO WS-TEKST
               MOVE NT-REG-NR(WS-NT-IX) TO WS-REG-TEXT
           END-IF
           MOVE NT-MAANED(WS-NT-IX) TO WS-S-VAERDI
           PERFORM FORMATER-TAL
           MOVE WS-KOL-1 TO WS-KOL-4
           MOVE WS-INGEN-TAL TO WS-KOL-5
           MOVE WS-INGEN-TAL TO WS-KOL-2
           IF NT-FORR-FUNDET(WS-NT-IX) = "J"
               MOVE NT-FORR-MAANED(WS-NT-IX) TO WS-S-VAERDI
               PERFORM FORMATER-TAL
               MOVE WS-KOL-1 TO WS-KOL-5
               COMPUTE WS-S-VAERDI =
                   NT-MAANED(WS-NT-IX) - NT-FORR-MAANED(WS-NT-IX)
               PERFORM FORMATER-TAL
               MOVE WS-KOL-1 TO WS-KOL-2
           END-IF
           MOVE SPACES TO MAANED-RECORD
           STRING WS-TEKST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NT-PRODUKT(WS-NT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REG-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KOL-4 DELIMITED BY SIZE
               WS-KOL-5 DELIMITED BY SIZE
               WS-KOL-2 DELIMITED BY SIZE
               INTO MAANED-RECORD
           WRITE MAANED-RECORD
           MOVE SPACES TO WS-CSV-LINJE
           MOVE 1 TO WS-LINJE-POS
           STRING WS-DAGS-DATO(1:7) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NT-NOEGLE(WS-NT-IX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               NT-PRODUKT(WS-NT-IX) DELIMITED BY "  "
               "," DELIMITED BY SIZE
               WS-REG-TEXT DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINJE
               WITH POINTER WS-LINJE-POS
           MOVE WS-KOL-4 TO WS-LINJE
           PERFORM TILFOEJ-CSV-FELT
           MOVE WS-KOL-5 TO WS-LINJE
           PERFORM TILFOEJ-CSV-FELT
           MOVE WS-KOL-2 TO WS-LINJE
           PERFORM TILFOEJ-CSV-SIDSTE
           MOVE WS-CSV-LINJE TO MAANED-CSV-RECORD
           WRITE MAANED-CSV-RECORD.

      * TONIGHT'S ROWS ONTO THE HISTORY.
       GEM-HISTORIK.
           OPEN EXTEND NOEGLETAL-HISTORIK
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT NOEGLETAL-HISTORIK
           END-IF
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > ANTAL-NOEGLETAL
               MOVE SPACES TO HISTORIK-REC
               MOVE WS-DAGS-DATO TO NH-DATO
               MOVE NT-NOEGLE(WS-NT-IX) TO NH-NOEGLE
               MOVE NT-PRODUKT(WS-NT-IX) TO NH-PRODUKT
               MOVE NT-REG-NR(WS-NT-IX) TO NH-REG-NR
               MOVE NT-I-DAG(WS-NT-IX) TO NH-VAERDI
               WRITE HISTORIK-REC
               ADD 1 TO WS-RECS-OUT
           END-PERFORM
           CLOSE NOEGLETAL-HISTORIK.

      * TONIGHT'S ACCOUNTS AND CUSTOMERS AS TOMORROW'S YESTERDAY.
       SKRIV-GAAR.
           OPEN OUTPUT MI-GAAR
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               MOVE SPACES TO GAAR-REC
               MOVE "KONTO" TO MG-ART
               MOVE KO-KONTO-ID(WS-KONTO-IX) TO MG-ID
               MOVE KO-STATUS(WS-KONTO-IX) TO MG-STATUS
               WRITE GAAR-REC
           END-PERFORM
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               MOVE SPACES TO GAAR-REC
               MOVE "KUNDE" TO MG-ART
               MOVE KUNDE-AR(WS-KUNDE-IX) TO MG-ID
               WRITE GAAR-REC
           END-PERFORM
           CLOSE MI-GAAR.

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

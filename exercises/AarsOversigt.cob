      * TOTALS, THE YEAR'S RENTE AND GEBYR, AND CLOSING BALANCE.
           SELECT AARS-OVERSIGT ASSIGN TO "AarsOversigt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CUSTODY DEPOTS AND THEIR HOLDINGS AS THE LAST RUN OF THE
      * YEAR VALUED THEM - SAME YEAR-END COPY ASSUMPTION AS
      * LUKKESALDO.TXT. EACH OPEN DEPOT GETS A HOLDINGS DOCUMENT
      * AFTER THE ACCOUNT DOCUMENTS. OPTIONAL: NO FILE, NO DEPOTS.
           SELECT DEPOTER ASSIGN TO "Depoter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOT-STATUS.
           SELECT DEPOT-BEHOLDNINGER ASSIGN TO "DepotBeholdninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEH-STATUS.
      * ONE BROWSE OF THE CUSTOMER MASTER MAPS EACH DOCUMENT'S
      * KONTO-ID TO ITS HOLDER AND DELIVERY CHANNEL FOR THE
      * CORRESPONDENCE LOG - SAME PATTERN AS ALARMKOERSEL'S
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KUNDE-STATUS.
      * THE ACCOUNT MASTER, FOR THE RENT DEPOSIT ACCOUNTS - THEIR
      * LANDLORD GETS A COPY OF THE DEPOSIT'S ANNUAL DOCUMENT.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTO-STATUS.
      * ONE ROW PER ANNUAL DOCUMENT ON THE SHARED CORRESPONDENCE
      * LOG - SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * THE YEAR-END PAL TAX SETTLEMENT PER PENSION ACCOUNT - SEE
      * PALFREMFOERSEL.CPY. ONLY ROWS SETTLED FOR THE STATEMENT YEAR
      * ARE PRINTED. OPTIONAL: NO FILE, NO PAL LINES.
           SELECT PAL-FREMFOERSEL ASSIGN TO "PalFremfoersel.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAL-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
       FD DEPOTER.
       01 DEPOT-REC.
           COPY "DEPOTER.cpy".
       FD DEPOT-BEHOLDNINGER.
       01 BEHOLDNING-REC.
           COPY "DEPOTBEHOLDNINGER.cpy".
       FD AARS-OVERSIGT.
       01 AARS-RECORD.
           02  AARS-LINE            PIC X(120) VALUE SPACES.
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD PAL-FREMFOERSEL.
       01 FREMF-REC.
           COPY "PALFREMFOERSEL.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  EOF-ARKIV                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  EOF-KONTO                PIC X VALUE "N".
       01  WS-DEPOT-STATUS          PIC XX VALUE "00".
       01  WS-BEH-STATUS            PIC XX VALUE "00".
       01  EOF-DEPOT                PIC X VALUE "N".
       01  EOF-BEH                  PIC X VALUE "N".
       01  WS-PAL-STATUS            PIC XX VALUE "00".
       01  EOF-PAL                  PIC X VALUE "N".
      * CORRESPONDENCE-LOG SCRATCH - SEE SKRIV-KORRESPONDANCE.
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
               PIC S9(11)V99 VALUE ZEROES.
           02  AK-RENTE             PIC S9(11)V99 VALUE ZEROES.
           02  AK-KILDESKAT         PIC S9(11)V99 VALUE ZEROES.
           02  AK-UDBYTTE           PIC S9(11)V99 VALUE ZEROES.
           02  AK-UDBYTTESKAT       PIC S9(11)V99 VALUE ZEROES.
           02  AK-KUPON             PIC S9(11)V99 VALUE ZEROES.
           02  AK-GEBYR             PIC S9(11)V99 VALUE ZEROES.
           02  AK-NET               PIC S9(13)V99 VALUE ZEROES.
           02  AK-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  AK-KANAL             PIC X(6) VALUE SPACES.
      * A RENT DEPOSIT ACCOUNT'S LANDLORD, THE LEASE, AND THE
      * LANDLORD'S OWN DELIVERY CHANNEL - BLANK ON EVERY OTHER
      * ACCOUNT.
           02  AK-UDLEJER-ID        PIC X(10) VALUE SPACES.
           02  AK-LEJEMAAL          PIC X(20) VALUE SPACES.
           02  AK-UDLEJER-KANAL     PIC X(6) VALUE SPACES.
      * A PENSION ACCOUNT'S PAL SETTLEMENT FOR THE YEAR - THE YIELD
      * TAXED, THE TAX DEBITED AND THE LOSS CARRIED FORWARD.
           02  AK-PAL-FUNDET        PIC X VALUE "N".
           02  AK-PAL-AFKAST        PIC S9(11)V99 VALUE ZEROES.
           02  AK-PAL-SKAT          PIC 9(9)V99 VALUE ZEROES.
           02  AK-PAL-FREMFOERT     PIC 9(11)V99 VALUE ZEROES.
       01  ANTAL-AARS               PIC 9(4) VALUE ZEROES.
       01  WS-AARS-IX               PIC 9(4).
       01  WS-AARS-SLOT             PIC 9(4) VALUE ZEROES.
       01  WS-AABNING               PIC S9(13)V99 VALUE ZEROES.
       01  WS-SLUT                  PIC S9(18)V99 VALUE ZEROES.
       01  WS-LUKKE-FOUND           PIC X VALUE "N".
      * "Y" WHILE SKRIV-AARSDOKUMENT WRITES A DEPOSIT'S LANDLORD COPY.
       01  WS-UDLEJER-KOPI          PIC X VALUE "N".
       01  WS-BELOB-DISPLAY         PIC -(12)9.99.
       01  WS-BELOB-DISPLAY2        PIC -(12)9.99.
       01  WS-MD-NAVN               PIC X(3) VALUE SPACES.
      * OPEN DEPOTS AND THEIR HOLDER'S DELIVERY CHANNEL, FOR THE
      * YEAR-END HOLDINGS DOCUMENTS - SEE SKRIV-DEPOTDOKUMENT.
       01  DEPOT-AR OCCURS 999 TIMES.
           02  DA-DEPOT-ID          PIC X(10) VALUE SPACES.
           02  DA-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  DA-KONTO-ID          PIC X(10) VALUE SPACES.
           02  DA-KANAL             PIC X(6) VALUE SPACES.
       01  ANTAL-DEPOTER            PIC 9(4) VALUE ZEROES.
       01  WS-DEPOT-IX              PIC 9(4).
       01  BEH-AR OCCURS 999 TIMES.
           COPY "DEPOTBEHOLDNINGER.cpy".
       01  ANTAL-BEH                PIC 9(4) VALUE ZEROES.
       01  WS-BEH-IX                PIC 9(4).
       01  WS-DEPOT-TOTAL           PIC 9(15)V99 VALUE ZEROES.
       01  WS-ANTAL-DISPLAY         PIC Z(10)9.99.
       01  WS-KURS-DISPLAY          PIC Z(6)9.9999.
       01  MD-NAVNE                 PIC X(36) VALUE
               "JANFEBMARAPRMAJJUNJULAUGSEPOKTNOVDEC".

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
               DISPLAY "INGEN TRANSAKTIONER FOR AARET " WS-AAR
                   " I ARKIVERNE PAA ARKIVLISTE.TXT"
           ELSE
               PERFORM LOAD-DEPOTER
               PERFORM LOAD-DEPOSITUM-PARTER
               PERFORM LOAD-PAL-OPGOERELSE
               PERFORM LOAD-KUNDE-KANALER
               PERFORM LOAD-LUKKESALDO-OG-SKRIV
           END-IF
                                       OF KUNDEOPL-IN
                                       TO AK-KANAL(WS-AARS-IX)
                               END-IF
                               IF AK-UDLEJER-ID(WS-AARS-IX) =
                                       KUNDE-ID OF KUNDEOPL-IN
                                   MOVE LEVERINGS-KANAL
                                       OF KUNDEOPL-IN
                                       TO AK-UDLEJER-KANAL(WS-AARS-IX)
                               END-IF
                           END-PERFORM
                           PERFORM VARYING WS-DEPOT-IX FROM 1 BY 1
                                   UNTIL WS-DEPOT-IX > ANTAL-DEPOTER
                               IF DA-KUNDE-ID(WS-DEPOT-IX) =
                                       KUNDE-ID OF KUNDEOPL-IN
                                   MOVE LEVERINGS-KANAL
                                       OF KUNDEOPL-IN
                                       TO DA-KANAL(WS-DEPOT-IX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE KUNDEOPLYSNINGER
           END-IF.

      * ONE BROWSE OF THE ACCOUNT MASTER HANGS THE TENANT, LANDLORD
      * AND LEASE ON EVERY RENT DEPOSIT ACCOUNT SEEN IN THE ARCHIVES.
      * THE INTEREST IS THE TENANT'S, SO THE DOCUMENT ITSELF GOES TO
      * THE TENANT AS HOLDER; THE LANDLORD GETS A MARKED COPY.
      * OPTIONAL: NO FILE, NO COPIES.
       LOAD-DEPOSITUM-PARTER.
           OPEN INPUT KONTOOPLYSNINGER
           IF WS-KONTO-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KONTO = "Y"
                   READ KONTOOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-KONTO
                       NOT AT END
                           IF DEPOSITUM-UDLEJER OF KONTOOPL-IN
                                   NOT = SPACES
                               PERFORM NOTER-DEPOSITUM-PARTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLYSNINGER
           END-IF.

       NOTER-DEPOSITUM-PARTER.
           PERFORM VARYING WS-AARS-IX FROM 1 BY 1
                   UNTIL WS-AARS-IX > ANTAL-AARS
               IF AK-KONTO-ID(WS-AARS-IX) = KONTO-ID OF KONTOOPL-IN
                   MOVE KUNDE-ID OF KONTOOPL-IN
                       TO AK-KUNDE-ID(WS-AARS-IX)
                   MOVE DEPOSITUM-UDLEJER OF KONTOOPL-IN
                       TO AK-UDLEJER-ID(WS-AARS-IX)
                   MOVE DEPOSITUM-LEJEMAAL OF KONTOOPL-IN
                       TO AK-LEJEMAAL(WS-AARS-IX)
               END-IF
           END-PERFORM.

      * THE PAL SETTLEMENT OF EACH PENSION ACCOUNT SEEN, FOR THE
      * STATEMENT YEAR ONLY.
       LOAD-PAL-OPGOERELSE.
           OPEN INPUT PAL-FREMFOERSEL
           IF WS-PAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-PAL = "Y"
                   READ PAL-FREMFOERSEL
                       AT END
                           MOVE "Y" TO EOF-PAL
                       NOT AT END
                           IF PF-AAR OF FREMF-REC = WS-AAR
                               PERFORM NOTER-PAL-OPGOERELSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAL-FREMFOERSEL
           END-IF.

       NOTER-PAL-OPGOERELSE.
           PERFORM VARYING WS-AARS-IX FROM 1 BY 1
                   UNTIL WS-AARS-IX > ANTAL-AARS
               IF AK-KONTO-ID(WS-AARS-IX) = PF-KONTO-ID OF FREMF-REC
                   MOVE "Y" TO AK-PAL-FUNDET(WS-AARS-IX)
                   MOVE PF-AFKAST OF FREMF-REC
                       TO AK-PAL-AFKAST(WS-AARS-IX)
                   MOVE PF-SKAT OF FREMF-REC
                       TO AK-PAL-SKAT(WS-AARS-IX)
                   MOVE PF-NEG-FREMFOERT OF FREMF-REC
                       TO AK-PAL-FREMFOERT(WS-AARS-IX)
               END-IF
           END-PERFORM.

      * APPENDS ONE LINE TO BATCHAUDITLOG.TXT RECORDING THIS
      * PROGRAM'S NAME, START/END TIME, AND RECORD COUNTS.
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
               "  OUT " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

                   ADD WS-BELOB TO AK-RENTE(WS-AARS-SLOT)
               WHEN "KILDESKAT"
                   ADD WS-BELOB TO AK-KILDESKAT(WS-AARS-SLOT)
               WHEN "UDBYTTE"
                   ADD WS-BELOB TO AK-UDBYTTE(WS-AARS-SLOT)
               WHEN "UDBYTTESKAT"
                   ADD WS-BELOB TO AK-UDBYTTESKAT(WS-AARS-SLOT)
               WHEN "KUPON"
                   ADD WS-BELOB TO AK-KUPON(WS-AARS-SLOT)
               WHEN "GEBYR"
                   ADD WS-BELOB TO AK-GEBYR(WS-AARS-SLOT)
           END-EVALUATE.
           PERFORM VARYING WS-AARS-IX FROM 1 BY 1
                   UNTIL WS-AARS-IX > ANTAL-AARS
               PERFORM FIND-SLUTSALDO
               MOVE "N" TO WS-UDLEJER-KOPI
               PERFORM SKRIV-AARSDOKUMENT
               IF AK-UDLEJER-ID(WS-AARS-IX) NOT = SPACES
                   MOVE "Y" TO WS-UDLEJER-KOPI
                   PERFORM SKRIV-AARSDOKUMENT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEPOT-IX FROM 1 BY 1
                   UNTIL WS-DEPOT-IX > ANTAL-DEPOTER
               PERFORM SKRIV-DEPOTDOKUMENT
           END-PERFORM
           CLOSE AARS-OVERSIGT.

      * LOADS THE OPEN DEPOTS AND EVERY HOLDING - A DEPOT CLOSED
      * DURING THE YEAR HOLDS NOTHING AT YEAR END AND GETS NO
      * DOCUMENT.
       LOAD-DEPOTER.
           OPEN INPUT DEPOTER
           IF WS-DEPOT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-DEPOT = "Y"
                   READ DEPOTER
                       AT END
                           MOVE "Y" TO EOF-DEPOT
                       NOT AT END
                           IF DP-STATUS OF DEPOT-REC = "AKTIV"
                               ADD 1 TO ANTAL-DEPOTER
                               MOVE DP-DEPOT-ID OF DEPOT-REC
                                   TO DA-DEPOT-ID(ANTAL-DEPOTER)
                               MOVE DP-KUNDE-ID OF DEPOT-REC
                                   TO DA-KUNDE-ID(ANTAL-DEPOTER)
                               MOVE DP-KONTO-ID OF DEPOT-REC
                                   TO DA-KONTO-ID(ANTAL-DEPOTER)
                           END-IF
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
                           ADD 1 TO ANTAL-BEH
                           MOVE BEHOLDNING-REC TO BEH-AR(ANTAL-BEH)
                   END-READ
               END-PERFORM
               CLOSE DEPOT-BEHOLDNINGER
           END-IF.

       FIND-SLUTSALDO.
           MOVE ZEROES TO WS-SLUT
           MOVE "N" TO WS-LUKKE-FOUND
               AK-NAVN(WS-AARS-IX) DELIMITED BY SIZE
               INTO AARS-RECORD
           WRITE AARS-RECORD
      * A RENT DEPOSIT NAMES BOTH PARTIES AND THE LEASE; THE
      * LANDLORD'S COPY SAYS WHOSE IT IS.
           IF AK-UDLEJER-ID(WS-AARS-IX) NOT = SPACES
               MOVE SPACES TO AARS-RECORD
               STRING "DEPOSITUMKONTO - LEJEMAAL " DELIMITED BY SIZE
                   AK-LEJEMAAL(WS-AARS-IX) DELIMITED BY SIZE
                   " LEJER " DELIMITED BY SIZE
                   AK-KUNDE-ID(WS-AARS-IX) DELIMITED BY SIZE
                   " UDLEJER " DELIMITED BY SIZE
                   AK-UDLEJER-ID(WS-AARS-IX) DELIMITED BY SIZE
                   INTO AARS-RECORD
               WRITE AARS-RECORD
               IF WS-UDLEJER-KOPI = "Y"
                   MOVE "KOPI TIL UDLEJER - RENTEN TILFALDER LEJER"
                       TO AARS-RECORD
                   WRITE AARS-RECORD
               END-IF
           END-IF
           MOVE WS-AABNING TO WS-BELOB-DISPLAY
           MOVE SPACES TO AARS-RECORD
           STRING "SALDO 1. JANUAR:    " DELIMITED BY SIZE
                   INTO AARS-RECORD
               WRITE AARS-RECORD
           END-IF
      * DIVIDENDS, THE DIVIDEND TAX WITHHELD ON THEM AND BOND
      * COUPONS PAID IN FROM A CUSTODY DEPOT - SAME ONLY-WHEN-ANY
      * RULE.
           IF AK-UDBYTTE(WS-AARS-IX) NOT = ZEROES
               MOVE AK-UDBYTTE(WS-AARS-IX) TO WS-BELOB-DISPLAY
               MOVE SPACES TO AARS-RECORD
               STRING "UDBYTTE I ALT:      " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO AARS-RECORD
               WRITE AARS-RECORD
           END-IF
           IF AK-UDBYTTESKAT(WS-AARS-IX) NOT = ZEROES
               MOVE AK-UDBYTTESKAT(WS-AARS-IX) TO WS-BELOB-DISPLAY
               MOVE SPACES TO AARS-RECORD
               STRING "UDBYTTESKAT I ALT:  " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO AARS-RECORD
               WRITE AARS-RECORD
           END-IF
           IF AK-KUPON(WS-AARS-IX) NOT = ZEROES
               MOVE AK-KUPON(WS-AARS-IX) TO WS-BELOB-DISPLAY
               MOVE SPACES TO AARS-RECORD
               STRING "KUPONRENTE I ALT:   " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO AARS-RECORD
               WRITE AARS-RECORD
           END-IF
      * A PENSION ACCOUNT'S PAL TAX - THE YEAR'S YIELD, THE TAX
      * DEBITED ON IT, AND ANY LOSS STILL CARRIED INTO NEXT YEAR.
           IF AK-PAL-FUNDET(WS-AARS-IX) = "Y"
               MOVE AK-PAL-AFKAST(WS-AARS-IX) TO WS-BELOB-DISPLAY
               MOVE SPACES TO AARS-RECORD
               STRING "PAL-AFKAST:         " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO AARS-RECORD
               WRITE AARS-RECORD
               MOVE AK-PAL-SKAT(WS-AARS-IX) TO WS-BELOB-DISPLAY
               MOVE SPACES TO AARS-RECORD
               STRING "PAL-SKAT I ALT:     " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO AARS-RECORD
               WRITE AARS-RECORD
               IF AK-PAL-FREMFOERT(WS-AARS-IX) NOT = ZEROES
                   MOVE AK-PAL-FREMFOERT(WS-AARS-IX)
                       TO WS-BELOB-DISPLAY
                   MOVE SPACES TO AARS-RECORD
                   STRING "TAB TIL FREMFOERSEL:" DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       INTO AARS-RECORD
                   WRITE AARS-RECORD
               END-IF
           END-IF
           MOVE AK-GEBYR(WS-AARS-IX) TO WS-BELOB-DISPLAY
           MOVE SPACES TO AARS-RECORD
           STRING "GEBYR I ALT:        " DELIMITED BY SIZE
           STRING "AarsOversigt.txt KONTO " DELIMITED BY SIZE
               AK-KONTO-ID(WS-AARS-IX) DELIMITED BY SIZE
               INTO WS-KL-KILDE
      * THE LANDLORD'S COPY IS LOGGED TO THE LANDLORD, BY THE
      * LANDLORD'S OWN CHANNEL.
           IF WS-UDLEJER-KOPI = "Y"
               MOVE AK-UDLEJER-ID(WS-AARS-IX)
                   TO CL-KUNDE-ID OF KORR-LOG-REC
               IF AK-UDLEJER-KANAL(WS-AARS-IX) = SPACES
                   MOVE "PAPIR" TO CL-KANAL OF KORR-LOG-REC
               ELSE
                   MOVE AK-UDLEJER-KANAL(WS-AARS-IX)
                       TO CL-KANAL OF KORR-LOG-REC
               END-IF
               MOVE SPACES TO WS-KL-KILDE
               STRING "AarsOversigt.txt KONTO " DELIMITED BY SIZE
                   AK-KONTO-ID(WS-AARS-IX) DELIMITED BY SPACE
                   " UDLEJER" DELIMITED BY SIZE
                   INTO WS-KL-KILDE
           END-IF
           MOVE WS-KL-KILDE TO CL-KILDE OF KORR-LOG-REC
           WRITE KORR-LOG-REC
           CLOSE KORRESPONDANCE-LOG.

      * ONE DEPOT'S HOLDINGS AT 31/12 - EACH PAPER WITH ITS NUMBER
      * OR NOMINAL, THE YEAR-END PRICE AND MARKET VALUE, AND THE
      * DEPOT'S TOTAL - LOGGED AS ITS OWN DOCUMENT.
       SKRIV-DEPOTDOKUMENT.
           MOVE SPACES TO AARS-RECORD
           WRITE AARS-RECORD
           MOVE "==============================================="
               TO AARS-RECORD
           WRITE AARS-RECORD
           MOVE SPACES TO AARS-RECORD
           STRING "DEPOTOVERSIGT " DELIMITED BY SIZE
               WS-AAR DELIMITED BY SIZE
               " - DEPOT " DELIMITED BY SIZE
               DA-DEPOT-ID(WS-DEPOT-IX) DELIMITED BY SIZE
               " KUNDE-ID " DELIMITED BY SIZE
               DA-KUNDE-ID(WS-DEPOT-IX) DELIMITED BY SIZE
               " AFVIKLINGSKONTO " DELIMITED BY SIZE
               DA-KONTO-ID(WS-DEPOT-IX) DELIMITED BY SIZE
               INTO AARS-RECORD
           WRITE AARS-RECORD
           MOVE ZEROES TO WS-DEPOT-TOTAL
           PERFORM VARYING WS-BEH-IX FROM 1 BY 1
                   UNTIL WS-BEH-IX > ANTAL-BEH
               IF DB-DEPOT-ID OF BEH-AR(WS-BEH-IX)
                       = DA-DEPOT-ID(WS-DEPOT-IX)
                   ADD DB-KURSVAERDI OF BEH-AR(WS-BEH-IX)
                       TO WS-DEPOT-TOTAL
                   MOVE DB-ANTAL OF BEH-AR(WS-BEH-IX)
                       TO WS-ANTAL-DISPLAY
                   MOVE DB-KURS OF BEH-AR(WS-BEH-IX)
                       TO WS-KURS-DISPLAY
                   MOVE DB-KURSVAERDI OF BEH-AR(WS-BEH-IX)
                       TO WS-BELOB-DISPLAY
                   MOVE SPACES TO AARS-RECORD
                   STRING "  " DELIMITED BY SIZE
                       DB-ISIN OF BEH-AR(WS-BEH-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DB-BETEGNELSE OF BEH-AR(WS-BEH-IX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-KURS-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       INTO AARS-RECORD
                   WRITE AARS-RECORD
               END-IF
           END-PERFORM
           MOVE WS-DEPOT-TOTAL TO WS-BELOB-DISPLAY
           MOVE SPACES TO AARS-RECORD
           STRING "KURSVAERDI 31. DECEMBER (DKK): " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO AARS-RECORD
           WRITE AARS-RECORD
           ADD 1 TO WS-RECS-OUT
           OPEN EXTEND KORRESPONDANCE-LOG
           IF WS-KORR-LOG-STATUS = "35"
               OPEN OUTPUT KORRESPONDANCE-LOG
           END-IF
           MOVE SPACES TO KORR-LOG-REC
           MOVE DA-KUNDE-ID(WS-DEPOT-IX)
               TO CL-KUNDE-ID OF KORR-LOG-REC
           MOVE "DEPOTOVERSIGT" TO CL-DOK-TYPE OF KORR-LOG-REC
           MOVE WS-DAGS-DATO TO CL-DATO OF KORR-LOG-REC
           IF DA-KANAL(WS-DEPOT-IX) = SPACES
               MOVE "PAPIR" TO CL-KANAL OF KORR-LOG-REC
           ELSE
               MOVE DA-KANAL(WS-DEPOT-IX)
                   TO CL-KANAL OF KORR-LOG-REC
           END-IF
           MOVE SPACES TO WS-KL-KILDE
           STRING "AarsOversigt.txt DEPOT " DELIMITED BY SIZE
               DA-DEPOT-ID(WS-DEPOT-IX) DELIMITED BY SIZE
               INTO WS-KL-KILDE
           MOVE WS-KL-KILDE TO CL-KILDE OF KORR-LOG-REC
           WRITE KORR-LOG-REC
           CLOSE KORRESPONDANCE-LOG.

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

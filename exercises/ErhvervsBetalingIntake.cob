               ASSIGN TO "VentendeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENT-STATUS.
      * THE FUNDING ACCOUNT'S OWNING CUSTOMER, WHOSE BULK LIMIT THE
      * FILE IS MEASURED AGAINST - AND, WITH THE CUSTOMER MASTER, THE
      * HOLDERS OF RECEIVING ACCOUNTS IN OUR OWN BANK FOR THE PAYEE
      * NAME CHECK.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OUR OWN REG-NRS - SEE LOAD-EGNE-REG-NR.
           SELECT BANKOPLYSNINGER ASSIGN TO "Banker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
      * ROWS OF A QUEUED FILE WHOSE RECEIVER NAME DID NOT MATCH THE
      * HOLDER OF THE RECEIVING ACCOUNT - ONE LINE PER ROW, KEYED BY
      * THE FUNDING CUSTOMER, FOR THE CORPORATE DESK TO TAKE UP WITH
      * THAT CUSTOMER BEFORE THE FILE IS RELEASED.
           SELECT ERHVERVS-NAVNEKONTROL
               ASSIGN TO "ErhvervsNavneKontrol.txt"
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
      * FILES THAT FAILED THE FUNDS CHECK, WITH THE FIGURES, AND
      * FILES QUEUED OVER A PAYMENT LIMIT.
           SELECT ERHVERVS-AFVIGELSER
               ASSIGN TO "ErhvervsAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENTENDE-BETALINGER.
       01 VENT-REC.
           COPY "VENTENDEBETALINGER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD BANKOPLYSNINGER.
       01 BANKOPL-IN.
           COPY "BANKER.cpy".
       FD ERHVERVS-NAVNEKONTROL.
       01 NAVNEKONTROL-RECORD.
           02  NAVNEKONTROL-LINE    PIC X(160) VALUE SPACES.
       FD BETALINGSGRAENSER.
       01 GRAENSE-REC.
           COPY "BETALINGSGRAENSER.cpy".
       FD BETALINGS-FORBRUG.
       01 FORBRUG-REC.
           COPY "BETALINGSFORBRUG.cpy".
       FD ERHVERVS-AFVIGELSER.
       01 ERHV-AFV-RECORD.
           02  ERHV-AFV-LINE        PIC X(100) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
           02  FA-FUNDING-KONTO     PIC X(10) VALUE SPACES.
           02  FA-ANTAL             PIC 9(5) VALUE ZEROES.
           02  FA-TOTAL             PIC S9(13)V99 VALUE ZEROES.
           02  FA-STOERSTE          PIC S9(9)V99 VALUE ZEROES.
           02  FA-KOEET             PIC X VALUE "N".
           02  FA-NAVNE-AFVIG       PIC 9(5) VALUE ZEROES.
       01  ANTAL-FILER              PIC 9(3) VALUE ZEROES.
       01  WS-FIL-IX                PIC 9(3).
       01  WS-FIL-SLOT              PIC 9(3) VALUE ZEROES.
       01  WS-DISPONIBEL            PIC S9(18)V99 VALUE ZEROES.
       01  WS-VENT-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-TEKST           PIC -(13)9.99.
      * KONTO-ID -> OWNING KUNDE-ID, FOR THE LIMITS; KONTONUMMER ->
      * ALL THE ACCOUNT'S HOLDERS, FOR THE PAYEE NAME CHECK.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KE-KONTONUMMER       PIC X(20) VALUE SPACES.
           02  KE-MI-KUNDE-ID OCCURS 2 TIMES PIC X(10) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-EJER-MATCH-IX         PIC 9(4) VALUE ZEROES.
       01  EOF-KONTO                PIC X VALUE "N".
      * CUSTOMER NAMES, FORNAVN AND EFTERNAVN JOINED.
       01  KUNDE-NAVN-AR OCCURS 999 TIMES.
           02  KN-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KN-NAVN              PIC X(41) VALUE SPACES.
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  EOF-KUNDE                PIC X VALUE "N".
      * CONFIRMATION OF PAYEE - SEE NAVNEKONTROL.
       01  WS-BANK-STATUS           PIC XX VALUE "00".
       01  EOF-BANK                 PIC X VALUE "N".
       01  EGNE-REG-AR OCCURS 100 TIMES PIC 9(4) VALUE ZEROES.
       01  ANTAL-EGNE-REG           PIC 999 VALUE ZEROES.
       01  WS-EGNE-IX               PIC 999.
       01  WS-EGEN-BANK             PIC X VALUE "N".
       01  HAVER-AR OCCURS 3 TIMES  PIC X(10) VALUE SPACES.
       01  ANTAL-HAVERE             PIC 9 VALUE ZEROES.
       01  WS-HAVER-IX              PIC 9.
       01  WS-HAVER-NAVN            PIC X(41) VALUE SPACES.
       01  WS-FUNDING-KUNDE         PIC X(10) VALUE SPACES.
       01  WS-NAVNE-TEKST           PIC X(60) VALUE SPACES.
      * NAME NORMALIZATION AND GRADING - THE SAME UPPERCASE-AND-
      * SQUEEZE CLEANUP AND CONTAINED-IN SCAN AS SANKTIONSSCREENING.
       01  WS-RAA-NAVN              PIC X(60) VALUE SPACES.
       01  WS-RENS-NAVN             PIC X(60) VALUE SPACES.
       01  WS-RENS-LEN              PIC 99 VALUE ZEROES.
       01  IX                       PIC 99 VALUE 1.
       01  IX2                      PIC 99 VALUE 1.
       01  CURRENT-CHAR             PIC X(1).
       01  PREVIOUS-CHAR            PIC X(1) VALUE SPACE.
       01  WS-SCAN-IX               PIC 99 VALUE ZEROES.
       01  WS-SCAN-MAX              PIC 99 VALUE ZEROES.
       01  WS-COP-INDTASTET         PIC X(60) VALUE SPACES.
       01  WS-COP-INDTASTET-LEN     PIC 99 VALUE ZEROES.
       01  WS-COP-GRAD              PIC X(7) VALUE SPACES.
       01  WS-COP-BEDSTE            PIC X(7) VALUE SPACES.
       01  WS-COP-BEDSTE-NAVN       PIC X(41) VALUE SPACES.
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
       01  WS-GR-STOERSTE           PIC 9(9)V99 VALUE ZEROES.

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
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-RESERVATIONER
           PERFORM LOAD-KENDTE-FILER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDE-NAVNE
           PERFORM LOAD-EGNE-REG-NR
           PERFORM LOAD-GRAENSER
           PERFORM LOAD-FORBRUG
           OPEN OUTPUT ERHVERVS-AFVIGELSER
           OPEN EXTEND BETALINGS-FORBRUG
           IF WS-BF-STATUS = "35"
               OPEN OUTPUT BETALINGS-FORBRUG
           END-IF
           OPEN EXTEND VENTENDE-BETALINGER
           IF WS-VENT-STATUS = "35"
               OPEN OUTPUT VENTENDE-BETALINGER
               PERFORM VURDER-FIL THRU VURDER-FIL-EXIT
           END-PERFORM
           CLOSE VENTENDE-BETALINGER
           CLOSE BETALINGS-FORBRUG
           PERFORM NAVNEKONTROL
           CLOSE ERHVERVS-AFVIGELSER
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.
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
               "  AFVIST " DELIMITED BY SIZE
               WS-RECS-AFVIST DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

               MOVE ANTAL-FILER TO WS-FIL-SLOT
           END-IF
           ADD 1 TO FA-ANTAL(WS-FIL-SLOT)
           ADD EB-BELOB OF ERHVERV-REC TO FA-TOTAL(WS-FIL-SLOT)
           IF EB-BELOB OF ERHVERV-REC > FA-STOERSTE(WS-FIL-SLOT)
               MOVE EB-BELOB OF ERHVERV-REC TO FA-STOERSTE(WS-FIL-SLOT)
           END-IF.

       LOAD-LUKKESALDO.
           OPEN INPUT LUKKESALDO-FILE
           ADD RS-BELOB OF RESERVATION-REC
               TO RE-BELOB(WS-RES-SLOT).

      * KONTOOPT.TXT DOWN TO KONTO-ID AND OWNING KUNDE-ID.
       LOAD-KONTO-EJER-TABEL.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO ANTAL-EJER
                       MOVE KONTO-ID OF KONTOOPL-IN
                           TO KE-KONTO-ID(ANTAL-EJER)
                       MOVE KUNDE-ID OF KONTOOPL-IN
                           TO KE-KUNDE-ID(ANTAL-EJER)
                       MOVE KONTONUMMER OF KONTOOPL-IN
                           TO KE-KONTONUMMER(ANTAL-EJER)
                       IF ANTAL-MEDINDEHAVERE OF KONTOOPL-IN > 0
                           MOVE MI-KUNDE-ID OF KONTOOPL-IN(1)
                               TO KE-MI-KUNDE-ID(ANTAL-EJER, 1)
                       END-IF
                       IF ANTAL-MEDINDEHAVERE OF KONTOOPL-IN > 1
                           MOVE MI-KUNDE-ID OF KONTOOPL-IN(2)
                               TO KE-MI-KUNDE-ID(ANTAL-EJER, 2)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

       LOAD-KUNDE-NAVNE.
           OPEN INPUT KUNDEOPLYSNINGER
           PERFORM UNTIL EOF-KUNDE = "Y"
               READ KUNDEOPLYSNINGER
                   AT END
                       MOVE "Y" TO EOF-KUNDE
                   NOT AT END
                       ADD 1 TO ANTAL-KUNDER
                       MOVE KUNDE-ID OF KUNDEOPL-IN
                           TO KN-KUNDE-ID(ANTAL-KUNDER)
                       STRING FORNAVN OF KUNDEOPL-IN DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           EFTERNAVN OF KUNDEOPL-IN DELIMITED BY "  "
                           INTO KN-NAVN(ANTAL-KUNDER)
               END-READ
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER.

      * OUR OWN REG-NR LIST - CLEARINGUDTRAEK'S LOAD-EGNE-REG-NR. NO
      * BANK MASTER MEANS NO RECEIVER IS KNOWN TO BE OURS.
       LOAD-EGNE-REG-NR.
           OPEN INPUT BANKOPLYSNINGER
           IF WS-BANK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BANK = "Y"
                   READ BANKOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-BANK
                       NOT AT END
                           ADD 1 TO ANTAL-EGNE-REG
                           MOVE REG-NR OF BANKOPL-IN
                               TO EGNE-REG-AR(ANTAL-EGNE-REG)
                   END-READ
               END-PERFORM
               CLOSE BANKOPLYSNINGER
           END-IF.

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
      * THE PER-PAYMENT CEILING IS HELD AGAINST WS-GR-STOERSTE, THE
      * LARGEST SINGLE ROW, AND THE DAILY ONE AGAINST WS-GR-BELOB.
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
               AND WS-GR-STOERSTE > WS-GR-PR-BETALING
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

      * FIL-IDS ALREADY QUEUED OR HANDLED - THE QUEUE ROW CARRIES
      * THE FIL-ID IN VB-MODTAGER-KONTO, SO A RE-DELIVERED FEED IS
      * RECOGNISED AND SKIPPED.

      * ONE FILE'S VERDICT - AVAILABLE FUNDS COVER THE TOTAL OR THE
      * WHOLE FILE IS REJECTED; A FILE ALREADY ON THE QUEUE IS LEFT
      * ALONE. A COVERED FILE IS THEN MEASURED AGAINST THE FUNDING
      * CUSTOMER'S BULK LIMIT: WITHIN IT THE TOTAL COUNTS TOWARDS THE
      * DAY AT ONCE, OVER IT THE FILE IS STILL QUEUED BUT MARKED FOR
      * A LEVEL-3 RELEASE, AND NOTED ON THE AFVIGELSES LIST.
       VURDER-FIL.
           MOVE "N" TO WS-KENDT-FUNDET
           PERFORM VARYING WS-KENDT-IX FROM 1 BY 1
           MOVE "BAT" TO VB-INDTASTET-AF OF VENT-REC
           MOVE WS-TIDSPUNKT TO VB-INDTASTET-TID OF VENT-REC
           MOVE "VENTER" TO VB-STATUS OF VENT-REC
           MOVE SPACES TO WS-GR-KUNDE-ID
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX)
                       = FA-FUNDING-KONTO(WS-FIL-IX)
                   MOVE KE-KUNDE-ID(WS-EJER-IX) TO WS-GR-KUNDE-ID
               END-IF
           END-PERFORM
           MOVE "BULK" TO WS-GR-KANAL
           MOVE FA-TOTAL(WS-FIL-IX) TO WS-GR-BELOB
           MOVE FA-STOERSTE(WS-FIL-IX) TO WS-GR-STOERSTE
           PERFORM VURDER-GRAENSE
           MOVE WS-GR-KANAL TO VB-GRAENSE-KANAL OF VENT-REC
           IF WS-GR-OVER = "Y"
               MOVE "J" TO VB-OVER-GRAENSE OF VENT-REC
               MOVE SPACES TO ERHV-AFV-RECORD
               STRING "FIL " DELIMITED BY SIZE
                   FA-FIL-ID(WS-FIL-IX) DELIMITED BY SIZE
                   " FUNDING " DELIMITED BY SIZE
                   FA-FUNDING-KONTO(WS-FIL-IX) DELIMITED BY SIZE
                   " OVER BETALINGSGRAENSE (" DELIMITED BY SIZE
                   WS-GR-TEKST DELIMITED BY "  "
                   ") - KRAEVER NIVEAU 3" DELIMITED BY SIZE
                   INTO ERHV-AFV-RECORD
               WRITE ERHV-AFV-RECORD
           ELSE
               MOVE "N" TO VB-OVER-GRAENSE OF VENT-REC
               PERFORM NOTER-FORBRUG
           END-IF
           MOVE SPACES TO VB-TEKST OF VENT-REC
           STRING "ERHVERVSFIL " DELIMITED BY SIZE
               FA-FIL-ID(WS-FIL-IX) DELIMITED BY SIZE
               " RAEKKER" DELIMITED BY SIZE
               INTO VB-TEKST OF VENT-REC
           WRITE VENT-REC
           MOVE "J" TO FA-KOEET(WS-FIL-IX)
           ADD 1 TO WS-RECS-OUT.

       VURDER-FIL-EXIT.
           EXIT.

      * CONFIRMATION OF PAYEE FOR THE FILES QUEUED THIS RUN. A SECOND
      * PASS OVER THE FEED GRADES EVERY ROW PAYING AN ACCOUNT IN OUR
      * OWN BANK AGAINST THAT ACCOUNT'S HOLDERS, BY BETALINGS-
      * INDTASTNING'S RULE; EACH ROW SHORT OF A MATCH GOES TO THE
      * REPORT UNDER ITS FUNDING CUSTOMER, AND A FILE WITH ANY SUCH
      * ROW IS FLAGGED ON THE AFVIGELSES LIST FOR THE APPROVER.
       NAVNEKONTROL.
           OPEN OUTPUT ERHVERVS-NAVNEKONTROL
           MOVE "N" TO EOF-ERHV
           OPEN INPUT ERHVERVS-BETALINGER
           PERFORM UNTIL EOF-ERHV = "Y"
               READ ERHVERVS-BETALINGER
                   AT END
                       MOVE "Y" TO EOF-ERHV
                   NOT AT END
                       PERFORM KONTROLLER-RAEKKE-NAVN
                           THRU KONTROLLER-RAEKKE-NAVN-EXIT
               END-READ
           END-PERFORM
           CLOSE ERHVERVS-BETALINGER
           CLOSE ERHVERVS-NAVNEKONTROL
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > ANTAL-FILER
               IF FA-NAVNE-AFVIG(WS-FIL-IX) > ZEROES
                   MOVE SPACES TO ERHV-AFV-RECORD
                   STRING "FIL " DELIMITED BY SIZE
                       FA-FIL-ID(WS-FIL-IX) DELIMITED BY SIZE
                       " FUNDING " DELIMITED BY SIZE
                       FA-FUNDING-KONTO(WS-FIL-IX) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FA-NAVNE-AFVIG(WS-FIL-IX) DELIMITED BY SIZE
                       " MODTAGERNAVNE AFVIGER, SE NAVNEKONTROL"
                           DELIMITED BY SIZE
                       INTO ERHV-AFV-RECORD
                   WRITE ERHV-AFV-RECORD
               END-IF
           END-PERFORM.

       KONTROLLER-RAEKKE-NAVN.
           MOVE ZEROES TO WS-FIL-SLOT
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX > ANTAL-FILER
               IF FA-FIL-ID(WS-FIL-IX) = EB-FIL-ID OF ERHVERV-REC
                   MOVE WS-FIL-IX TO WS-FIL-SLOT
               END-IF
           END-PERFORM
           IF WS-FIL-SLOT = ZEROES
               GO TO KONTROLLER-RAEKKE-NAVN-EXIT
           END-IF
           IF FA-KOEET(WS-FIL-SLOT) NOT = "J"
               GO TO KONTROLLER-RAEKKE-NAVN-EXIT
           END-IF
           MOVE "N" TO WS-EGEN-BANK
           PERFORM VARYING WS-EGNE-IX FROM 1 BY 1
                   UNTIL WS-EGNE-IX > ANTAL-EGNE-REG
               IF EGNE-REG-AR(WS-EGNE-IX)
                       = EB-MODT-REG-NR OF ERHVERV-REC
                   MOVE "Y" TO WS-EGEN-BANK
               END-IF
           END-PERFORM
           IF WS-EGEN-BANK = "N"
               GO TO KONTROLLER-RAEKKE-NAVN-EXIT
           END-IF

           MOVE EB-MODT-NAVN OF ERHVERV-REC TO WS-RAA-NAVN
           PERFORM RENS-NAVN
           MOVE WS-RENS-NAVN TO WS-COP-INDTASTET
           MOVE WS-RENS-LEN TO WS-COP-INDTASTET-LEN
           MOVE "INGEN" TO WS-COP-BEDSTE
           MOVE SPACES TO WS-COP-BEDSTE-NAVN
           MOVE ZEROES TO ANTAL-HAVERE
           MOVE ZEROES TO WS-EJER-MATCH-IX
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTONUMMER(WS-EJER-IX)
                       = EB-MODT-KONTO OF ERHVERV-REC
                   MOVE WS-EJER-IX TO WS-EJER-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-EJER-MATCH-IX > ZEROES
               MOVE 1 TO ANTAL-HAVERE
               MOVE KE-KUNDE-ID(WS-EJER-MATCH-IX) TO HAVER-AR(1)
               PERFORM VARYING WS-HAVER-IX FROM 1 BY 1
                       UNTIL WS-HAVER-IX > 2
                   IF KE-MI-KUNDE-ID(WS-EJER-MATCH-IX, WS-HAVER-IX)
                           NOT = SPACES
                       ADD 1 TO ANTAL-HAVERE
                       MOVE KE-MI-KUNDE-ID(WS-EJER-MATCH-IX,
                           WS-HAVER-IX) TO HAVER-AR(ANTAL-HAVERE)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-HAVER-IX FROM 1 BY 1
                       UNTIL WS-HAVER-IX > ANTAL-HAVERE
                   PERFORM GRADER-HAVER THRU GRADER-HAVER-EXIT
               END-PERFORM
           END-IF
           IF WS-COP-BEDSTE = "MATCH"
               GO TO KONTROLLER-RAEKKE-NAVN-EXIT
           END-IF

      * A CLOSE MATCH NAMES THE ACTUAL HOLDER SO THE CUSTOMER CAN SEE
      * THE SLIP; NO MATCH NAMES NO ONE.
           EVALUATE TRUE
               WHEN WS-EJER-MATCH-IX = ZEROES
                   MOVE "KONTO FINDES IKKE I BANKEN" TO WS-NAVNE-TEKST
               WHEN WS-COP-BEDSTE = "NAESTEN"
                   MOVE SPACES TO WS-NAVNE-TEKST
                   STRING "NAESTEN MATCH - KONTOHAVER "
                           DELIMITED BY SIZE
                       WS-COP-BEDSTE-NAVN DELIMITED BY SIZE
                       INTO WS-NAVNE-TEKST
               WHEN OTHER
                   MOVE "INGEN MATCH" TO WS-NAVNE-TEKST
           END-EVALUATE
           MOVE SPACES TO WS-FUNDING-KUNDE
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX)
                       = FA-FUNDING-KONTO(WS-FIL-SLOT)
                   MOVE KE-KUNDE-ID(WS-EJER-IX) TO WS-FUNDING-KUNDE
               END-IF
           END-PERFORM
           ADD 1 TO FA-NAVNE-AFVIG(WS-FIL-SLOT)
           MOVE SPACES TO NAVNEKONTROL-RECORD
           STRING "KUNDE " DELIMITED BY SIZE
               WS-FUNDING-KUNDE DELIMITED BY SIZE
               " FIL " DELIMITED BY SIZE
               EB-FIL-ID OF ERHVERV-REC DELIMITED BY SIZE
               " MODTAGER " DELIMITED BY SIZE
               EB-MODT-REG-NR OF ERHVERV-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EB-MODT-KONTO OF ERHVERV-REC DELIMITED BY SIZE
               " NAVN " DELIMITED BY SIZE
               EB-MODT-NAVN OF ERHVERV-REC DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-NAVNE-TEKST DELIMITED BY SIZE
               INTO NAVNEKONTROL-RECORD
           WRITE NAVNEKONTROL-RECORD.

       KONTROLLER-RAEKKE-NAVN-EXIT.
           EXIT.

      * ONE HOLDER'S NAME GRADED AGAINST THE NAME ON THE ROW; KEEPS
      * THE BEST GRADE SO FAR.
       GRADER-HAVER.
           MOVE SPACES TO WS-HAVER-NAVN
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KN-KUNDE-ID(WS-KUNDE-IX) = HAVER-AR(WS-HAVER-IX)
                   MOVE KN-NAVN(WS-KUNDE-IX) TO WS-HAVER-NAVN
               END-IF
           END-PERFORM
           IF WS-HAVER-NAVN = SPACES
               GO TO GRADER-HAVER-EXIT
           END-IF
           MOVE WS-HAVER-NAVN TO WS-RAA-NAVN
           PERFORM RENS-NAVN
           PERFORM GRADER-NAVN
           IF WS-COP-GRAD = "MATCH"
               MOVE "MATCH" TO WS-COP-BEDSTE
               MOVE WS-HAVER-NAVN TO WS-COP-BEDSTE-NAVN
           END-IF
           IF WS-COP-GRAD = "NAESTEN" AND WS-COP-BEDSTE = "INGEN"
               MOVE "NAESTEN" TO WS-COP-BEDSTE
               MOVE WS-HAVER-NAVN TO WS-COP-BEDSTE-NAVN
           END-IF.

       GRADER-HAVER-EXIT.
           EXIT.

      * GRADES THE GIVEN NAME (WS-COP-INDTASTET) AGAINST THE HOLDER'S
      * (WS-RENS-NAVN), BOTH NORMALIZED: IDENTICAL IS MATCH, ONE
      * FOUND WHOLE INSIDE THE OTHER IS NAESTEN ("K JENSEN" GIVEN FOR
      * "KARL JENSEN" IS NOT, "JENSEN" IS), ANYTHING ELSE INGEN.
       GRADER-NAVN.
           MOVE "INGEN" TO WS-COP-GRAD
           IF WS-COP-INDTASTET-LEN = ZEROES OR WS-RENS-LEN = ZEROES
               CONTINUE
           ELSE
               IF WS-COP-INDTASTET = WS-RENS-NAVN
                   MOVE "MATCH" TO WS-COP-GRAD
               ELSE
                   IF WS-COP-INDTASTET-LEN < WS-RENS-LEN
                       COMPUTE WS-SCAN-MAX =
                           WS-RENS-LEN - WS-COP-INDTASTET-LEN + 1
                       PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                               UNTIL WS-SCAN-IX > WS-SCAN-MAX
                           IF WS-RENS-NAVN
                                   (WS-SCAN-IX:WS-COP-INDTASTET-LEN)
                               = WS-COP-INDTASTET
                                   (1:WS-COP-INDTASTET-LEN)
                               MOVE "NAESTEN" TO WS-COP-GRAD
                           END-IF
                       END-PERFORM
                   ELSE
                       COMPUTE WS-SCAN-MAX =
                           WS-COP-INDTASTET-LEN - WS-RENS-LEN + 1
                       PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                               UNTIL WS-SCAN-IX > WS-SCAN-MAX
                           IF WS-COP-INDTASTET
                                   (WS-SCAN-IX:WS-RENS-LEN)
                               = WS-RENS-NAVN(1:WS-RENS-LEN)
                               MOVE "NAESTEN" TO WS-COP-GRAD
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      * UPPERCASES WS-RAA-NAVN AND SQUEEZES REPEATED SPACES INTO
      * WS-RENS-NAVN, LEAVING THE TRIMMED LENGTH IN WS-RENS-LEN -
      * SANKTIONSSCREENING'S RENS-NAVN.
       RENS-NAVN.
           INSPECT WS-RAA-NAVN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-RENS-NAVN
           MOVE SPACE TO PREVIOUS-CHAR
           MOVE 1 TO IX2
           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX > LENGTH OF WS-RAA-NAVN
               MOVE WS-RAA-NAVN(IX:1) TO CURRENT-CHAR
               IF NOT (CURRENT-CHAR = SPACE AND PREVIOUS-CHAR = SPACE)
                   MOVE CURRENT-CHAR TO WS-RENS-NAVN(IX2:1)
                   ADD 1 TO IX2
               END-IF
               MOVE CURRENT-CHAR TO PREVIOUS-CHAR
           END-PERFORM
           MOVE ZEROES TO WS-RENS-LEN
           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX > LENGTH OF WS-RENS-NAVN
               IF WS-RENS-NAVN(IX:1) NOT = SPACE
                   MOVE IX TO WS-RENS-LEN
               END-IF
           END-PERFORM.

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

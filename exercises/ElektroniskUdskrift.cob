       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE SUBSCRIPTION REGISTER - ONE AKTIV ROW PER ACCOUNT THAT
      * TAKES ITS DAILY STATEMENT AS A FILE. OPTIONAL FILE, SAME
      * IDIOM AS EVERY OTHER LATE-ADDED REGISTER.
           SELECT UDSKRIFT-ABONNEMENTER
               ASSIGN TO "UdskriftAbonnementer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABON-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE STATEMENT RUN'S SORTED FEED - THE BOOKED ROWS, SAME
      * ROWS IN THE SAME ORDER THE PAPER STATEMENT PRINTED THEM.
           SELECT SORTED-TRANSAKTIONER ASSIGN TO "SortedTrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE STATEMENT RUN'S CLOSING BALANCES AND STATEMENT NUMBERS.
      * THE OPENING BALANCE IS THE CLOSING FIGURE LESS THE RUN'S OWN
      * ROWS, SAME DERIVATION AS THE ALERT REPLAY.
           SELECT LUKKE-SALDO ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE INDEPENDENT CONTROL COPY OPGAVE11 WROTE FROM THE SAME
      * CHAIN - A FILE STATEMENT ONLY GOES OUT UNDER A NUMBER BOTH
      * COPIES AGREE ON.
           SELECT UDSKRIFT-KONTROL ASSIGN TO "UdskriftKontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UK-STATUS.
      * THE OPEN HOLDS THAT MAKE UP THE AVAILABLE FIGURE - SAME
      * DISPONIBEL RULE AS THE NETBANK FEED.
           SELECT RESERVATIONER ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
      * THE DAILY RATE FEED - THE CHAIN IS KEPT IN DKK, SO FOREIGN
      * ROWS CONVERT AT THE SAME MID RATE THE STATEMENT RUN USED.
           SELECT VALUTAKURSER ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ONE DATED FILE PER ACCOUNT AND STATEMENT NUMBER - SEE
      * BYG-UDSKRIFT-NAVN.
           SELECT UDSKRIFT-FIL ASSIGN TO WS-UDSKRIFT-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE HAND-OFF LIST FOR THE TRANSFER SIDE - EVERY FILE MADE
      * WITH ITS DELIVERY CHANNEL AND RECIPIENT, EVERY SUBSCRIPTION
      * THAT GOT NO FILE AND WHY, CLOSED BY A CONTROL TRAILER.
           SELECT LEVERINGSLISTE
               ASSIGN TO "ElektroniskUdskriftLevering.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE SUBSCRIPTIONS THAT SHOULD HAVE HAD A FILE AND DID NOT -
      * ONE OF THE MORNING CHECK'S EXCEPTION FILES.
           SELECT EUDSKRIFT-AFVIGELSER
               ASSIGN TO "EUdskriftAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UDSKRIFT-ABONNEMENTER.
       01 ABONNEMENT-REC.
           COPY "UDSKRIFTABONNEMENTER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD SORTED-TRANSAKTIONER.
       01 SORTED-REC.
           COPY "TRANSAKTIONER.cpy".
       FD LUKKE-SALDO.
       01 LUKKE-SALDO-REC.
           02  LS-KONTO-ID          PIC X(10) VALUE SPACES.
           02  LS-NAVN              PIC X(40) VALUE SPACES.
           02  LS-REG-NR            PIC 9(4) VALUE ZEROES.
           02  LS-BALANCE           PIC S9(18)V99 VALUE ZEROES.
           02  LS-UDSKRIFT-NR       PIC 9(6) VALUE ZEROES.
       FD UDSKRIFT-KONTROL.
       01 UDSKRIFT-KTRL-REC.
           02  UK-KONTO-ID          PIC X(10).
           02  UK-BALANCE           PIC S9(18)V99.
           02  UK-UDSKRIFT-NR       PIC 9(6).
       FD RESERVATIONER.
       01 RESERVATION-REC.
           COPY "RESERVATIONER.cpy".
       FD VALUTAKURSER.
       01 KURS-IN.
           COPY "VALUTAKURSER.cpy".
       FD UDSKRIFT-FIL.
       01 UDSKRIFT-RECORD.
           02  UDSKRIFT-LINE        PIC X(250) VALUE SPACES.
       FD LEVERINGSLISTE.
       01 LEVERING-RECORD.
           02  LEVERING-LINE        PIC X(200) VALUE SPACES.
       FD EUDSKRIFT-AFVIGELSER.
       01 EUDSKRIFT-AFV-RECORD.
           02  EUDSKRIFT-AFV-LINE   PIC X(100) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "EUDSKRFT".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-DANNET-TID            PIC X(19) VALUE SPACES.
       01  WS-ABON-STATUS           PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-UK-STATUS             PIC XX VALUE "00".
       01  WS-RES-STATUS            PIC XX VALUE "00".
       01  EOF-ABON                 PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-UK                   PIC X VALUE "N".
       01  EOF-RES                  PIC X VALUE "N".
       01  EOF-KURS                 PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
      * ONE SLOT PER AKTIV SUBSCRIPTION - THE DELIVERY CHOICE, THE
      * ACCOUNT'S IDENTIFICATION, THE CHAIN'S CLOSING BALANCE AND
      * STATEMENT NUMBER, WHETHER THE CONTROL COPY AGREES, AND THE
      * RUN'S OWN DKK SUM, ROW COUNT AND OPEN HOLDS.
       01  ABON-AR OCCURS 500 TIMES.
           02  AB-KONTO-ID          PIC X(10) VALUE SPACES.
           02  AB-FORMAT            PIC X(7) VALUE SPACES.
           02  AB-LEVERING          PIC X(8) VALUE SPACES.
           02  AB-MODTAGER          PIC X(40) VALUE SPACES.
           02  AB-KONTONUMMER       PIC X(20) VALUE SPACES.
           02  AB-NAVN              PIC X(40) VALUE SPACES.
           02  AB-REG-NR            PIC 9(4) VALUE ZEROES.
           02  AB-LUKKE-FUNDET      PIC X VALUE "N".
           02  AB-LUKKE-SALDO       PIC S9(18)V99 VALUE ZEROES.
           02  AB-UDSKRIFT-NR       PIC 9(6) VALUE ZEROES.
           02  AB-KONTROL-OK        PIC X VALUE "N".
           02  AB-RUN-SUM           PIC S9(13)V99 VALUE ZEROES.
           02  AB-ANTAL-POSTER      PIC 9(5) VALUE ZEROES.
           02  AB-RES-SUM           PIC S9(13)V99 VALUE ZEROES.
       01  ANTAL-ABON               PIC 9(3) VALUE ZEROES.
       01  WS-ABON-IX               PIC 9(3).
       01  WS-ABON-SLOT             PIC 9(3) VALUE ZEROES.
       01  WS-ANTAL-FILER           PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-UDEN            PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-FEJL            PIC 9(5) VALUE ZEROES.
      * THE RATE TABLE AND BEST-RATE SEARCH - SAME CONVERSION AS
      * THE STATEMENT RUN, SO THE ENTRIES ADD UP TO THE BALANCES.
       01  KURS-AR OCCURS 50 TIMES.
           COPY "VALUTAKURSER.cpy".
       01  ANTAL-KURSER             PIC 99 VALUE ZEROES.
       01  WS-KURS-IX               PIC 99.
       01  WS-KURS-FOUND            PIC X VALUE "N".
       01  WS-BEDSTE-DATO           PIC X(10) VALUE SPACES.
       01  WS-BEDSTE-RATE           PIC 9(5) VALUE ZEROES.
       01  WS-BELOB-NUM             PIC S99999999999V99 VALUE ZEROES.
       01  WS-VAL-DKK               PIC S9(11)V99 VALUE ZEROES.
      * THE STATEMENT BEING WRITTEN.
       01  WS-UDSKRIFT-NAVN         PIC X(60) VALUE SPACES.
       01  WS-AABNING-SALDO         PIC S9(18)V99 VALUE ZEROES.
       01  WS-DISPONIBEL            PIC S9(18)V99 VALUE ZEROES.
       01  WS-ANTAL-NR              PIC Z(4)9.
       01  WS-LEV-TEKST             PIC X(60) VALUE SPACES.
       01  WS-DATO-KORT.
           02  WS-DK-AAR            PIC XX.
           02  WS-DK-MAANED         PIC XX.
           02  WS-DK-DAG            PIC XX.
      * ONE BOOKED ROW, PICKED APART ONCE FOR BOTH FORMATS.
       01  WS-BOGF-DATO             PIC X(10) VALUE SPACES.
       01  WS-VAL-DATO              PIC X(10) VALUE SPACES.
       01  WS-REF-TYPE              PIC X(3) VALUE SPACES.
       01  WS-REFERENCE             PIC X(15) VALUE SPACES.
       01  WS-MODPART-TYPE          PIC X(4) VALUE SPACES.
       01  WS-MODPART-ROLLE         PIC X(4) VALUE SPACES.
       01  WS-ER-STORNO             PIC X VALUE "N".
       01  WS-MT-MAERKE             PIC X(2) VALUE SPACES.
       01  WS-MT-TAG                PIC X(5) VALUE SPACES.
       01  WS-MT-KODE               PIC X(4) VALUE SPACES.
       01  WS-MT-REF                PIC X(16) VALUE SPACES.
       01  WS-MT-SEKVENS            PIC 9(5) VALUE ZEROES.
      * AMOUNT TEXT WITHOUT SIGN OR LEADING BLANKS - SEE
      * FORMATER-BELOB. CAMT.053 WANTS A DECIMAL POINT, MT940 A
      * DECIMAL COMMA.
       01  WS-FMT-BELOB             PIC S9(18)V99 VALUE ZEROES.
       01  WS-FMT-ABS               PIC 9(18)V99 VALUE ZEROES.
       01  WS-FMT-EDIT              PIC Z(17)9.99.
       01  WS-FMT-TEKST             PIC X(21) VALUE SPACES.
       01  WS-FMT-LGD               PIC 99 VALUE ZEROES.
       01  WS-FMT-IX                PIC 99 VALUE ZEROES.
       01  WS-FMT-TEGN              PIC X(4) VALUE SPACES.
       01  WS-CDI                   PIC X(4) VALUE SPACES.
      * FREE TEXT FOR AN XML ELEMENT - TRAILING BLANKS CUT, THE FIVE
      * MARKUP CHARACTERS ESCAPED. SEE XML-TEKST.
       01  WS-XML-IND               PIC X(40) VALUE SPACES.
       01  WS-XML-UD                PIC X(240) VALUE SPACES.
       01  WS-XML-LGD               PIC 9(3) VALUE ZEROES.
       01  WS-XML-SLUT              PIC S9(3) VALUE ZEROES.
       01  WS-XML-IX                PIC S9(3) VALUE ZEROES.

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

      * ONE ELECTRONIC STATEMENT PER SUBSCRIBED ACCOUNT THAT MOVED
      * TONIGHT, IN THE FORMAT THE SUBSCRIPTION ASKS FOR: CAMT.053
      * (ISO 20022 XML) OR MT940 FOR CUSTOMERS ON OLDER SYSTEMS.
      * EACH CARRIES THE OPENING AND CLOSING BOOKED BALANCE, THE
      * AVAILABLE BALANCE AND EVERY BOOKED ROW OFF THE SORTED FEED
      * WITH VALUE DATE, BOOKING DATE, POSTING TEXT, COUNTERPARTY
      * AND THE FIK OR BS REFERENCE. THE STATEMENT NUMBER IS THE
      * ONE THE STATEMENT RUN JUST ROLLED ON THE CHAIN - AN ACCOUNT
      * THAT DID NOT MOVE GOT NO NEW NUMBER AND SO GETS NO FILE,
      * EXACTLY LIKE ITS PAPER STATEMENT.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-ABONNEMENTER
           OPEN OUTPUT LEVERINGSLISTE
           OPEN OUTPUT EUDSKRIFT-AFVIGELSER
           IF ANTAL-ABON NOT = ZEROES
               PERFORM LOAD-KURSER
               PERFORM LOAD-KONTI
               PERFORM LOAD-LUKKESALDO
               PERFORM KONTROLLER-SEKVENS
               PERFORM LOAD-RESERVATIONER
               PERFORM SUMMER-RUN
               PERFORM VARYING WS-ABON-IX FROM 1 BY 1
                       UNTIL WS-ABON-IX > ANTAL-ABON
                   PERFORM DAN-UDSKRIFT THRU DAN-UDSKRIFT-EXIT
               END-PERFORM
           END-IF
           MOVE SPACES TO LEVERING-RECORD
           STRING "TRAILER FILER=" DELIMITED BY SIZE
               WS-ANTAL-FILER DELIMITED BY SIZE
               " UDEN-BEVAEGELSE=" DELIMITED BY SIZE
               WS-ANTAL-UDEN DELIMITED BY SIZE
               " FEJL=" DELIMITED BY SIZE
               WS-ANTAL-FEJL DELIMITED BY SIZE
               " DATO=" DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO LEVERING-RECORD
           WRITE LEVERING-RECORD
           CLOSE LEVERINGSLISTE
           CLOSE EUDSKRIFT-AFVIGELSER
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
           MOVE WS-DAGS-DATO TO WS-DANNET-TID(1:10)
           MOVE "T" TO WS-DANNET-TID(11:1)
           MOVE WS-RUN-START-TIME(1:2) TO WS-DANNET-TID(12:2)
           MOVE ":" TO WS-DANNET-TID(14:1)
           MOVE WS-RUN-START-TIME(3:2) TO WS-DANNET-TID(15:2)
           MOVE ":" TO WS-DANNET-TID(17:1)
           MOVE WS-RUN-START-TIME(5:2) TO WS-DANNET-TID(18:2)
           MOVE WS-RUN-START-DATE(3:2) TO WS-DK-AAR
           MOVE WS-RUN-START-DATE(5:2) TO WS-DK-MAANED
           MOVE WS-RUN-START-DATE(7:2) TO WS-DK-DAG.

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

      * THE AKTIV SUBSCRIPTIONS. NO REGISTER MEANS AN EMPTY HAND-OFF
      * LIST AND A QUICK EXIT.
       LOAD-ABONNEMENTER.
           OPEN INPUT UDSKRIFT-ABONNEMENTER
           IF WS-ABON-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-ABON = "Y"
                   READ UDSKRIFT-ABONNEMENTER
                       AT END
                           MOVE "Y" TO EOF-ABON
                       NOT AT END
                           IF UA-STATUS OF ABONNEMENT-REC = "AKTIV"
                               AND ANTAL-ABON < 500
                               ADD 1 TO ANTAL-ABON
                               MOVE UA-KONTO-ID OF ABONNEMENT-REC
                                   TO AB-KONTO-ID(ANTAL-ABON)
                               MOVE UA-FORMAT OF ABONNEMENT-REC
                                   TO AB-FORMAT(ANTAL-ABON)
                               MOVE UA-LEVERING OF ABONNEMENT-REC
                                   TO AB-LEVERING(ANTAL-ABON)
                               MOVE UA-MODTAGER OF ABONNEMENT-REC
                                   TO AB-MODTAGER(ANTAL-ABON)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UDSKRIFT-ABONNEMENTER
           END-IF.

       LOAD-KURSER.
           OPEN INPUT VALUTAKURSER
           PERFORM UNTIL EOF-KURS = "Y"
               READ VALUTAKURSER
                   AT END
                       MOVE "Y" TO EOF-KURS
                   NOT AT END
                       ADD 1 TO ANTAL-KURSER
                       MOVE KURS-IN TO KURS-AR(ANTAL-KURSER)
               END-READ
           END-PERFORM
           CLOSE VALUTAKURSER.

      * THE ACCOUNT NUMBER THE CUSTOMER'S BOOKKEEPING KNOWS THE
      * ACCOUNT BY.
       LOAD-KONTI.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER INTO KONTOOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       PERFORM VARYING WS-ABON-IX FROM 1 BY 1
                               UNTIL WS-ABON-IX > ANTAL-ABON
                           IF AB-KONTO-ID(WS-ABON-IX)
                                   = KONTO-ID OF KONTOOPL-IN
                               MOVE KONTONUMMER OF KONTOOPL-IN
                                   TO AB-KONTONUMMER(WS-ABON-IX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

       LOAD-LUKKESALDO.
           OPEN INPUT LUKKE-SALDO
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKE-SALDO
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           PERFORM VARYING WS-ABON-IX FROM 1 BY 1
                                   UNTIL WS-ABON-IX > ANTAL-ABON
                               IF AB-KONTO-ID(WS-ABON-IX)
                                       = LS-KONTO-ID
                                   MOVE "Y"
                                       TO AB-LUKKE-FUNDET(WS-ABON-IX)
                                   MOVE LS-BALANCE
                                       TO AB-LUKKE-SALDO(WS-ABON-IX)
                                   MOVE LS-NAVN
                                       TO AB-NAVN(WS-ABON-IX)
                                   MOVE LS-REG-NR
                                       TO AB-REG-NR(WS-ABON-IX)
                                   IF LS-UDSKRIFT-NR IS NUMERIC
                                       MOVE LS-UDSKRIFT-NR
                                         TO AB-UDSKRIFT-NR(WS-ABON-IX)
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LUKKE-SALDO
           END-IF.

      * THE STATEMENT SEQUENCE CONTROL: THE CHAIN'S NUMBER AND
      * BALANCE MUST MATCH THE CONTROL COPY WRITTEN FROM IT, OR THE
      * CHAIN WAS TOUCHED BETWEEN THE STATEMENT RUN AND THIS STEP
      * AND NO FILE GOES OUT UNDER THAT NUMBER.
       KONTROLLER-SEKVENS.
           OPEN INPUT UDSKRIFT-KONTROL
           IF WS-UK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-UK = "Y"
                   READ UDSKRIFT-KONTROL
                       AT END
                           MOVE "Y" TO EOF-UK
                       NOT AT END
                           PERFORM VARYING WS-ABON-IX FROM 1 BY 1
                                   UNTIL WS-ABON-IX > ANTAL-ABON
                               IF AB-KONTO-ID(WS-ABON-IX)
                                       = UK-KONTO-ID
                                   AND AB-LUKKE-SALDO(WS-ABON-IX)
                                       = UK-BALANCE
                                   AND AB-UDSKRIFT-NR(WS-ABON-IX)
                                       = UK-UDSKRIFT-NR
                                   MOVE "Y"
                                       TO AB-KONTROL-OK(WS-ABON-IX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE UDSKRIFT-KONTROL
           END-IF.

       LOAD-RESERVATIONER.
           OPEN INPUT RESERVATIONER
           IF WS-RES-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-RES = "Y"
                   READ RESERVATIONER
                       AT END
                           MOVE "Y" TO EOF-RES
                       NOT AT END
                           IF RS-STATUS OF RESERVATION-REC = "AABEN"
                               PERFORM VARYING WS-ABON-IX FROM 1 BY 1
                                       UNTIL WS-ABON-IX > ANTAL-ABON
                                   IF AB-KONTO-ID(WS-ABON-IX)
                                      = RS-KONTO-ID OF RESERVATION-REC
                                       ADD RS-BELOB OF RESERVATION-REC
                                           TO AB-RES-SUM(WS-ABON-IX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONER
           END-IF.

      * FIRST PASS - THE RUN'S OWN DKK SUM AND ROW COUNT PER
      * SUBSCRIBED ACCOUNT, SO THE CLOSING BALANCE CAN BE ROLLED
      * BACK TO THE OPENING ONE.
       SUMMER-RUN.
           MOVE "N" TO EOF-TRANS
           OPEN INPUT SORTED-TRANSAKTIONER
           PERFORM UNTIL EOF-TRANS = "Y"
               READ SORTED-TRANSAKTIONER INTO SORTED-REC
                   AT END
                       MOVE "Y" TO EOF-TRANS
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       MOVE ZEROES TO WS-ABON-SLOT
                       PERFORM VARYING WS-ABON-IX FROM 1 BY 1
                               UNTIL WS-ABON-IX > ANTAL-ABON
                           IF AB-KONTO-ID(WS-ABON-IX)
                                   = KONTO-ID OF SORTED-REC
                               MOVE WS-ABON-IX TO WS-ABON-SLOT
                           END-IF
                       END-PERFORM
                       IF WS-ABON-SLOT NOT = ZEROES
                           PERFORM OMREGN-TIL-DKK
                           ADD WS-VAL-DKK
                               TO AB-RUN-SUM(WS-ABON-SLOT)
                           ADD 1 TO AB-ANTAL-POSTER(WS-ABON-SLOT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-TRANSAKTIONER.

      * ONE SUBSCRIPTION: NO ROWS - NO NEW NUMBER, NO FILE; NO
      * CHAIN ROW OR A CONTROL-COPY MISMATCH - NO FILE AND A FEJL
      * LINE FOR THE MORNING CHECK. OTHERWISE THE FILE IS WRITTEN
      * AND LISTED FOR DELIVERY.
       DAN-UDSKRIFT.
           MOVE SPACES TO WS-LEV-TEKST
           IF AB-ANTAL-POSTER(WS-ABON-IX) = ZEROES
               ADD 1 TO WS-ANTAL-UDEN
               MOVE "INGEN BEVAEGELSER - INTET UDSKRIFT"
                   TO WS-LEV-TEKST
               PERFORM SKRIV-LEVERING-UDEN
               GO TO DAN-UDSKRIFT-EXIT
           END-IF
           IF AB-LUKKE-FUNDET(WS-ABON-IX) = "N"
               ADD 1 TO WS-ANTAL-FEJL
               MOVE "INGEN LUKKESALDO - INTET UDSKRIFT"
                   TO WS-LEV-TEKST
               PERFORM SKRIV-LEVERING-UDEN
               PERFORM SKRIV-AFVIGELSE
               GO TO DAN-UDSKRIFT-EXIT
           END-IF
           IF AB-KONTROL-OK(WS-ABON-IX) = "N"
               ADD 1 TO WS-ANTAL-FEJL
               MOVE "UDSKRIFT-NR/SALDO AFVIGER FRA UDSKRIFTKONTROL"
                   TO WS-LEV-TEKST
               PERFORM SKRIV-LEVERING-UDEN
               PERFORM SKRIV-AFVIGELSE
               GO TO DAN-UDSKRIFT-EXIT
           END-IF
           COMPUTE WS-AABNING-SALDO = AB-LUKKE-SALDO(WS-ABON-IX)
               - AB-RUN-SUM(WS-ABON-IX)
           COMPUTE WS-DISPONIBEL = AB-LUKKE-SALDO(WS-ABON-IX)
               - AB-RES-SUM(WS-ABON-IX)
           PERFORM BYG-UDSKRIFT-NAVN
           OPEN OUTPUT UDSKRIFT-FIL
           IF AB-FORMAT(WS-ABON-IX) = "CAMT053"
               PERFORM SKRIV-CAMT-HOVED
           ELSE
               PERFORM SKRIV-MT940-HOVED
           END-IF
           MOVE "N" TO EOF-TRANS
           OPEN INPUT SORTED-TRANSAKTIONER
           PERFORM UNTIL EOF-TRANS = "Y"
               READ SORTED-TRANSAKTIONER INTO SORTED-REC
                   AT END
                       MOVE "Y" TO EOF-TRANS
                   NOT AT END
                       IF KONTO-ID OF SORTED-REC
                               = AB-KONTO-ID(WS-ABON-IX)
                           PERFORM OPLOES-POST
                           IF AB-FORMAT(WS-ABON-IX) = "CAMT053"
                               PERFORM SKRIV-CAMT-POST
                           ELSE
                               PERFORM SKRIV-MT940-POST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-TRANSAKTIONER
           IF AB-FORMAT(WS-ABON-IX) = "CAMT053"
               PERFORM SKRIV-CAMT-SLUT
           ELSE
               PERFORM SKRIV-MT940-SLUT
           END-IF
           CLOSE UDSKRIFT-FIL
           ADD 1 TO WS-ANTAL-FILER
           MOVE AB-ANTAL-POSTER(WS-ABON-IX) TO WS-ANTAL-NR
           MOVE SPACES TO LEVERING-RECORD
           STRING "DANNET " DELIMITED BY SIZE
               WS-UDSKRIFT-NAVN DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               AB-FORMAT(WS-ABON-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AB-LEVERING(WS-ABON-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AB-MODTAGER(WS-ABON-IX) DELIMITED BY SIZE
               " KONTO " DELIMITED BY SIZE
               AB-KONTO-ID(WS-ABON-IX) DELIMITED BY SIZE
               " NR " DELIMITED BY SIZE
               AB-UDSKRIFT-NR(WS-ABON-IX) DELIMITED BY SIZE
               " POSTER " DELIMITED BY SIZE
               WS-ANTAL-NR DELIMITED BY SIZE
               INTO LEVERING-RECORD
           WRITE LEVERING-RECORD.

       DAN-UDSKRIFT-EXIT.
           EXIT.

       SKRIV-LEVERING-UDEN.
           MOVE SPACES TO LEVERING-RECORD
           STRING "IKKE   " DELIMITED BY SIZE
               "KONTO " DELIMITED BY SIZE
               AB-KONTO-ID(WS-ABON-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AB-FORMAT(WS-ABON-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AB-LEVERING(WS-ABON-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-LEV-TEKST DELIMITED BY SIZE
               INTO LEVERING-RECORD
           WRITE LEVERING-RECORD.

       SKRIV-AFVIGELSE.
           MOVE SPACES TO EUDSKRIFT-AFV-RECORD
           STRING "KONTO-ID " DELIMITED BY SIZE
               AB-KONTO-ID(WS-ABON-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AB-FORMAT(WS-ABON-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-LEV-TEKST DELIMITED BY SIZE
               INTO EUDSKRIFT-AFV-RECORD
           WRITE EUDSKRIFT-AFV-RECORD.

      * DATED NAME PER ACCOUNT AND STATEMENT NUMBER - SAME
      * DATED-OUTPUT IDIOM AS OPGAVE11'S BUILD-ARCHIVE-NAME. A RERUN
      * OF THE NIGHT REWRITES THE SAME FILE UNDER THE SAME NUMBER.
       BYG-UDSKRIFT-NAVN.
           MOVE SPACES TO WS-UDSKRIFT-NAVN
           IF AB-FORMAT(WS-ABON-IX) = "CAMT053"
               STRING "Camt053-" DELIMITED BY SIZE
                   AB-KONTO-ID(WS-ABON-IX) DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-RUN-START-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   AB-UDSKRIFT-NR(WS-ABON-IX) DELIMITED BY SIZE
                   ".xml" DELIMITED BY SIZE
                   INTO WS-UDSKRIFT-NAVN
           ELSE
               STRING "Mt940-" DELIMITED BY SIZE
                   AB-KONTO-ID(WS-ABON-IX) DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-RUN-START-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   AB-UDSKRIFT-NR(WS-ABON-IX) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-UDSKRIFT-NAVN
           END-IF.

       SKRIV-UDSKRIFT-LINJE.
           WRITE UDSKRIFT-RECORD
           ADD 1 TO WS-RECS-OUT
           MOVE SPACES TO UDSKRIFT-RECORD.

      * ONE BOOKED ROW PICKED APART FOR EITHER FORMAT: DKK AMOUNT,
      * BOOKING AND VALUE DATE (BLANK VALOER MEANS SAME AS BOOKED),
      * THE FIK OR BS REFERENCE AND THE COUNTERPARTY. A FIK SLIP
      * CARRIES ITS REFERENCE IN THE POSTING TEXT; A BS ROW ITS
      * CREDITOR NUMBER IN BS-KREDITOR-NR, OR IN BUTIK ON ROWS
      * POSTED BEFORE THAT FIELD EXISTED.
       OPLOES-POST.
           PERFORM OMREGN-TIL-DKK
           MOVE TIDSPUNKT OF SORTED-REC(1:10) TO WS-BOGF-DATO
           IF VALOER-DATO OF SORTED-REC = SPACES
               MOVE WS-BOGF-DATO TO WS-VAL-DATO
           ELSE
               MOVE VALOER-DATO OF SORTED-REC TO WS-VAL-DATO
           END-IF
           MOVE SPACES TO WS-REF-TYPE
           MOVE SPACES TO WS-REFERENCE
           IF POSTERINGSTEKST OF SORTED-REC(1:4) = "FIK "
               MOVE "FIK" TO WS-REF-TYPE
               MOVE POSTERINGSTEKST OF SORTED-REC(5:15)
                   TO WS-REFERENCE
           END-IF
           IF TRANSAKTIONSTYPE OF SORTED-REC(1:3) = "BS-"
               MOVE "BS" TO WS-REF-TYPE
               IF BS-KREDITOR-NR OF SORTED-REC NOT = SPACES
                   MOVE BS-KREDITOR-NR OF SORTED-REC TO WS-REFERENCE
               ELSE
                   MOVE BUTIK OF SORTED-REC(1:8) TO WS-REFERENCE
               END-IF
           END-IF
           MOVE SPACES TO WS-MODPART-TYPE
           IF MODTAGER-IBAN OF SORTED-REC NOT = SPACES
               MOVE "IBAN" TO WS-MODPART-TYPE
           ELSE
               IF MODTAGER-REG-NR OF SORTED-REC IS NUMERIC
                   AND MODTAGER-KONTONUMMER OF SORTED-REC
                       NOT = SPACES
                   MOVE "BBAN" TO WS-MODPART-TYPE
               ELSE
                   IF BUTIK OF SORTED-REC NOT = SPACES
                       AND WS-REF-TYPE NOT = "BS"
                       MOVE "NAVN" TO WS-MODPART-TYPE
                   END-IF
               END-IF
           END-IF
           IF WS-VAL-DKK < 0
               MOVE "Cdtr" TO WS-MODPART-ROLLE
           ELSE
               MOVE "Dbtr" TO WS-MODPART-ROLLE
           END-IF
           IF TRANSAKTIONSTYPE OF SORTED-REC(1:6) = "STORNO"
               MOVE "Y" TO WS-ER-STORNO
           ELSE
               MOVE "N" TO WS-ER-STORNO
           END-IF.

      * CAMT.053.001.02 - GROUP HEADER, STATEMENT IDENTIFICATION
      * WITH THE CHAIN'S NUMBER AS ELECTRONIC SEQUENCE NUMBER, THE
      * ACCOUNT, AND THE OPENING BOOKED BALANCE.
       SKRIV-CAMT-HOVED.
           MOVE '<?xml version="1.0" encoding="ISO-8859-1"?>'
               TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                   DELIMITED BY SIZE
               'camt.053.001.02">' DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           MOVE "<BkToCstmrStmt>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           STRING "<GrpHdr><MsgId>" DELIMITED BY SIZE
               AB-KONTO-ID(WS-ABON-IX) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-RUN-START-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               AB-UDSKRIFT-NR(WS-ABON-IX) DELIMITED BY SIZE
               "</MsgId><CreDtTm>" DELIMITED BY SIZE
               WS-DANNET-TID DELIMITED BY SIZE
               "</CreDtTm></GrpHdr>" DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           MOVE "<Stmt>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           STRING "<Id>" DELIMITED BY SIZE
               AB-KONTO-ID(WS-ABON-IX) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               AB-UDSKRIFT-NR(WS-ABON-IX) DELIMITED BY SIZE
               "</Id><ElctrncSeqNb>" DELIMITED BY SIZE
               AB-UDSKRIFT-NR(WS-ABON-IX) DELIMITED BY SIZE
               "</ElctrncSeqNb><CreDtTm>" DELIMITED BY SIZE
               WS-DANNET-TID DELIMITED BY SIZE
               "</CreDtTm>" DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           MOVE AB-NAVN(WS-ABON-IX) TO WS-XML-IND
           PERFORM XML-TEKST
           STRING "<Acct><Id><Othr><Id>" DELIMITED BY SIZE
               AB-REG-NR(WS-ABON-IX) DELIMITED BY SIZE
               AB-KONTONUMMER(WS-ABON-IX) DELIMITED BY SPACE
               "</Id><SchmeNm><Cd>BBAN</Cd></SchmeNm></Othr></Id>"
                   DELIMITED BY SIZE
               "<Ccy>DKK</Ccy><Ownr><Nm>" DELIMITED BY SIZE
               WS-XML-UD(1:WS-XML-LGD) DELIMITED BY SIZE
               "</Nm></Ownr></Acct>" DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           MOVE WS-AABNING-SALDO TO WS-FMT-BELOB
           MOVE "OPBD" TO WS-FMT-TEGN
           PERFORM SKRIV-CAMT-SALDO.

      * ONE <Bal> ELEMENT - WS-FMT-TEGN HOLDS THE BALANCE TYPE.
       SKRIV-CAMT-SALDO.
           PERFORM FORMATER-BELOB
           IF WS-FMT-BELOB < 0
               MOVE "DBIT" TO WS-CDI
           ELSE
               MOVE "CRDT" TO WS-CDI
           END-IF
           STRING "<Bal><Tp><CdOrPrtry><Cd>" DELIMITED BY SIZE
               WS-FMT-TEGN DELIMITED BY SIZE
               "</Cd></CdOrPrtry></Tp><Amt Ccy=""DKK"">"
                   DELIMITED BY SIZE
               WS-FMT-TEKST(1:WS-FMT-LGD) DELIMITED BY SIZE
               "</Amt><CdtDbtInd>" DELIMITED BY SIZE
               WS-CDI DELIMITED BY SIZE
               "</CdtDbtInd><Dt><Dt>" DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               "</Dt></Dt></Bal>" DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE.

      * ONE <Ntry> PER BOOKED ROW - DKK AMOUNT (THE ORIGINAL AMOUNT
      * AND CURRENCY AS INSTRUCTED AMOUNT WHEN IT WAS FOREIGN),
      * REVERSAL FLAG ON A STORNO, BOOKING AND VALUE DATE, THE
      * TRANSACTION TYPE AS PROPRIETARY BANK CODE, COUNTERPARTY,
      * POSTING TEXT AND THE FIK OR BS REFERENCE.
       SKRIV-CAMT-POST.
           MOVE WS-VAL-DKK TO WS-FMT-BELOB
           PERFORM FORMATER-BELOB
           MOVE "<Ntry>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           IF WS-VAL-DKK < 0
               MOVE "DBIT" TO WS-CDI
           ELSE
               MOVE "CRDT" TO WS-CDI
           END-IF
           STRING "<Amt Ccy=""DKK"">" DELIMITED BY SIZE
               WS-FMT-TEKST(1:WS-FMT-LGD) DELIMITED BY SIZE
               "</Amt><CdtDbtInd>" DELIMITED BY SIZE
               WS-CDI DELIMITED BY SIZE
               "</CdtDbtInd>" DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           IF WS-ER-STORNO = "Y"
               MOVE "<RvslInd>true</RvslInd>" TO UDSKRIFT-RECORD
               PERFORM SKRIV-UDSKRIFT-LINJE
           END-IF
           STRING "<Sts>BOOK</Sts><BookgDt><Dt>" DELIMITED BY SIZE
               WS-BOGF-DATO DELIMITED BY SIZE
               "</Dt></BookgDt><ValDt><Dt>" DELIMITED BY SIZE
               WS-VAL-DATO DELIMITED BY SIZE
               "</Dt></ValDt>" DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           STRING "<BkTxCd><Prtry><Cd>" DELIMITED BY SIZE
               TRANSAKTIONSTYPE OF SORTED-REC DELIMITED BY SPACE
               "</Cd></Prtry></BkTxCd>" DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           MOVE "<NtryDtls><TxDtls>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           IF VALUTA OF SORTED-REC NOT = "DKK"
               AND VALUTA OF SORTED-REC NOT = SPACES
               MOVE WS-BELOB-NUM TO WS-FMT-BELOB
               PERFORM FORMATER-BELOB
               STRING "<AmtDtls><InstdAmt><Amt Ccy=""" DELIMITED BY SIZE
                   VALUTA OF SORTED-REC DELIMITED BY SIZE
                   """>" DELIMITED BY SIZE
                   WS-FMT-TEKST(1:WS-FMT-LGD) DELIMITED BY SIZE
                   "</Amt></InstdAmt></AmtDtls>" DELIMITED BY SIZE
                   INTO UDSKRIFT-RECORD
               PERFORM SKRIV-UDSKRIFT-LINJE
           END-IF
           PERFORM SKRIV-CAMT-MODPART
           PERFORM SKRIV-CAMT-REFERENCE
               THRU SKRIV-CAMT-REFERENCE-EXIT
           MOVE "</TxDtls></NtryDtls>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           IF POSTERINGSTEKST OF SORTED-REC NOT = SPACES
               MOVE POSTERINGSTEKST OF SORTED-REC TO WS-XML-IND
               PERFORM XML-TEKST
               STRING "<AddtlNtryInf>" DELIMITED BY SIZE
                   WS-XML-UD(1:WS-XML-LGD) DELIMITED BY SIZE
                   "</AddtlNtryInf>" DELIMITED BY SIZE
                   INTO UDSKRIFT-RECORD
               PERFORM SKRIV-UDSKRIFT-LINJE
           END-IF
           MOVE "</Ntry>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE.

      * THE COUNTERPARTY - THE CREDITOR ON A DEBIT, THE DEBTOR ON A
      * CREDIT: A FOREIGN IBAN (WITH ITS BIC AS AGENT), A DANISH
      * REG-NR/ACCOUNT, OR FOR A CARD PURCHASE THE MERCHANT'S NAME.
       SKRIV-CAMT-MODPART.
           EVALUATE WS-MODPART-TYPE
               WHEN "IBAN"
                   STRING "<RltdPties><" DELIMITED BY SIZE
                       WS-MODPART-ROLLE DELIMITED BY SIZE
                       "Acct><Id><IBAN>" DELIMITED BY SIZE
                       MODTAGER-IBAN OF SORTED-REC DELIMITED BY SPACE
                       "</IBAN></Id></" DELIMITED BY SIZE
                       WS-MODPART-ROLLE DELIMITED BY SIZE
                       "Acct></RltdPties>" DELIMITED BY SIZE
                       INTO UDSKRIFT-RECORD
                   PERFORM SKRIV-UDSKRIFT-LINJE
                   IF MODTAGER-BIC OF SORTED-REC NOT = SPACES
                       STRING "<RltdAgts><" DELIMITED BY SIZE
                           WS-MODPART-ROLLE DELIMITED BY SIZE
                           "Agt><FinInstnId><BIC>" DELIMITED BY SIZE
                           MODTAGER-BIC OF SORTED-REC
                               DELIMITED BY SPACE
                           "</BIC></FinInstnId></" DELIMITED BY SIZE
                           WS-MODPART-ROLLE DELIMITED BY SIZE
                           "Agt></RltdAgts>" DELIMITED BY SIZE
                           INTO UDSKRIFT-RECORD
                       PERFORM SKRIV-UDSKRIFT-LINJE
                   END-IF
               WHEN "BBAN"
                   STRING "<RltdPties><" DELIMITED BY SIZE
                       WS-MODPART-ROLLE DELIMITED BY SIZE
                       "Acct><Id><Othr><Id>" DELIMITED BY SIZE
                       MODTAGER-REG-NR OF SORTED-REC DELIMITED BY SIZE
                       MODTAGER-KONTONUMMER OF SORTED-REC
                           DELIMITED BY SPACE
                       "</Id></Othr></Id></" DELIMITED BY SIZE
                       WS-MODPART-ROLLE DELIMITED BY SIZE
                       "Acct></RltdPties>" DELIMITED BY SIZE
                       INTO UDSKRIFT-RECORD
                   PERFORM SKRIV-UDSKRIFT-LINJE
               WHEN "NAVN"
                   MOVE BUTIK OF SORTED-REC TO WS-XML-IND
                   PERFORM XML-TEKST
                   STRING "<RltdPties><" DELIMITED BY SIZE
                       WS-MODPART-ROLLE DELIMITED BY SIZE
                       "><Nm>" DELIMITED BY SIZE
                       WS-XML-UD(1:WS-XML-LGD) DELIMITED BY SIZE
                       "</Nm></" DELIMITED BY SIZE
                       WS-MODPART-ROLLE DELIMITED BY SIZE
                       "></RltdPties>" DELIMITED BY SIZE
                       INTO UDSKRIFT-RECORD
                   PERFORM SKRIV-UDSKRIFT-LINJE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * THE POSTING TEXT UNSTRUCTURED, THE FIK PAYMENT REFERENCE OR
      * BS CREDITOR NUMBER STRUCTURED, SO THE CUSTOMER'S LEDGER CAN
      * MATCH THE ENTRY TO ITS INVOICE WITHOUT PARSING FREE TEXT.
       SKRIV-CAMT-REFERENCE.
           IF POSTERINGSTEKST OF SORTED-REC = SPACES
               AND WS-REF-TYPE = SPACES
               GO TO SKRIV-CAMT-REFERENCE-EXIT
           END-IF
           MOVE "<RmtInf>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           IF POSTERINGSTEKST OF SORTED-REC NOT = SPACES
               MOVE POSTERINGSTEKST OF SORTED-REC TO WS-XML-IND
               PERFORM XML-TEKST
               STRING "<Ustrd>" DELIMITED BY SIZE
                   WS-XML-UD(1:WS-XML-LGD) DELIMITED BY SIZE
                   "</Ustrd>" DELIMITED BY SIZE
                   INTO UDSKRIFT-RECORD
               PERFORM SKRIV-UDSKRIFT-LINJE
           END-IF
           IF WS-REF-TYPE NOT = SPACES
               STRING "<Strd><CdtrRefInf><Tp><CdOrPrtry><Prtry>"
                       DELIMITED BY SIZE
                   WS-REF-TYPE DELIMITED BY SPACE
                   "</Prtry></CdOrPrtry></Tp><Ref>" DELIMITED BY SIZE
                   WS-REFERENCE DELIMITED BY SPACE
                   "</Ref></CdtrRefInf></Strd>" DELIMITED BY SIZE
                   INTO UDSKRIFT-RECORD
               PERFORM SKRIV-UDSKRIFT-LINJE
           END-IF
           MOVE "</RmtInf>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE.

       SKRIV-CAMT-REFERENCE-EXIT.
           EXIT.

      * CLOSING BOOKED AND CLOSING AVAILABLE, THEN THE ENVELOPE.
       SKRIV-CAMT-SLUT.
           MOVE AB-LUKKE-SALDO(WS-ABON-IX) TO WS-FMT-BELOB
           MOVE "CLBD" TO WS-FMT-TEGN
           PERFORM SKRIV-CAMT-SALDO
           MOVE WS-DISPONIBEL TO WS-FMT-BELOB
           MOVE "CLAV" TO WS-FMT-TEGN
           PERFORM SKRIV-CAMT-SALDO
           MOVE "</Stmt>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           MOVE "</BkToCstmrStmt>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           MOVE "</Document>" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE.

      * MT940 - :20: REFERENCE, :25: ACCOUNT, :28C: STATEMENT NUMBER
      * (THE CHAIN'S, LOW FIVE DIGITS - THE FIELD HOLDS NO MORE),
      * :60F: OPENING BOOKED BALANCE.
       SKRIV-MT940-HOVED.
           STRING ":20:" DELIMITED BY SIZE
               AB-KONTO-ID(WS-ABON-IX) DELIMITED BY SPACE
               AB-UDSKRIFT-NR(WS-ABON-IX) DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           STRING ":25:" DELIMITED BY SIZE
               AB-REG-NR(WS-ABON-IX) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AB-KONTONUMMER(WS-ABON-IX) DELIMITED BY SPACE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           MOVE AB-UDSKRIFT-NR(WS-ABON-IX) TO WS-MT-SEKVENS
           STRING ":28C:" DELIMITED BY SIZE
               WS-MT-SEKVENS DELIMITED BY SIZE
               "/1" DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           MOVE WS-AABNING-SALDO TO WS-FMT-BELOB
           MOVE ":60F:" TO WS-MT-TAG
           PERFORM SKRIV-MT940-SALDO.

      * ONE BALANCE LINE - WS-MT-TAG HOLDS THE FIELD TAG.
       SKRIV-MT940-SALDO.
           PERFORM FORMATER-BELOB
           INSPECT WS-FMT-TEKST REPLACING ALL "." BY ","
           IF WS-FMT-BELOB < 0
               MOVE "D" TO WS-MT-MAERKE
           ELSE
               MOVE "C" TO WS-MT-MAERKE
           END-IF
           STRING WS-MT-TAG DELIMITED BY SPACE
               WS-MT-MAERKE DELIMITED BY SPACE
               WS-DATO-KORT DELIMITED BY SIZE
               "DKK" DELIMITED BY SIZE
               WS-FMT-TEKST(1:WS-FMT-LGD) DELIMITED BY SIZE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE.

      * :61: STATEMENT LINE - VALUE DATE, BOOKING DATE (MMDD), MARK
      * (C/D, RC/RD ON A STORNO), AMOUNT, TRANSACTION CODE AND THE
      * FIK/BS REFERENCE AS CUSTOMER REFERENCE. :86: CARRIES THE
      * POSTING TEXT, THE COUNTERPARTY AND A FOREIGN ROW'S ORIGINAL
      * AMOUNT.
       SKRIV-MT940-POST.
           MOVE WS-VAL-DKK TO WS-FMT-BELOB
           PERFORM FORMATER-BELOB
           INSPECT WS-FMT-TEKST REPLACING ALL "." BY ","
           IF WS-ER-STORNO = "Y"
               IF WS-VAL-DKK < 0
                   MOVE "RC" TO WS-MT-MAERKE
               ELSE
                   MOVE "RD" TO WS-MT-MAERKE
               END-IF
           ELSE
               IF WS-VAL-DKK < 0
                   MOVE "D" TO WS-MT-MAERKE
               ELSE
                   MOVE "C" TO WS-MT-MAERKE
               END-IF
           END-IF
           IF WS-MODPART-TYPE = "IBAN" OR WS-MODPART-TYPE = "BBAN"
               MOVE "NTRF" TO WS-MT-KODE
           ELSE
               MOVE "NMSC" TO WS-MT-KODE
           END-IF
           IF WS-REFERENCE = SPACES
               MOVE "NONREF" TO WS-MT-REF
           ELSE
               MOVE WS-REFERENCE TO WS-MT-REF
           END-IF
           STRING ":61:" DELIMITED BY SIZE
               WS-VAL-DATO(3:2) DELIMITED BY SIZE
               WS-VAL-DATO(6:2) DELIMITED BY SIZE
               WS-VAL-DATO(9:2) DELIMITED BY SIZE
               WS-BOGF-DATO(6:2) DELIMITED BY SIZE
               WS-BOGF-DATO(9:2) DELIMITED BY SIZE
               WS-MT-MAERKE DELIMITED BY SPACE
               WS-FMT-TEKST(1:WS-FMT-LGD) DELIMITED BY SIZE
               WS-MT-KODE DELIMITED BY SIZE
               WS-MT-REF DELIMITED BY SPACE
               INTO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE
           IF POSTERINGSTEKST OF SORTED-REC NOT = SPACES
               STRING ":86:" DELIMITED BY SIZE
                   POSTERINGSTEKST OF SORTED-REC DELIMITED BY "  "
                   INTO UDSKRIFT-RECORD
           ELSE
               STRING ":86:" DELIMITED BY SIZE
                   TRANSAKTIONSTYPE OF SORTED-REC DELIMITED BY "  "
                   INTO UDSKRIFT-RECORD
           END-IF
           PERFORM SKRIV-UDSKRIFT-LINJE
           EVALUATE WS-MODPART-TYPE
               WHEN "IBAN"
                   STRING "/MODPART/" DELIMITED BY SIZE
                       MODTAGER-IBAN OF SORTED-REC DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       MODTAGER-BIC OF SORTED-REC DELIMITED BY SPACE
                       INTO UDSKRIFT-RECORD
                   PERFORM SKRIV-UDSKRIFT-LINJE
               WHEN "BBAN"
                   STRING "/MODPART/" DELIMITED BY SIZE
                       MODTAGER-REG-NR OF SORTED-REC DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MODTAGER-KONTONUMMER OF SORTED-REC
                           DELIMITED BY SPACE
                       INTO UDSKRIFT-RECORD
                   PERFORM SKRIV-UDSKRIFT-LINJE
               WHEN "NAVN"
                   STRING "/MODPART/" DELIMITED BY SIZE
                       BUTIK OF SORTED-REC DELIMITED BY "  "
                       INTO UDSKRIFT-RECORD
                   PERFORM SKRIV-UDSKRIFT-LINJE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF VALUTA OF SORTED-REC NOT = "DKK"
               AND VALUTA OF SORTED-REC NOT = SPACES
               STRING "/ORGBELOEB/" DELIMITED BY SIZE
                   VALUTA OF SORTED-REC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BELØB-TEXT OF SORTED-REC DELIMITED BY SIZE
                   INTO UDSKRIFT-RECORD
               PERFORM SKRIV-UDSKRIFT-LINJE
           END-IF.

      * :62F: CLOSING BOOKED, :64: CLOSING AVAILABLE, END OF MESSAGE.
       SKRIV-MT940-SLUT.
           MOVE AB-LUKKE-SALDO(WS-ABON-IX) TO WS-FMT-BELOB
           MOVE ":62F:" TO WS-MT-TAG
           PERFORM SKRIV-MT940-SALDO
           MOVE WS-DISPONIBEL TO WS-FMT-BELOB
           MOVE ":64:" TO WS-MT-TAG
           PERFORM SKRIV-MT940-SALDO
           MOVE "-" TO UDSKRIFT-RECORD
           PERFORM SKRIV-UDSKRIFT-LINJE.

      * AMOUNT AS TEXT: NO SIGN (BOTH FORMATS CARRY DIRECTION IN
      * THEIR OWN FIELD), NO LEADING BLANKS, TWO DECIMALS.
       FORMATER-BELOB.
           IF WS-FMT-BELOB < 0
               COMPUTE WS-FMT-ABS = 0 - WS-FMT-BELOB
           ELSE
               MOVE WS-FMT-BELOB TO WS-FMT-ABS
           END-IF
           MOVE WS-FMT-ABS TO WS-FMT-EDIT
           MOVE 1 TO WS-FMT-IX
           PERFORM UNTIL WS-FMT-EDIT(WS-FMT-IX:1) NOT = SPACE
               ADD 1 TO WS-FMT-IX
           END-PERFORM
           COMPUTE WS-FMT-LGD = 22 - WS-FMT-IX
           MOVE SPACES TO WS-FMT-TEKST
           MOVE WS-FMT-EDIT(WS-FMT-IX:WS-FMT-LGD) TO WS-FMT-TEKST.

      * FREE TEXT INTO AN XML ELEMENT: TRAILING BLANKS CUT AND
      * & < > " ' ESCAPED, SO A POSTING TEXT LIKE "H&M" CANNOT BREAK
      * THE FILE. AN ALL-BLANK INPUT COMES BACK AS ONE BLANK.
       XML-TEKST.
           MOVE SPACES TO WS-XML-UD
           MOVE ZEROES TO WS-XML-LGD
           MOVE 40 TO WS-XML-SLUT
           PERFORM UNTIL WS-XML-SLUT < 1
                   OR WS-XML-IND(WS-XML-SLUT:1) NOT = SPACE
               SUBTRACT 1 FROM WS-XML-SLUT
           END-PERFORM
           PERFORM VARYING WS-XML-IX FROM 1 BY 1
                   UNTIL WS-XML-IX > WS-XML-SLUT
               EVALUATE WS-XML-IND(WS-XML-IX:1)
                   WHEN "&"
                       MOVE "&amp;" TO WS-XML-UD(WS-XML-LGD + 1:5)
                       ADD 5 TO WS-XML-LGD
                   WHEN "<"
                       MOVE "&lt;" TO WS-XML-UD(WS-XML-LGD + 1:4)
                       ADD 4 TO WS-XML-LGD
                   WHEN ">"
                       MOVE "&gt;" TO WS-XML-UD(WS-XML-LGD + 1:4)
                       ADD 4 TO WS-XML-LGD
                   WHEN """"
                       MOVE "&quot;" TO WS-XML-UD(WS-XML-LGD + 1:6)
                       ADD 6 TO WS-XML-LGD
                   WHEN "'"
                       MOVE "&apos;" TO WS-XML-UD(WS-XML-LGD + 1:6)
                       ADD 6 TO WS-XML-LGD
                   WHEN OTHER
                       MOVE WS-XML-IND(WS-XML-IX:1)
                           TO WS-XML-UD(WS-XML-LGD + 1:1)
                       ADD 1 TO WS-XML-LGD
               END-EVALUATE
           END-PERFORM
           IF WS-XML-LGD = ZEROES
               MOVE 1 TO WS-XML-LGD
           END-IF.

      * DKK PASSES THROUGH; ANYTHING ELSE CONVERTS AT THE MOST
      * RECENT MID RATE DATED ON OR BEFORE THE BOOKING DATE - THE
      * SAME RULE AS THE STATEMENT RUN, SO THE ENTRIES ADD UP TO
      * THE CHAIN'S BALANCES.
       OMREGN-TIL-DKK.
           MOVE FUNCTION NUMVAL(BELØB-TEXT OF SORTED-REC)
               TO WS-BELOB-NUM
           MOVE ZEROES TO WS-VAL-DKK
           MOVE "N" TO WS-KURS-FOUND
           IF VALUTA OF SORTED-REC = "DKK"
               MOVE WS-BELOB-NUM TO WS-VAL-DKK
               MOVE "Y" TO WS-KURS-FOUND
           ELSE
               MOVE SPACES TO WS-BEDSTE-DATO
               MOVE ZEROES TO WS-BEDSTE-RATE
               PERFORM VARYING WS-KURS-IX FROM 1 BY 1
                       UNTIL WS-KURS-IX > ANTAL-KURSER
                   IF KURS-VALUTA OF KURS-AR(WS-KURS-IX)
                           = VALUTA OF SORTED-REC
                       AND KURS-DATO OF KURS-AR(WS-KURS-IX)
                           NOT > TIDSPUNKT OF SORTED-REC(1:10)
                       AND KURS-DATO OF KURS-AR(WS-KURS-IX)
                           > WS-BEDSTE-DATO
                       MOVE KURS-DATO OF KURS-AR(WS-KURS-IX)
                           TO WS-BEDSTE-DATO
                       MOVE KURS-RATE OF KURS-AR(WS-KURS-IX)
                           TO WS-BEDSTE-RATE
                       MOVE "Y" TO WS-KURS-FOUND
                   END-IF
               END-PERFORM
               IF WS-KURS-FOUND = "Y"
                   COMPUTE WS-VAL-DKK =
                       (WS-BELOB-NUM * WS-BEDSTE-RATE) / 100
               END-IF
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

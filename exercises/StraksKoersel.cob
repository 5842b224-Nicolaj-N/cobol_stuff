       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OUTBOUND INSTANT PAYMENTS QUEUED SINCE THE LAST RUN - SEE
      * STRAKSBETALINGER.CPY. OPTIONAL: NO FILE, NOTHING TO SEND.
           SELECT STRAKS-UD ASSIGN TO "StraksUd.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UD-STATUS.
      * INBOUND INSTANT PAYMENTS DELIVERED BY THE SCHEME SINCE THE
      * LAST RUN. OPTIONAL, SAME AS STRAKSUD.TXT.
           SELECT STRAKS-IND ASSIGN TO "StraksInd.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
      * BOTH QUEUES ARE CONSUMED AFTER THE RUN - DATED ARCHIVE, THEN
      * TRUNCATE - SO A RERUN CANNOT MOVE THE SAME MONEY TWICE.
           SELECT STRAKS-ARKIV ASSIGN TO WS-ARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE FUNDS CHECK STARTS FROM THE CLOSING-BALANCE CHAIN AND
      * THE ACCOUNT'S OPEN HOLDS - THE SAME AVAILABLE FIGURE
      * ERHVERVSBETALINGINTAKE CHECKS A CORPORATE FILE AGAINST.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
           SELECT RESERVATIONER ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
      * THE INTRADAY JOURNAL - EVERY INSTANT PAYMENT POSTED SINCE
      * THE LAST NIGHTLY CHAIN, IN TRANSAKTIONER.TXT'S OWN ROW
      * SHAPE. READ FIRST SO EARLIER RUNS' POSTINGS COUNT IN THE
      * AVAILABLE BALANCE, THEN EXTENDED WITH THIS RUN'S. THE NIGHT
      * CHAIN'S STRAKSNAT STEP MOVES IT ONTO TRANSAKTIONER.TXT.
           SELECT STRAKS-JOURNAL ASSIGN TO "StraksJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * KONTONUMMER -> KONTO-ID MAP FOR INBOUND PAYMENTS, PLUS THE
      * OWNER AND STATUS OF EVERY ACCOUNT.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CPR, NAME AND ADDRESS FOR THE POSTED ROWS.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OUR OWN REG-NR LIST - A RECEIVER ON BANKER.TXT IS AN
      * INTERNAL TRANSFER AND TAKES THE ORDINARY ROUTE.
           SELECT BANKOPLYSNINGER ASSIGN TO "Banker.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE MESSAGES TO THE INSTANT-CLEARING SCHEME - APPENDED EACH
      * RUN, COLLECTED BY THE SCHEME GATEWAY.
           SELECT STRAKS-CLEARING ASSIGN TO "StraksClearingUd.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARING-STATUS.
      * EVERY PAYMENT THIS RUN TURNED DOWN, WITH THE REASON -
      * APPENDED THROUGH THE DAY, HANDED TO THE MORNING REPORT BY
      * THE NIGHT CHAIN'S STRAKSNAT STEP.
           SELECT STRAKS-AFVISNINGER ASSIGN TO "StraksAfvisninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFV-STATUS.
      * THE OLD-TO-NEW KONTONUMMER MAP FROM BRANCH MERGERS - SEE
      * KONTOOMNUMMERERING.CPY. A PAYMENT TO A MOVED ACCOUNT'S OLD
      * NUMBER IS CREDITED TO THE ACCOUNT UNTIL KM-OMSTIL-TIL.
      * OPTIONAL.
           SELECT KONTO-OMNUMMERERING
               ASSIGN TO "KontoOmnummerering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STRAKS-UD.
       01 STRAKS-UD-REC.
           COPY "STRAKSBETALINGER.cpy".
       FD STRAKS-IND.
       01 STRAKS-IND-REC.
           COPY "STRAKSBETALINGER.cpy".
       FD STRAKS-ARKIV.
       01 STRAKS-ARKIV-REC          PIC X(200).
       FD LUKKESALDO-FILE.
       01 LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
           02  LS-UDSKRIFT-NR       PIC 9(6).
       FD RESERVATIONER.
       01 RESERVATION-REC.
           COPY "RESERVATIONER.cpy".
       FD STRAKS-JOURNAL.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD BANKOPLYSNINGER.
       01 BANKOPL-IN.
           COPY "BANKER.cpy".
       FD STRAKS-CLEARING.
       01 STRAKS-MEDD-REC.
           COPY "STRAKSBETALINGER.cpy".
       FD STRAKS-AFVISNINGER.
       01 STRAKS-AFV-RECORD.
           02  STRAKS-AFV-LINE      PIC X(150) VALUE SPACES.
       FD KONTO-OMNUMMERERING.
       01 KM-REC.
           COPY "KONTOOMNUMMERERING.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "STRAKS".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RECS-AFVIST           PIC 9(9) VALUE ZEROES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-UD-STATUS             PIC XX VALUE "00".
       01  WS-IND-STATUS            PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-RES-STATUS            PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  WS-CLEARING-STATUS       PIC XX VALUE "00".
       01  WS-AFV-STATUS            PIC XX VALUE "00".
       01  EOF-UD                   PIC X VALUE "N".
       01  EOF-IND                  PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-RES                  PIC X VALUE "N".
       01  EOF-JOURNAL              PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-BANK                 PIC X VALUE "N".
      * DATED ARCHIVES OF THE CONSUMED QUEUES - SEE ARKIVER-UD AND
      * ARKIVER-IND.
       01  WS-ARKIV-NAVN            PIC X(40) VALUE SPACES.
       01  WS-ARKIV-BUFFER          PIC X(200) VALUE SPACES.
       01  EOF-ARKIV                PIC X VALUE "N".
       01  WS-UD-BEHANDLET          PIC X VALUE "N".
       01  WS-IND-BEHANDLET         PIC X VALUE "N".
      * EVERY ACCOUNT WITH ITS RUNNING AVAILABLE BALANCE: CLOSING
      * BALANCE, MINUS OPEN HOLDS, PLUS EVERY INSTANT POSTING ON
      * THE INTRADAY JOURNAL - EARLIER RUNS' AND THIS RUN'S ALIKE.
       01  KONTO-AR OCCURS 999 TIMES.
           02  KO-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KO-KONTONUMMER       PIC X(20) VALUE SPACES.
           02  KO-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KO-STATUS            PIC X(6) VALUE SPACES.
           02  KO-REG-NR            PIC 9(4) VALUE ZEROES.
           02  KO-DISPONIBEL        PIC S9(18)V99 VALUE ZEROES.
       01  ANTAL-KONTI              PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-IX              PIC 9(4).
       01  WS-KONTO-MATCH-IX        PIC 9(4) VALUE ZEROES.
      * CUSTOMER MASTER FOR CPR, NAME AND ADDRESS.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-FOUND           PIC X VALUE "N".
       01  EGNE-REG-AR OCCURS 100 TIMES PIC 9(4) VALUE ZEROES.
       01  ANTAL-EGNE-REG           PIC 999 VALUE ZEROES.
       01  WS-EGNE-IX               PIC 999.
       01  WS-EGEN-BANK             PIC X VALUE "N".
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-BELOB-TEKST           PIC -(9)9.99.
       01  WS-DISPONIBEL-TEKST      PIC -(15)9.99.
       01  WS-AARSAG                PIC X(30) VALUE SPACES.
      * MOVED ACCOUNTS STILL IN THEIR TRANSITION PERIOD, LOADED ONCE.
       01  WS-MAP-STATUS            PIC XX VALUE "00".
       01  EOF-MAP                  PIC X VALUE "N".
       01  OMNR-AR OCCURS 999 TIMES.
           02  OM-GAMMEL-NR         PIC X(20) VALUE SPACES.
           02  OM-KONTO-ID          PIC X(10) VALUE SPACES.
       01  ANTAL-OMNR               PIC 9(4) VALUE ZEROES.
       01  WS-OMNR-IX               PIC 9(4).

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

      * THE INTRADAY INSTANT-PAYMENT RUN - STARTED BY OPERATIONS
      * THROUGH THE DAY, NEVER PART OF THE NIGHT CHAIN. INBOUND
      * PAYMENTS ARE CREDITED FIRST SO MONEY THAT ARRIVED IN THE
      * SAME WINDOW CAN FUND AN OUTBOUND ONE; EVERY POSTING GOES
      * STRAIGHT TO THE INTRADAY JOURNAL AND EVERY DECISION TO THE
      * SCHEME AS A MESSAGE.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-KONTI
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-EGNE-REG-NR
           PERFORM LOAD-OMNUMMERERING
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-RESERVATIONER
           PERFORM LOAD-STRAKS-JOURNAL
           OPEN EXTEND STRAKS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT STRAKS-JOURNAL
           END-IF
           OPEN EXTEND STRAKS-CLEARING
           IF WS-CLEARING-STATUS = "35"
               OPEN OUTPUT STRAKS-CLEARING
           END-IF
           OPEN EXTEND STRAKS-AFVISNINGER
           IF WS-AFV-STATUS = "35"
               OPEN OUTPUT STRAKS-AFVISNINGER
           END-IF
           OPEN INPUT STRAKS-IND
           IF WS-IND-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "Y" TO WS-IND-BEHANDLET
               PERFORM UNTIL EOF-IND = "Y"
                   READ STRAKS-IND
                       AT END
                           MOVE "Y" TO EOF-IND
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           PERFORM BEHANDL-IND
                               THRU BEHANDL-IND-EXIT
                   END-READ
               END-PERFORM
               CLOSE STRAKS-IND
           END-IF
           OPEN INPUT STRAKS-UD
           IF WS-UD-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "Y" TO WS-UD-BEHANDLET
               PERFORM UNTIL EOF-UD = "Y"
                   READ STRAKS-UD
                       AT END
                           MOVE "Y" TO EOF-UD
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           PERFORM BEHANDL-UD
                               THRU BEHANDL-UD-EXIT
                   END-READ
               END-PERFORM
               CLOSE STRAKS-UD
           END-IF
           CLOSE STRAKS-AFVISNINGER
           CLOSE STRAKS-CLEARING
           CLOSE STRAKS-JOURNAL
           IF WS-IND-BEHANDLET = "Y"
               PERFORM ARKIVER-IND
           END-IF
           IF WS-UD-BEHANDLET = "Y"
               PERFORM ARKIVER-UD
           END-IF
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

      * CAPTURES THE RUN'S START DATE/TIME AND BUILDS ITS
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

      * APPENDS ONE LINE TO BATCHAUDITLOG.TXT - PAYMENTS READ,
      * POSTED, AND TURNED DOWN.
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
                       MOVE KONTONUMMER OF KONTOOPL-IN
                           TO KO-KONTONUMMER(ANTAL-KONTI)
                       MOVE KUNDE-ID OF KONTOOPL-IN
                           TO KO-KUNDE-ID(ANTAL-KONTI)
                       MOVE KONTO-STATUS OF KONTOOPL-IN
                           TO KO-STATUS(ANTAL-KONTI)
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

       LOAD-EGNE-REG-NR.
           OPEN INPUT BANKOPLYSNINGER
           PERFORM UNTIL EOF-BANK = "Y"
               READ BANKOPLYSNINGER INTO BANKOPL-IN
                   AT END
                       MOVE "Y" TO EOF-BANK
                   NOT AT END
                       ADD 1 TO ANTAL-EGNE-REG
                       MOVE REG-NR OF BANKOPL-IN
                           TO EGNE-REG-AR(ANTAL-EGNE-REG)
               END-READ
           END-PERFORM
           CLOSE BANKOPLYSNINGER.

      * ONLY THE ROWS WHOSE TRANSITION PERIOD RUNS TODAY - A ROW
      * PAST KM-OMSTIL-TIL NO LONGER REDIRECTS.
       LOAD-OMNUMMERERING.
           OPEN INPUT KONTO-OMNUMMERERING
           IF WS-MAP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MAP = "Y"
                   READ KONTO-OMNUMMERERING
                       AT END
                           MOVE "Y" TO EOF-MAP
                       NOT AT END
                           IF KM-OMSTIL-TIL NOT < WS-DAGS-DATO
                               AND ANTAL-OMNR < 999
                               ADD 1 TO ANTAL-OMNR
                               MOVE KM-GAMMEL-KONTONUMMER
                                   TO OM-GAMMEL-NR(ANTAL-OMNR)
                               MOVE KM-KONTO-ID
                                   TO OM-KONTO-ID(ANTAL-OMNR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTO-OMNUMMERERING
           END-IF.

      * THE CLOSING BALANCE AND REG-NR FROM THE LAST NIGHT'S
      * STATEMENT RUN. AN ACCOUNT WITH NO CLOSING ROW YET STARTS
      * FROM ZERO.
       LOAD-LUKKESALDO.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                                   UNTIL WS-KONTO-IX > ANTAL-KONTI
                               IF KO-KONTO-ID(WS-KONTO-IX)
                                       = LS-KONTO-ID
                                   MOVE LS-BALANCE
                                       TO KO-DISPONIBEL(WS-KONTO-IX)
                                   MOVE LS-REG-NR
                                       TO KO-REG-NR(WS-KONTO-IX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

      * OPEN HOLDS COME OFF THE AVAILABLE BALANCE - ONLY AABEN ROWS
      * BIND MONEY, SAME RULE AS MINIUDSKRIFT AND THE STATEMENT RUN.
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
                               PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                                       UNTIL WS-KONTO-IX > ANTAL-KONTI
                                   IF KO-KONTO-ID(WS-KONTO-IX)
                                       = RS-KONTO-ID OF RESERVATION-REC
                                       SUBTRACT RS-BELOB OF
                                           RESERVATION-REC
                                           FROM KO-DISPONIBEL
                                               (WS-KONTO-IX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONER
           END-IF.

      * THE DAY'S EARLIER INSTANT POSTINGS - NOT ON THE CLOSING
      * BALANCE YET, SO THEY ARE ADDED HERE WITH THEIR OWN SIGN.
       LOAD-STRAKS-JOURNAL.
           OPEN INPUT STRAKS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-JOURNAL = "Y"
                   READ STRAKS-JOURNAL
                       AT END
                           MOVE "Y" TO EOF-JOURNAL
                       NOT AT END
                           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                                   UNTIL WS-KONTO-IX > ANTAL-KONTI
                               IF KO-KONTO-ID(WS-KONTO-IX)
                                       = KONTO-ID OF TRANSAKTION-REC
                                   ADD BELØB OF TRANSAKTION-REC
                                       TO KO-DISPONIBEL(WS-KONTO-IX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE STRAKS-JOURNAL
           END-IF.

      * ONE INBOUND INSTANT PAYMENT. THE SCHEME EXPECTS AN ANSWER
      * ON EVERY ONE - ACCEPT WHEN THE CREDIT IS POSTED, AFVIST WITH
      * A REASON OTHERWISE. THERE IS NO SUSPENSE ROUTE AS FOR
      * ORDINARY CLEARING: AN INSTANT PAYMENT WE CANNOT PLACE GOES
      * STRAIGHT BACK TO THE SENDER.
       BEHANDL-IND.
           IF SB-VALUTA OF STRAKS-IND-REC NOT = "DKK"
               MOVE "VALUTA IKKE DKK" TO WS-AARSAG
               PERFORM AFVIS-IND
               GO TO BEHANDL-IND-EXIT
           END-IF
           IF SB-BELOB OF STRAKS-IND-REC IS NOT NUMERIC
               OR SB-BELOB OF STRAKS-IND-REC = ZEROES
               MOVE "UGYLDIGT BELOEB" TO WS-AARSAG
               PERFORM AFVIS-IND
               GO TO BEHANDL-IND-EXIT
           END-IF
           MOVE ZEROES TO WS-KONTO-MATCH-IX
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KO-KONTONUMMER(WS-KONTO-IX)
                       = SB-MODT-KONTONUMMER OF STRAKS-IND-REC
                   AND KO-KONTONUMMER(WS-KONTO-IX) NOT = SPACES
                   MOVE WS-KONTO-IX TO WS-KONTO-MATCH-IX
               END-IF
           END-PERFORM
      * A MERGED BRANCH'S OLD NUMBER, STILL IN ITS TRANSITION PERIOD.
           IF WS-KONTO-MATCH-IX = ZEROES
               PERFORM VARYING WS-OMNR-IX FROM 1 BY 1
                       UNTIL WS-OMNR-IX > ANTAL-OMNR
                   IF OM-GAMMEL-NR(WS-OMNR-IX)
                           = SB-MODT-KONTONUMMER OF STRAKS-IND-REC
                       PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                               UNTIL WS-KONTO-IX > ANTAL-KONTI
                           IF KO-KONTO-ID(WS-KONTO-IX)
                                   = OM-KONTO-ID(WS-OMNR-IX)
                               MOVE WS-KONTO-IX TO WS-KONTO-MATCH-IX
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-KONTO-MATCH-IX = ZEROES
               MOVE "UKENDT MODTAGERKONTO" TO WS-AARSAG
               PERFORM AFVIS-IND
               GO TO BEHANDL-IND-EXIT
           END-IF
           IF KO-STATUS(WS-KONTO-MATCH-IX) = "LUKKET"
               MOVE "MODTAGERKONTO LUKKET" TO WS-AARSAG
               PERFORM AFVIS-IND
               GO TO BEHANDL-IND-EXIT
           END-IF

           PERFORM FIND-KUNDE
           PERFORM BYG-TRANSAKTION
           IF KO-REG-NR(WS-KONTO-MATCH-IX) = ZEROES
               MOVE SB-MODT-REG-NR OF STRAKS-IND-REC
                   TO REG-NR OF TRANSAKTION-REC
           END-IF
           MOVE SB-BELOB OF STRAKS-IND-REC TO WS-POST-BELOB
           MOVE "STRAKS-IND" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE "DKK" TO VALUTA OF TRANSAKTION-REC
      * THE SENDER RIDES IN THE POSTING TEXT, NOT THE MODTAGER
      * FIELDS - A FOREIGN REG-NR THERE WOULD READ AS AN OUTBOUND
      * TRANSFER TO CLEARING AND NETTING.
           IF SB-TEKST OF STRAKS-IND-REC NOT = SPACES
               MOVE SB-TEKST OF STRAKS-IND-REC
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
           ELSE
               STRING "STRAKS FRA " DELIMITED BY SIZE
                   SB-AFS-REG-NR OF STRAKS-IND-REC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SB-AFS-KONTONUMMER OF STRAKS-IND-REC
                       DELIMITED BY SIZE
                   INTO POSTERINGSTEKST OF TRANSAKTION-REC
           END-IF
           WRITE TRANSAKTION-REC
           ADD WS-POST-BELOB TO KO-DISPONIBEL(WS-KONTO-MATCH-IX)
           MOVE STRAKS-IND-REC TO STRAKS-MEDD-REC
           MOVE KO-KONTO-ID(WS-KONTO-MATCH-IX)
               TO SB-KONTO-ID OF STRAKS-MEDD-REC
           MOVE WS-TIDSPUNKT TO SB-TIDSPUNKT OF STRAKS-MEDD-REC
           MOVE "ACCEPT" TO SB-STATUS OF STRAKS-MEDD-REC
           MOVE SPACES TO SB-AARSAG OF STRAKS-MEDD-REC
           WRITE STRAKS-MEDD-REC
           ADD 1 TO WS-RECS-OUT.

       BEHANDL-IND-EXIT.
           EXIT.

      * AN INBOUND PAYMENT TURNED DOWN - THE AFVIST ANSWER TO THE
      * SCHEME AND A LINE ON THE DAY'S REJECTION LIST. CALLER SETS
      * WS-AARSAG FIRST.
       AFVIS-IND.
           MOVE STRAKS-IND-REC TO STRAKS-MEDD-REC
           MOVE WS-TIDSPUNKT TO SB-TIDSPUNKT OF STRAKS-MEDD-REC
           MOVE "AFVIST" TO SB-STATUS OF STRAKS-MEDD-REC
           MOVE WS-AARSAG TO SB-AARSAG OF STRAKS-MEDD-REC
           WRITE STRAKS-MEDD-REC
           ADD 1 TO WS-RECS-AFVIST
           MOVE SB-BELOB OF STRAKS-IND-REC TO WS-BELOB-TEKST
           MOVE SPACES TO STRAKS-AFV-RECORD
           STRING "IND " DELIMITED BY SIZE
               SB-REFERENCE OF STRAKS-IND-REC DELIMITED BY SIZE
               " TIL " DELIMITED BY SIZE
               SB-MODT-KONTONUMMER OF STRAKS-IND-REC
                   DELIMITED BY SIZE
               " BELOEB " DELIMITED BY SIZE
               WS-BELOB-TEKST DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-AARSAG DELIMITED BY SIZE
               INTO STRAKS-AFV-RECORD
           WRITE STRAKS-AFV-RECORD.

      * ONE OUTBOUND INSTANT PAYMENT. IT LEAVES ONLY IF THE ACCOUNT
      * IS AKTIV AND ITS AVAILABLE BALANCE - CLOSING BALANCE MINUS
      * OPEN HOLDS PLUS EVERYTHING ALREADY POSTED INTRADAY - COVERS
      * IT; THE DEBIT AND THE MESSAGE THEN GO OUT TOGETHER.
       BEHANDL-UD.
           MOVE ZEROES TO WS-KONTO-MATCH-IX
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > ANTAL-KONTI
               IF KO-KONTO-ID(WS-KONTO-IX)
                       = SB-KONTO-ID OF STRAKS-UD-REC
                   MOVE WS-KONTO-IX TO WS-KONTO-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-KONTO-MATCH-IX = ZEROES
               MOVE "UKENDT KONTO" TO WS-AARSAG
               PERFORM AFVIS-UD
               GO TO BEHANDL-UD-EXIT
           END-IF
           IF KO-STATUS(WS-KONTO-MATCH-IX) NOT = "AKTIV"
               MOVE "KONTO IKKE AKTIV" TO WS-AARSAG
               PERFORM AFVIS-UD
               GO TO BEHANDL-UD-EXIT
           END-IF
           IF SB-VALUTA OF STRAKS-UD-REC NOT = "DKK"
               MOVE "VALUTA IKKE DKK" TO WS-AARSAG
               PERFORM AFVIS-UD
               GO TO BEHANDL-UD-EXIT
           END-IF
           IF SB-BELOB OF STRAKS-UD-REC IS NOT NUMERIC
               OR SB-BELOB OF STRAKS-UD-REC = ZEROES
               MOVE "UGYLDIGT BELOEB" TO WS-AARSAG
               PERFORM AFVIS-UD
               GO TO BEHANDL-UD-EXIT
           END-IF
           IF SB-MODT-REG-NR OF STRAKS-UD-REC IS NOT NUMERIC
               OR SB-MODT-REG-NR OF STRAKS-UD-REC = ZEROES
               OR SB-MODT-KONTONUMMER OF STRAKS-UD-REC = SPACES
               MOVE "MODTAGER MANGLER" TO WS-AARSAG
               PERFORM AFVIS-UD
               GO TO BEHANDL-UD-EXIT
           END-IF
           MOVE "N" TO WS-EGEN-BANK
           PERFORM VARYING WS-EGNE-IX FROM 1 BY 1
                   UNTIL WS-EGNE-IX > ANTAL-EGNE-REG
               IF EGNE-REG-AR(WS-EGNE-IX)
                       = SB-MODT-REG-NR OF STRAKS-UD-REC
                   MOVE "Y" TO WS-EGEN-BANK
               END-IF
           END-PERFORM
           IF WS-EGEN-BANK = "Y"
               MOVE "MODTAGER I EGEN BANK" TO WS-AARSAG
               PERFORM AFVIS-UD
               GO TO BEHANDL-UD-EXIT
           END-IF
           IF KO-DISPONIBEL(WS-KONTO-MATCH-IX)
                   < SB-BELOB OF STRAKS-UD-REC
               MOVE "DISPONIBEL DAEKKER IKKE" TO WS-AARSAG
               PERFORM AFVIS-UD
               GO TO BEHANDL-UD-EXIT
           END-IF

           PERFORM FIND-KUNDE
           PERFORM BYG-TRANSAKTION
           IF KO-REG-NR(WS-KONTO-MATCH-IX) = ZEROES
               MOVE SB-AFS-REG-NR OF STRAKS-UD-REC
                   TO REG-NR OF TRANSAKTION-REC
           END-IF
           COMPUTE WS-POST-BELOB = 0 - SB-BELOB OF STRAKS-UD-REC
           MOVE "STRAKS-UD" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE "DKK" TO VALUTA OF TRANSAKTION-REC
           MOVE SB-MODT-REG-NR OF STRAKS-UD-REC
               TO MODTAGER-REG-NR OF TRANSAKTION-REC
           MOVE SB-MODT-KONTONUMMER OF STRAKS-UD-REC
               TO MODTAGER-KONTONUMMER OF TRANSAKTION-REC
           MOVE SB-TEKST OF STRAKS-UD-REC
               TO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           ADD WS-POST-BELOB TO KO-DISPONIBEL(WS-KONTO-MATCH-IX)
           MOVE STRAKS-UD-REC TO STRAKS-MEDD-REC
           MOVE REG-NR OF TRANSAKTION-REC
               TO SB-AFS-REG-NR OF STRAKS-MEDD-REC
           MOVE KO-KONTONUMMER(WS-KONTO-MATCH-IX)
               TO SB-AFS-KONTONUMMER OF STRAKS-MEDD-REC
           MOVE WS-TIDSPUNKT TO SB-TIDSPUNKT OF STRAKS-MEDD-REC
           MOVE "SENDT" TO SB-STATUS OF STRAKS-MEDD-REC
           MOVE SPACES TO SB-AARSAG OF STRAKS-MEDD-REC
           WRITE STRAKS-MEDD-REC
           ADD 1 TO WS-RECS-OUT.

       BEHANDL-UD-EXIT.
           EXIT.

      * AN OUTBOUND PAYMENT TURNED DOWN - NOTHING POSTS AND NOTHING
      * GOES TO THE SCHEME; THE REJECTION LIST CARRIES THE REASON
      * AND, ON A FUNDS SHORTFALL, THE AVAILABLE FIGURE.
       AFVIS-UD.
           ADD 1 TO WS-RECS-AFVIST
           MOVE SB-BELOB OF STRAKS-UD-REC TO WS-BELOB-TEKST
           MOVE SPACES TO STRAKS-AFV-RECORD
           IF WS-AARSAG = "DISPONIBEL DAEKKER IKKE"
               MOVE KO-DISPONIBEL(WS-KONTO-MATCH-IX)
                   TO WS-DISPONIBEL-TEKST
               STRING "UD  " DELIMITED BY SIZE
                   SB-REFERENCE OF STRAKS-UD-REC DELIMITED BY SIZE
                   " KONTO-ID " DELIMITED BY SIZE
                   SB-KONTO-ID OF STRAKS-UD-REC DELIMITED BY SIZE
                   " BELOEB " DELIMITED BY SIZE
                   WS-BELOB-TEKST DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-AARSAG DELIMITED BY "  "
                   " - DISPONIBEL " DELIMITED BY SIZE
                   WS-DISPONIBEL-TEKST DELIMITED BY SIZE
                   INTO STRAKS-AFV-RECORD
           ELSE
               STRING "UD  " DELIMITED BY SIZE
                   SB-REFERENCE OF STRAKS-UD-REC DELIMITED BY SIZE
                   " KONTO-ID " DELIMITED BY SIZE
                   SB-KONTO-ID OF STRAKS-UD-REC DELIMITED BY SIZE
                   " BELOEB " DELIMITED BY SIZE
                   WS-BELOB-TEKST DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-AARSAG DELIMITED BY SIZE
                   INTO STRAKS-AFV-RECORD
           END-IF
           WRITE STRAKS-AFV-RECORD.

      * THE ACCOUNT'S HOLDER - KONTO-ID TO KUNDE-ID THROUGH THE
      * ACCOUNT TABLE, THEN THE CUSTOMER MASTER.
       FIND-KUNDE.
           MOVE "N" TO WS-KUNDE-FOUND
           MOVE ZEROES TO WS-KUNDE-MATCH-IX
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = KO-KUNDE-ID(WS-KONTO-MATCH-IX)
                   MOVE "Y" TO WS-KUNDE-FOUND
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM.

      * THE CUSTOMER-SIDE FIELDS EVERY POSTING THIS RUN CARRIES -
      * CPR, NAME AND ADDRESS FROM THE MASTER, REG-NR FROM THE
      * CLOSING-BALANCE CHAIN.
       BYG-TRANSAKTION.
           MOVE SPACES TO TRANSAKTION-REC
           MOVE ZEROES TO MODTAGER-REG-NR OF TRANSAKTION-REC
           MOVE KO-KONTO-ID(WS-KONTO-MATCH-IX)
               TO KONTO-ID OF TRANSAKTION-REC
           IF WS-KUNDE-FOUND = "Y"
               MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   TO CPR OF TRANSAKTION-REC
               STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO NAVN OF TRANSAKTION-REC
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
                   INTO ADRESSE OF TRANSAKTION-REC
           END-IF
           MOVE KO-REG-NR(WS-KONTO-MATCH-IX)
               TO REG-NR OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC.

      * CONSUMES THE PROCESSED INBOUND QUEUE: EVERY ROW GOES TO THE
      * DATED ARCHIVE, THEN THE INPUT IS TRUNCATED.
       ARKIVER-IND.
           MOVE SPACES TO WS-ARKIV-NAVN
           STRING "StraksInd" DELIMITED BY SIZE
               WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARKIV-NAVN
           OPEN INPUT STRAKS-IND
           OPEN OUTPUT STRAKS-ARKIV
           MOVE "N" TO EOF-ARKIV
           PERFORM UNTIL EOF-ARKIV = "Y"
               READ STRAKS-IND INTO WS-ARKIV-BUFFER
                   AT END
                       MOVE "Y" TO EOF-ARKIV
                   NOT AT END
                       WRITE STRAKS-ARKIV-REC FROM WS-ARKIV-BUFFER
               END-READ
           END-PERFORM
           CLOSE STRAKS-IND
           CLOSE STRAKS-ARKIV
           OPEN OUTPUT STRAKS-IND
           CLOSE STRAKS-IND.

      * SAME FOR THE OUTBOUND QUEUE.
       ARKIVER-UD.
           MOVE SPACES TO WS-ARKIV-NAVN
           STRING "StraksUd" DELIMITED BY SIZE
               WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARKIV-NAVN
           OPEN INPUT STRAKS-UD
           OPEN OUTPUT STRAKS-ARKIV
           MOVE "N" TO EOF-ARKIV
           PERFORM UNTIL EOF-ARKIV = "Y"
               READ STRAKS-UD INTO WS-ARKIV-BUFFER
                   AT END
                       MOVE "Y" TO EOF-ARKIV
                   NOT AT END
                       WRITE STRAKS-ARKIV-REC FROM WS-ARKIV-BUFFER
               END-READ
           END-PERFORM
           CLOSE STRAKS-UD
           CLOSE STRAKS-ARKIV
           OPEN OUTPUT STRAKS-UD
           CLOSE STRAKS-UD.

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

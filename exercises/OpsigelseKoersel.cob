       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE WITHDRAWAL NOTICE REGISTER - SEE OPSIGELSER.CPY. LOADED
      * WHOLE AND WRITTEN BACK WITH TONIGHT'S DRAWINGS AND STATUSES.
      * OPTIONAL: NO FILE, NO NOTICES.
           SELECT OPSIGELSER ASSIGN TO "Opsigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSIG-STATUS.
      * THE DAY'S VALIDATED FEED - EVERY DEBIT ON A NOTICE ACCOUNT
      * THAT GOT PAST TRANSAKTIONERKONTROL TODAY.
           SELECT TRANSAKTIONER-VALIDERET
               ASSIGN TO "TransaktionerValideret.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.
      * THE PENALTY RATE - PER CENT A YEAR ON A WITHDRAWAL TAKEN
      * WITHOUT NOTICE, CHARGED FOR THE NOTICE PERIOD SKIPPED. THE
      * PRODUCT DESK RETUNES IT WITH THE NOTICE RATES, SO IT LIVES IN
      * A ONE-LINE CONFIG FILE LIKE PENSIONSLOFT.TXT; NO FILE KEEPS
      * THE DEFAULT IN WS-STRAFSATS.
           SELECT OPSIGELSE-STRAFSATS
               ASSIGN TO "OpsigelseStrafsats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SATS-STATUS.
      * OPENED EXTEND FOR THE PENALTY ROWS - SAME SHAPE AS THE OTHER
      * POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WHAT NEEDS A LOOK TOMORROW - A NOTICE THAT LAPSED UNDRAWN,
      * AND A DEBIT THE DUE NOTICES COULD NOT COVER.
           SELECT OPSIGELSE-AFVIGELSER
               ASSIGN TO "OpsigelseAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "OpsigelseJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPSIGELSER.
       01 OPSIG-REC.
           COPY "OPSIGELSER.cpy".
       FD TRANSAKTIONER-VALIDERET.
       01 VALIDERET-REC.
           COPY "TRANSAKTIONER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD OPSIGELSE-STRAFSATS.
       01 STRAFSATS-RECORD.
           02  SS-SATS              PIC 9(3)V99.
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD OPSIGELSE-AFVIGELSER.
       01 OPSIGELSE-AFV-RECORD.
           02  OPSIGELSE-AFV-LINE   PIC X(120) VALUE SPACES.
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "OPSIGKOER".
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
       01  WS-OPSIG-STATUS          PIC XX VALUE "00".
       01  WS-KONTOOPL-STATUS       PIC XX VALUE "00".
       01  WS-SATS-STATUS           PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-OPSIG                PIC X VALUE "N".
       01  EOF-VALIDERET            PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
      * PER CENT A YEAR; OPSIGELSESTRAFSATS.TXT OVERRIDES.
       01  WS-STRAFSATS             PIC 9(3)V99 VALUE 2.00.
      * THE REGISTER IN MEMORY. ROWS PAST THE TABLE ARE COUNTED, NOT
      * LOADED - SEE LOAD-OPSIGELSER.
       01  OPSIG-AR OCCURS 999 TIMES.
           COPY "OPSIGELSER.cpy".
       01  ANTAL-OPSIG              PIC 9(4) VALUE ZEROES.
       01  WS-OPSIG-OVERLOEB        PIC 9(5) VALUE ZEROES.
       01  WS-OPSIG-IX              PIC 9(4).
      * THE NOTICE ACCOUNTS AND THEIR NOTICE PERIOD, FROM KONTOOPT.TXT.
       01  OPSIG-KONTO-AR OCCURS 500 TIMES.
           02  NK-KONTO-ID          PIC X(10) VALUE SPACES.
           02  NK-MAANEDER          PIC 9(2) VALUE ZEROES.
       01  ANTAL-NK                 PIC 9(3) VALUE ZEROES.
       01  WS-NK-IX                 PIC 9(3).
       01  WS-NK-SLOT               PIC 9(3) VALUE ZEROES.
      * ONE DEBIT BEING BOOKED AGAINST THE ACCOUNT'S DUE NOTICES -
      * WHAT IS STILL TO PLACE, THE OLDEST DUE NOTICE WITH ROOM LEFT,
      * AND HOW MUCH OF IT IS TAKEN.
       01  WS-DEBET                 PIC S9(9)V99 VALUE ZEROES.
       01  WS-REST-DEBET            PIC S9(9)V99 VALUE ZEROES.
       01  WS-AELDSTE-IX            PIC 9(4) VALUE ZEROES.
       01  WS-OPSIG-REST            PIC S9(11)V99 VALUE ZEROES.
       01  WS-TRAEK                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-HAEVET-I-ALT          PIC S9(11)V99 VALUE ZEROES.
      * A WITHDRAWAL WITHOUT NOTICE AND ITS PENALTY. A RUN THAT
      * REACHED ITS SLUT ROW TODAY HAS POSTED TONIGHT'S PENALTIES
      * ALREADY - WS-STRAF-BOGFOERT, SET FROM THE JOURNAL - AND A
      * RERUN ONLY RE-DERIVES THE REGISTER.
       01  WS-STRAF-BOGFOERT        PIC X VALUE "N".
       01  WS-STRAF-BELOB           PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
      * LISTS AND COUNTS.
       01  WS-VIS-BELOB             PIC -(9)9.99.
       01  WS-VIS-BELOB2            PIC -(9)9.99.
       01  WS-AFVIGELSE             PIC X(40) VALUE SPACES.
       01  WS-AFV-DETALJE           PIC X(70) VALUE SPACES.
       01  WS-ANTAL-FORFALDEN       PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-HAEVET          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-UDLOEBET        PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-STRAF           PIC 9(5) VALUE ZEROES.
       01  WS-FORRIGE-STATUS        PIC X(10) VALUE SPACES.

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

      * THE NIGHTLY NOTICE-ACCOUNT RUN. RUNS ONCE THE SECOND
      * VALIDATION PASS HAS LET TODAY'S DEBITS THROUGH AGAINST THE
      * DUE NOTICES. EACH ORDINARY DEBIT ON A NOTICE ACCOUNT IS
      * BOOKED AGAINST ITS DUE NOTICES, OLDEST DUE DATE FIRST; EACH
      * WITHDRAWAL TAKEN WITHOUT NOTICE IS CHARGED PENALTY INTEREST
      * FOR THE NOTICE PERIOD IT SKIPPED. EVERY NOTICE THEN GETS ITS
      * STATUS FOR TONIGHT - ONE FALLING DUE IS STAMPED FOR THE
      * CUSTOMER'S REMINDER ON THE ALARM EXTRACT, ONE PAST ITS LAPSE
      * DATE UNDRAWN GOES ON THE EXCEPTION LIST. THE PENALTY ROWS
      * ARE POSTED HERE, AHEAD OF THE THIRD VALIDATION PASS.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-OPSIGELSER
           PERFORM LOAD-OPSIGELSESKONTI
           PERFORM LOAD-STRAFSATS
           PERFORM FORBERED-REGISTER
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
           END-IF
           PERFORM SKRIV-JOURNAL-START
           OPEN EXTEND TRANSAKTIONER
           OPEN OUTPUT OPSIGELSE-AFVIGELSER
           IF WS-OPSIG-OVERLOEB > ZEROES
               PERFORM SKRIV-OVERLOEB
           END-IF
           IF ANTAL-NK > ZEROES
               PERFORM SCAN-VALIDERET
           END-IF
           PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                   UNTIL WS-OPSIG-IX > ANTAL-OPSIG
               PERFORM AJOURFOER-STATUS THRU AJOURFOER-STATUS-EXIT
           END-PERFORM
           CLOSE OPSIGELSE-AFVIGELSER
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM GEM-OPSIGELSER
           DISPLAY "OPSIGELSER: " WS-ANTAL-FORFALDEN " FORFALDEN, "
               WS-ANTAL-HAEVET " HAEVET, "
               WS-ANTAL-UDLOEBET " UDLOEBET, "
               WS-ANTAL-STRAF " STRAFRENTER"
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
               "  OUT " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               "  AFVIST " DELIMITED BY SIZE
               WS-RECS-AFVIST DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * STOPS AT THE TABLE'S 999 ROWS. THE REST ARE COUNTED AS
      * REJECTED ON THE AUDIT LOG AND LISTED - SEE SKRIV-OVERLOEB.
       LOAD-OPSIGELSER.
           OPEN INPUT OPSIGELSER
           IF WS-OPSIG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-OPSIG = "Y"
                   READ OPSIGELSER
                       AT END
                           MOVE "Y" TO EOF-OPSIG
                       NOT AT END
                           IF ANTAL-OPSIG < 999
                               ADD 1 TO ANTAL-OPSIG
                               MOVE OPSIG-REC TO OPSIG-AR(ANTAL-OPSIG)
                           ELSE
                               ADD 1 TO WS-OPSIG-OVERLOEB
                               ADD 1 TO WS-RECS-AFVIST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPSIGELSER
           END-IF
           IF WS-OPSIG-OVERLOEB > ZEROES
               DISPLAY "OPSIGELSESREGISTERET ER FULDT - "
                   WS-OPSIG-OVERLOEB " RAEKKER IKKE INDLAEST"
           END-IF.

      * ONE LINE AT THE HEAD OF THE EXCEPTION LIST WHEN THE REGISTER
      * DID NOT FIT THE TABLE.
       SKRIV-OVERLOEB.
           MOVE SPACES TO OPSIGELSE-AFV-RECORD
           STRING "OPSIGELSESREGISTERET ER FULDT - " DELIMITED BY SIZE
               WS-OPSIG-OVERLOEB DELIMITED BY SIZE
               " RAEKKER IKKE INDLAEST, REGISTERET IKKE SKREVET"
                   DELIMITED BY SIZE
               " TILBAGE" DELIMITED BY SIZE
               INTO OPSIGELSE-AFV-RECORD
           WRITE OPSIGELSE-AFV-RECORD.

      * WRITES THE REGISTER BACK ONLY WHEN THERE WAS ONE - A MISSING
      * FILE STAYS MISSING. NOR WHEN IT DID NOT FIT THE TABLE: THE
      * ROWS NEVER LOADED WOULD BE LOST, SO THE FILE IS LEFT AS IT
      * WAS FOR THE BRANCH TO SPLIT BEFORE THE NEXT RUN.
       GEM-OPSIGELSER.
           IF ANTAL-OPSIG = ZEROES OR WS-OPSIG-OVERLOEB > ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT OPSIGELSER
               PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                       UNTIL WS-OPSIG-IX > ANTAL-OPSIG
                   MOVE OPSIG-AR(WS-OPSIG-IX) TO OPSIG-REC
                   WRITE OPSIG-REC
               END-PERFORM
               CLOSE OPSIGELSER
           END-IF.

       LOAD-OPSIGELSESKONTI.
           OPEN INPUT KONTOOPLYSNINGER
           IF WS-KONTOOPL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KONTO = "Y"
                   READ KONTOOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-KONTO
                       NOT AT END
                           IF OPSIGELSE-MAANEDER OF KONTOOPL-IN
                                   IS NUMERIC
                               AND OPSIGELSE-MAANEDER OF KONTOOPL-IN
                                   > ZEROES
                               AND ANTAL-NK < 500
                               ADD 1 TO ANTAL-NK
                               MOVE KONTO-ID OF KONTOOPL-IN
                                   TO NK-KONTO-ID(ANTAL-NK)
                               MOVE OPSIGELSE-MAANEDER OF KONTOOPL-IN
                                   TO NK-MAANEDER(ANTAL-NK)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLYSNINGER
           END-IF.

       LOAD-STRAFSATS.
           OPEN INPUT OPSIGELSE-STRAFSATS
           IF WS-SATS-STATUS = "35"
               CONTINUE
           ELSE
               READ OPSIGELSE-STRAFSATS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SS-SATS IS NUMERIC AND SS-SATS > ZEROES
                           MOVE SS-SATS TO WS-STRAFSATS
                       END-IF
               END-READ
               CLOSE OPSIGELSE-STRAFSATS
           END-IF.

      * BRINGS EVERY NOTICE UP TO TONIGHT. DRAWINGS STAMPED ON AN
      * EARLIER DAY FOLD INTO OV-HAEVET; TODAY'S OWN ARE DROPPED AND
      * BOOKED AGAIN FROM THE FEED BELOW, SO A RERUN OF THE NIGHT
      * COUNTS NOTHING TWICE.
       FORBERED-REGISTER.
           PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                   UNTIL WS-OPSIG-IX > ANTAL-OPSIG
               IF OV-HAEVET-DATO OF OPSIG-AR(WS-OPSIG-IX)
                       NOT = WS-DAGS-DATO
                   ADD OV-DAGENS-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
                       TO OV-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
               END-IF
               MOVE ZEROES TO OV-DAGENS-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
               MOVE WS-DAGS-DATO
                   TO OV-HAEVET-DATO OF OPSIG-AR(WS-OPSIG-IX)
           END-PERFORM.

      * ONE PASS OVER THE VALIDATED FEED FOR THE DEBITS ON NOTICE
      * ACCOUNTS. THE BANK'S OWN CHARGES AND REVERSALS DRAW ON NO
      * NOTICE - THE SAME TYPES TRANSAKTIONERKONTROL LETS PAST.
       SCAN-VALIDERET.
           OPEN INPUT TRANSAKTIONER-VALIDERET
           PERFORM UNTIL EOF-VALIDERET = "Y"
               READ TRANSAKTIONER-VALIDERET
                   AT END
                       MOVE "Y" TO EOF-VALIDERET
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       PERFORM BEHANDL-DEBET THRU BEHANDL-DEBET-EXIT
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER-VALIDERET.

       BEHANDL-DEBET.
           IF BELØB OF VALIDERET-REC NOT < ZEROES
               GO TO BEHANDL-DEBET-EXIT
           END-IF
           IF TRANSAKTIONSTYPE OF VALIDERET-REC = "STRAFRENTE"
               OR TRANSAKTIONSTYPE OF VALIDERET-REC = "GEBYR"
               OR TRANSAKTIONSTYPE OF VALIDERET-REC = "KILDESKAT"
               OR TRANSAKTIONSTYPE OF VALIDERET-REC = "STORNO"
               GO TO BEHANDL-DEBET-EXIT
           END-IF
           MOVE ZEROES TO WS-NK-SLOT
           PERFORM VARYING WS-NK-IX FROM 1 BY 1
                   UNTIL WS-NK-IX > ANTAL-NK
               IF NK-KONTO-ID(WS-NK-IX) = KONTO-ID OF VALIDERET-REC
                   MOVE WS-NK-IX TO WS-NK-SLOT
               END-IF
           END-PERFORM
           IF WS-NK-SLOT = ZEROES
               GO TO BEHANDL-DEBET-EXIT
           END-IF
           COMPUTE WS-DEBET = 0 - BELØB OF VALIDERET-REC
           IF POSTERINGSTEKST OF VALIDERET-REC(1:14)
                   = "UDEN OPSIGELSE"
               PERFORM BEREGN-STRAFRENTE
           ELSE
               PERFORM FORDEL-HAEVNING
           END-IF.

       BEHANDL-DEBET-EXIT.
           EXIT.

      * BOOKS WS-DEBET AGAINST THE ACCOUNT'S DUE NOTICES, OLDEST DUE
      * DATE FIRST, EACH UP TO WHAT IT STILL HOLDS. THE VALIDATION
      * PASS HAS ALREADY HELD THE DAY TO WHAT THE NOTICES COVER, SO
      * ANY REMAINDER MEANS THE REGISTER CHANGED UNDER THE NIGHT AND
      * GOES ON THE EXCEPTION LIST.
       FORDEL-HAEVNING.
           MOVE WS-DEBET TO WS-REST-DEBET
           MOVE 1 TO WS-AELDSTE-IX
           PERFORM UNTIL WS-REST-DEBET = ZEROES
                   OR WS-AELDSTE-IX = ZEROES
               PERFORM FIND-AELDSTE-OPSIGELSE
               IF WS-AELDSTE-IX NOT = ZEROES
                   COMPUTE WS-OPSIG-REST
                       = OV-BELOB OF OPSIG-AR(WS-AELDSTE-IX)
                       - OV-HAEVET OF OPSIG-AR(WS-AELDSTE-IX)
                       - OV-DAGENS-HAEVET OF OPSIG-AR(WS-AELDSTE-IX)
                   IF WS-REST-DEBET < WS-OPSIG-REST
                       MOVE WS-REST-DEBET TO WS-TRAEK
                   ELSE
                       MOVE WS-OPSIG-REST TO WS-TRAEK
                   END-IF
                   ADD WS-TRAEK
                       TO OV-DAGENS-HAEVET OF OPSIG-AR(WS-AELDSTE-IX)
                   SUBTRACT WS-TRAEK FROM WS-REST-DEBET
               END-IF
           END-PERFORM
           IF WS-REST-DEBET > ZEROES
               MOVE "HAEVNING UDEN DAEKKENDE OPSIGELSE"
                   TO WS-AFVIGELSE
               MOVE WS-REST-DEBET TO WS-VIS-BELOB
               MOVE SPACES TO WS-AFV-DETALJE
               STRING TIDSPUNKT OF VALIDERET-REC DELIMITED BY SIZE
                   " UDAEKKET " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               MOVE KONTO-ID OF VALIDERET-REC TO WS-AFV-DETALJE(61:10)
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-RECS-AFVIST
           END-IF.

      * THE DUE, UNLAPSED, NOT WITHDRAWN NOTICE ON THIS ROW'S ACCOUNT
      * WITH THE EARLIEST DUE DATE AND ROOM LEFT, INTO WS-AELDSTE-IX -
      * ZERO WHEN THE ACCOUNT HAS NONE.
       FIND-AELDSTE-OPSIGELSE.
           MOVE ZEROES TO WS-AELDSTE-IX
           PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                   UNTIL WS-OPSIG-IX > ANTAL-OPSIG
               COMPUTE WS-OPSIG-REST
                   = OV-BELOB OF OPSIG-AR(WS-OPSIG-IX)
                   - OV-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
                   - OV-DAGENS-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
               IF OV-KONTO-ID OF OPSIG-AR(WS-OPSIG-IX)
                       = KONTO-ID OF VALIDERET-REC
                   AND OV-STATUS OF OPSIG-AR(WS-OPSIG-IX)
                       NOT = "ANNULLERET"
                   AND OV-FORFALD-DATO OF OPSIG-AR(WS-OPSIG-IX)
                       NOT > WS-DAGS-DATO
                   AND OV-UDLOEB-DATO OF OPSIG-AR(WS-OPSIG-IX)
                       NOT < WS-DAGS-DATO
                   AND WS-OPSIG-REST > ZEROES
                   IF WS-AELDSTE-IX = ZEROES
                       MOVE WS-OPSIG-IX TO WS-AELDSTE-IX
                   ELSE
                       IF OV-FORFALD-DATO OF OPSIG-AR(WS-OPSIG-IX)
                           < OV-FORFALD-DATO OF OPSIG-AR(WS-AELDSTE-IX)
                           MOVE WS-OPSIG-IX TO WS-AELDSTE-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * A WITHDRAWAL WITHOUT NOTICE COSTS THE INTEREST THE SKIPPED
      * NOTICE PERIOD WOULD HAVE EARNED THE BANK: THE AMOUNT TIMES
      * THE PENALTY RATE FOR THE ACCOUNT'S NOTICE MONTHS. THE CHARGE
      * IS A STRAFRENTE DEBIT ON THE SAME ACCOUNT, IN THE SAME
      * HOLDER'S NAME, NAMING THE WITHDRAWAL BY ITS TIDSPUNKT.
       BEREGN-STRAFRENTE.
           COMPUTE WS-STRAF-BELOB ROUNDED
               = WS-DEBET * WS-STRAFSATS * NK-MAANEDER(WS-NK-SLOT)
                   / 1200
           IF WS-STRAF-BELOB > ZEROES
               AND WS-STRAF-BOGFOERT = "N"
               PERFORM SKRIV-STRAFRENTE
               ADD 1 TO WS-ANTAL-STRAF
           END-IF.

       SKRIV-STRAFRENTE.
           MOVE SPACES TO TRANSAKTION-REC
           MOVE KONTO-ID OF VALIDERET-REC TO KONTO-ID OF TRANSAKTION-REC
           MOVE CPR OF VALIDERET-REC TO CPR OF TRANSAKTION-REC
           MOVE REG-NR OF VALIDERET-REC TO REG-NR OF TRANSAKTION-REC
           MOVE NAVN OF VALIDERET-REC TO NAVN OF TRANSAKTION-REC
           MOVE ADRESSE OF VALIDERET-REC TO ADRESSE OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE "STRAFRENTE" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           COMPUTE WS-POST-BELOB = 0 - WS-STRAF-BELOB
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE "DKK" TO VALUTA OF TRANSAKTION-REC
           STRING "STRAFRENTE " DELIMITED BY SIZE
               TIDSPUNKT OF VALIDERET-REC DELIMITED BY SIZE
               INTO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST
           ADD 1 TO WS-RECS-OUT.

      * ONE NOTICE'S STATUS FOR TONIGHT, FROM ITS AMOUNTS AND DATES
      * ALONE, SO A RERUN LANDS ON THE SAME ANSWER. A WITHDRAWN
      * NOTICE STAYS WITHDRAWN. A NOTICE FALLING DUE IS STAMPED THE
      * FIRST NIGHT IT IS FORFALDEN - THE ALARM EXTRACT SENDS THE
      * REMINDER FROM THAT STAMP.
       AJOURFOER-STATUS.
           IF OV-STATUS OF OPSIG-AR(WS-OPSIG-IX) = "ANNULLERET"
               GO TO AJOURFOER-STATUS-EXIT
           END-IF
           MOVE OV-STATUS OF OPSIG-AR(WS-OPSIG-IX) TO WS-FORRIGE-STATUS
           COMPUTE WS-HAEVET-I-ALT = OV-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
               + OV-DAGENS-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
           EVALUATE TRUE
               WHEN WS-HAEVET-I-ALT NOT < OV-BELOB
                       OF OPSIG-AR(WS-OPSIG-IX)
                   MOVE "HAEVET" TO OV-STATUS OF OPSIG-AR(WS-OPSIG-IX)
               WHEN OV-UDLOEB-DATO OF OPSIG-AR(WS-OPSIG-IX)
                       < WS-DAGS-DATO
                   MOVE "UDLOEBET"
                       TO OV-STATUS OF OPSIG-AR(WS-OPSIG-IX)
               WHEN OV-FORFALD-DATO OF OPSIG-AR(WS-OPSIG-IX)
                       NOT > WS-DAGS-DATO
                   MOVE "FORFALDEN"
                       TO OV-STATUS OF OPSIG-AR(WS-OPSIG-IX)
                   IF OV-PAAMINDET-DATO OF OPSIG-AR(WS-OPSIG-IX)
                           = SPACES
                       MOVE WS-DAGS-DATO
                           TO OV-PAAMINDET-DATO OF OPSIG-AR(WS-OPSIG-IX)
                   END-IF
               WHEN OTHER
                   MOVE "VARSLET" TO OV-STATUS OF OPSIG-AR(WS-OPSIG-IX)
           END-EVALUATE
           IF OV-STATUS OF OPSIG-AR(WS-OPSIG-IX) = "FORFALDEN"
               AND OV-PAAMINDET-DATO OF OPSIG-AR(WS-OPSIG-IX)
                   = WS-DAGS-DATO
               ADD 1 TO WS-ANTAL-FORFALDEN
           END-IF
           IF OV-STATUS OF OPSIG-AR(WS-OPSIG-IX) = "HAEVET"
               AND WS-FORRIGE-STATUS NOT = "HAEVET"
               ADD 1 TO WS-ANTAL-HAEVET
           END-IF
           IF OV-STATUS OF OPSIG-AR(WS-OPSIG-IX) = "UDLOEBET"
               AND WS-FORRIGE-STATUS NOT = "UDLOEBET"
               ADD 1 TO WS-ANTAL-UDLOEBET
               MOVE "OPSIGELSE UDLOEBET UDEN FULD HAEVNING"
                   TO WS-AFVIGELSE
               MOVE OV-BELOB OF OPSIG-AR(WS-OPSIG-IX) TO WS-VIS-BELOB
               MOVE WS-HAEVET-I-ALT TO WS-VIS-BELOB2
               MOVE SPACES TO WS-AFV-DETALJE
               STRING OV-REFERENCE OF OPSIG-AR(WS-OPSIG-IX)
                       DELIMITED BY SIZE
                   " OPSAGT " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   " HAEVET " DELIMITED BY SIZE
                   WS-VIS-BELOB2 DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               MOVE OV-KONTO-ID OF OPSIG-AR(WS-OPSIG-IX)
                   TO WS-AFV-DETALJE(61:10)
               PERFORM SKRIV-AFVIGELSE
           END-IF.

       AJOURFOER-STATUS-EXIT.
           EXIT.

      * ONE LINE PER PROBLEM - CALLER SETS WS-AFVIGELSE AND
      * WS-AFV-DETALJE FIRST, THE ACCOUNT IN ITS LAST TEN PLACES.
       SKRIV-AFVIGELSE.
           MOVE SPACES TO OPSIGELSE-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - KONTO " DELIMITED BY SIZE
               WS-AFV-DETALJE(61:10) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-DETALJE(1:60) DELIMITED BY SIZE
               INTO OPSIGELSE-AFV-RECORD
           WRITE OPSIGELSE-AFV-RECORD.

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
      * HENT-AUDIT-KSUM. A SLUT ROW FROM A RUN STARTED TODAY MEANS
      * TONIGHT'S PENALTIES ARE ALREADY ON TRANSAKTIONER.TXT.
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
                           IF PJ-TYPE OF PJOURNAL-REC = "SLUT"
                               AND PJ-RUN-ID OF PJOURNAL-REC(1:8)
                                   = WS-RUN-START-DATE
                               MOVE "Y" TO WS-STRAF-BOGFOERT
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

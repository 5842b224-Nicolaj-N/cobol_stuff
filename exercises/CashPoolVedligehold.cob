       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CASH-POOL REGISTER - SEE CASHPOOLS.CPY. SAME
      * SNAPSHOT-AND-REWRITE SHAPE AS VIRKSOMHEDVEDLIGEHOLD'S
      * REGISTER: LOADED WHOLE, DECIDED IN MEMORY, WRITTEN BACK.
           SELECT CASHPOOLS ASSIGN TO "CashPools.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.
      * THE TREASURER'S CUSTOMER MUST BE ON THE CUSTOMER MASTER.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               ALTERNATE RECORD KEY IS
                   KONTO-ID OF KONTOINFO OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * THE TOP ACCOUNT AND EVERY PARTICIPANT MUST BE A LIVE ACCOUNT
      * ON THE MASTER IN THE TOP ACCOUNT'S CURRENCY - SAME KEYING
      * FREMTIDIGBETALINGVEDLIGEHOLD USES.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE CHANGE JOURNAL - EVERY APPROVAL OR REJECTION GOES IN
      * UNDER THE CHECKER'S INITIALS, SO THE RECORD SHOWS BOTH
      * HANDS, SAME AS AENDRINGSGODKENDELSE.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJOURNAL-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - SAME GATE AS
      * LAANOMLAEGNING'S. SEE OPERATOR-SIGNON/KRAEV-NIVEAU.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASHPOOLS.
       01  CASHPOOL-REC.
           COPY "CASHPOOLS.cpy".

       FD  KUNDEOPLYSNINGER.
       01  KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

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
       01  WS-JOURNAL-TID           PIC X(19) VALUE SPACES.
       01  WS-J-TID-RAW             PIC 9(8) VALUE ZEROES.
       01  WS-J-FELT                PIC X(15) VALUE SPACES.
       01  WS-J-GAMMEL              PIC X(40) VALUE SPACES.
       01  WS-J-NY                  PIC X(40) VALUE SPACES.
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
       01  WS-POOL-STATUS           PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-AJOURNAL-STATUS       PIC XX VALUE "00".
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-TID-RAW               PIC 9(8) VALUE ZEROES.
       01  WS-POOL-ID               PIC X(10) VALUE SPACES.
       01  WS-AKTIV-IX              PIC 9(4) VALUE ZEROES.
       01  WS-VENTER-IX             PIC 9(4) VALUE ZEROES.
       01  WS-D-IX                  PIC 9(2) VALUE ZEROES.
       01  WS-D-IX2                 PIC 9(2) VALUE ZEROES.
       01  WS-TOP-VALUTA            PIC X(3) VALUE SPACES.
       01  WS-SOEG-KONTO            PIC X(10) VALUE SPACES.
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
       01  WS-VIS-SATS              PIC ZZ9.99.
       01  WS-VIS-MAAL              PIC Z(10)9.99.
      * THE WHOLE REGISTER IN MEMORY, WRITTEN BACK INTACT - DECIDED
      * AND REPLACED VERSIONS STAY AS THE DUAL-CONTROL TRAIL.
       01  EOF-POOL                 PIC X VALUE "N".
       01  CASHPOOL-AR OCCURS 999 TIMES.
           COPY "CASHPOOLS.cpy".
       01  ANTAL-POOLS              PIC 9(4) VALUE ZEROES.
       01  WS-POOL-IX               PIC 9(4).
       01  WS-POOL-IX2              PIC 9(4).
       01  WS-POOL-FUNDET           PIC X VALUE "N".

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

      * THE CORPORATE DESK'S CASH-POOL DIALOG - ONE OPERATOR KEYS A
      * POOL, A CHANGE TO ITS ACCOUNTS OR TARGETS, OR ITS CLOSURE; A
      * SECOND ONE APPROVES IT. ONLY APPROVED (AKTIV) VERSIONS ARE
      * SWEPT BY CASHPOOLKOERSEL.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU = ZEROES
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           OPEN INPUT KUNDEOPLYSNINGER
           IF WS-KUNDE-STATUS = "35"
               DISPLAY "KUNDEOPLYSNINGER.TXT FINDES IKKE."
               PERFORM SKRIV-SESSIONS-LOG
               STOP RUN
           END-IF
           OPEN INPUT KONTOOPLYSNINGER
           IF WS-KONTO-STATUS = "35"
               DISPLAY "KONTOOPT.TXT FINDES IKKE."
               CLOSE KUNDEOPLYSNINGER
               PERFORM SKRIV-SESSIONS-LOG
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER
           CLOSE KONTOOPLYSNINGER
           PERFORM SKRIV-SESSIONS-LOG.

      * SIGN-ON AGAINST OPERATOERER.TXT - SAME GATE AS
      * LAANOMLAEGNING'S; AN UNKNOWN ID NEVER GETS A MENU.
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
      * HOW MANY REGISTER ROWS THE SESSION KEYED OR DECIDED.
       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "CPOOLVEDL " DELIMITED BY SIZE
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

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "CASH POOLS"
           DISPLAY "1. OPRET CASH POOL"
           DISPLAY "2. RET CASH POOL"
           DISPLAY "3. NEDLAEG CASH POOL"
           DISPLAY "4. GODKEND VENTENDE AENDRINGER"
           DISPLAY "5. VIS CASH POOL"
           DISPLAY "6. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-POOL THRU OPRET-POOL-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM RET-POOL THRU RET-POOL-EXIT
                   END-IF
               WHEN "3"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM NEDLAEG-POOL THRU NEDLAEG-POOL-EXIT
                   END-IF
               WHEN "4"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM GODKEND-AENDRINGER
                           THRU GODKEND-AENDRINGER-EXIT
                   END-IF
               WHEN "5"
                   PERFORM VIS-POOL
               WHEN "6"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

      * LOADS CASHPOOLS.TXT - A MISSING FILE IS AN EMPTY REGISTER.
      * RELOADED FOR EVERY ACTION, SO TWO DESKS KEYING AT ONCE NEVER
      * WRITE BACK A STALE COPY OVER EACH OTHER.
       LOAD-POOLS.
           MOVE ZEROES TO ANTAL-POOLS
           MOVE "N" TO EOF-POOL
           OPEN INPUT CASHPOOLS
           IF WS-POOL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-POOL = "Y"
                   READ CASHPOOLS
                       AT END
                           MOVE "Y" TO EOF-POOL
                       NOT AT END
                           ADD 1 TO ANTAL-POOLS
                           MOVE CASHPOOL-REC
                               TO CASHPOOL-AR(ANTAL-POOLS)
                   END-READ
               END-PERFORM
               CLOSE CASHPOOLS
           END-IF.

       GEM-POOLS.
           OPEN OUTPUT CASHPOOLS
           PERFORM VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > ANTAL-POOLS
               MOVE CASHPOOL-AR(WS-POOL-IX) TO CASHPOOL-REC
               WRITE CASHPOOL-REC
           END-PERFORM
           CLOSE CASHPOOLS.

      * THE CURRENT AKTIV VERSION AND ANY VENTER VERSION OF THE POOL
      * IN WS-POOL-ID, AS SLOTS IN THE LOADED REGISTER (ZERO = NONE).
       FIND-VERSIONER.
           MOVE ZEROES TO WS-AKTIV-IX
           MOVE ZEROES TO WS-VENTER-IX
           PERFORM VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > ANTAL-POOLS
               IF CP-POOL-ID OF CASHPOOL-AR(WS-POOL-IX) = WS-POOL-ID
                   IF CP-STATUS OF CASHPOOL-AR(WS-POOL-IX) = "AKTIV"
                       MOVE WS-POOL-IX TO WS-AKTIV-IX
                   END-IF
                   IF CP-STATUS OF CASHPOOL-AR(WS-POOL-IX) = "VENTER"
                       MOVE WS-POOL-IX TO WS-VENTER-IX
                   END-IF
               END-IF
           END-PERFORM.

      * THE MAKER SIDE FOR A NEW POOL: THE WHOLE RECORD IS KEYED AND
      * VALIDATED, THEN PARKED AS VENTER FOR A SECOND OPERATOR.
       OPRET-POOL.
           DISPLAY "POOL-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT WS-POOL-ID
           PERFORM LOAD-POOLS
           PERFORM FIND-VERSIONER
           IF WS-AKTIV-IX > ZEROES
               DISPLAY "POOL-ID ER ALLEREDE I BRUG - BRUG RET."
               GO TO OPRET-POOL-EXIT
           END-IF
           IF WS-VENTER-IX > ZEROES
               DISPLAY "DER VENTER ALLEREDE EN AENDRING PAA POOLEN."
               GO TO OPRET-POOL-EXIT
           END-IF
           MOVE SPACES TO CASHPOOL-REC
           MOVE WS-POOL-ID TO CP-POOL-ID OF CASHPOOL-REC
           MOVE "OPRET" TO CP-AENDRING OF CASHPOOL-REC
           PERFORM INDTAST-POOL
           PERFORM VALIDER-POOL
           IF WS-FEJL = "Y"
               DISPLAY "POOL IKKE OPRETTET - " WS-FEJLTEKST
               GO TO OPRET-POOL-EXIT
           END-IF
           PERFORM PARKER-VERSION.

       OPRET-POOL-EXIT.
           EXIT.

      * A CHANGE IS A WHOLE NEW VERSION KEYED OVER THE CURRENT ONE -
      * THE PARTICIPANT LIST IS ALWAYS STATED IN FULL.
       RET-POOL.
           DISPLAY "POOL-ID DER SKAL RETTES: " WITH NO ADVANCING
           ACCEPT WS-POOL-ID
           PERFORM LOAD-POOLS
           PERFORM FIND-VERSIONER
           IF WS-AKTIV-IX = ZEROES
               DISPLAY "INGEN AKTIV CASH POOL MED POOL-ID " WS-POOL-ID
               GO TO RET-POOL-EXIT
           END-IF
           IF WS-VENTER-IX > ZEROES
               DISPLAY "DER VENTER ALLEREDE EN AENDRING PAA POOLEN."
               GO TO RET-POOL-EXIT
           END-IF
           MOVE WS-AKTIV-IX TO WS-POOL-IX
           PERFORM VIS-EN-POOL
           MOVE CASHPOOL-AR(WS-AKTIV-IX) TO CASHPOOL-REC
           MOVE "RET" TO CP-AENDRING OF CASHPOOL-REC
           PERFORM INDTAST-POOL
           PERFORM VALIDER-POOL
           IF WS-FEJL = "Y"
               DISPLAY "AENDRING IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO RET-POOL-EXIT
           END-IF
           PERFORM PARKER-VERSION.

       RET-POOL-EXIT.
           EXIT.

      * CLOSURE (OPHOER) - THE CURRENT VERSION UNCHANGED, PARKED FOR
      * APPROVAL AS AN OPHOER; ONCE APPROVED THE POOL IS NO LONGER
      * SWEPT. THE INTERCOMPANY BALANCES STAY ON
      * CASHPOOLMELLEMREGNING.TXT UNTIL THE GROUP SETTLES THEM.
       NEDLAEG-POOL.
           DISPLAY "POOL-ID DER NEDLAEGGES: " WITH NO ADVANCING
           ACCEPT WS-POOL-ID
           PERFORM LOAD-POOLS
           PERFORM FIND-VERSIONER
           IF WS-AKTIV-IX = ZEROES
               DISPLAY "INGEN AKTIV CASH POOL MED POOL-ID " WS-POOL-ID
               GO TO NEDLAEG-POOL-EXIT
           END-IF
           IF WS-VENTER-IX > ZEROES
               DISPLAY "DER VENTER ALLEREDE EN AENDRING PAA POOLEN."
               GO TO NEDLAEG-POOL-EXIT
           END-IF
           MOVE WS-AKTIV-IX TO WS-POOL-IX
           PERFORM VIS-EN-POOL
           DISPLAY "NEDLAEG POOLEN (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "IKKE REGISTRERET."
               GO TO NEDLAEG-POOL-EXIT
           END-IF
           MOVE CASHPOOL-AR(WS-AKTIV-IX) TO CASHPOOL-REC
           MOVE "OPHOER" TO CP-AENDRING OF CASHPOOL-REC
           PERFORM PARKER-VERSION.

       NEDLAEG-POOL-EXIT.
           EXIT.

      * PROMPTS FOR EVERY MAINTAINABLE FIELD, SHARED BY OPRET- AND
      * RET-POOL.
       INDTAST-POOL.
           DISPLAY "POOLNAVN: " WITH NO ADVANCING
           ACCEPT CP-NAVN OF CASHPOOL-REC
           DISPLAY "KONCERNTREASURERS KUNDE-ID (10 TEGN): "
               WITH NO ADVANCING
           ACCEPT CP-KUNDE-ID OF CASHPOOL-REC
           DISPLAY "TOPKONTO (KONTO-ID): " WITH NO ADVANCING
           ACCEPT CP-TOP-KONTO-ID OF CASHPOOL-REC
           DISPLAY "MELLEMREGNINGSRENTE INDLAAN PCT P.A. (5 CIFRE, "
               "FX 00150 = 1,50): " WITH NO ADVANCING
           ACCEPT CP-SATS-INDLAAN OF CASHPOOL-REC
           DISPLAY "MELLEMREGNINGSRENTE UDLAAN PCT P.A. (5 CIFRE): "
               WITH NO ADVANCING
           ACCEPT CP-SATS-UDLAAN OF CASHPOOL-REC
           DISPLAY "ANTAL DELTAGERKONTI (1-20): " WITH NO ADVANCING
           ACCEPT CP-ANTAL-DELTAGERE OF CASHPOOL-REC
           IF CP-ANTAL-DELTAGERE OF CASHPOOL-REC IS NOT NUMERIC
               OR CP-ANTAL-DELTAGERE OF CASHPOOL-REC > 20
               MOVE ZEROES TO CP-ANTAL-DELTAGERE OF CASHPOOL-REC
           END-IF
           PERFORM VARYING WS-D-IX FROM 1 BY 1 UNTIL WS-D-IX > 20
               MOVE SPACES TO CP-D-KONTO-ID OF CASHPOOL-REC(WS-D-IX)
               MOVE SPACES TO CP-D-MAAL-TYPE OF CASHPOOL-REC(WS-D-IX)
               MOVE ZEROES TO CP-D-MAAL-SALDO OF CASHPOOL-REC(WS-D-IX)
               IF WS-D-IX NOT > CP-ANTAL-DELTAGERE OF CASHPOOL-REC
                   PERFORM INDTAST-DELTAGER
               END-IF
           END-PERFORM.

       INDTAST-DELTAGER.
           DISPLAY "DELTAGER " WS-D-IX " - KONTO-ID: "
               WITH NO ADVANCING
           ACCEPT CP-D-KONTO-ID OF CASHPOOL-REC(WS-D-IX)
           DISPLAY "  MAALSALDO (NUL = NULSTILLING, GULV = FAST "
               "MINIMUM): " WITH NO ADVANCING
           ACCEPT CP-D-MAAL-TYPE OF CASHPOOL-REC(WS-D-IX)
           IF CP-D-MAAL-TYPE OF CASHPOOL-REC(WS-D-IX) = "GULV"
               DISPLAY "  GULV I KRONER (13 CIFRE, 2 DECIMALER): "
                   WITH NO ADVANCING
               ACCEPT CP-D-MAAL-SALDO OF CASHPOOL-REC(WS-D-IX)
           END-IF.

      * READS THE ACCOUNT IN WS-SOEG-KONTO INTO KONTOOPL-IN.
       FIND-KONTO.
           MOVE "N" TO WS-KONTO-FUNDET
           MOVE WS-SOEG-KONTO TO KONTO-ID OF KONTOOPL-IN
           READ KONTOOPLYSNINGER KEY IS KONTO-ID OF KONTOOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-FUNDET
           END-READ.

      * FORMAT AND COHERENCE CHECKS ON THE KEYED VERSION - THE SWEEP
      * POSTS ON EVERYTHING IT FINDS ON AN AKTIV ROW WITHOUT ASKING.
       VALIDER-POOL.
           MOVE "N" TO WS-FEJL
           MOVE SPACES TO WS-FEJLTEKST
           IF CP-POOL-ID OF CASHPOOL-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "POOL-ID ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND CP-NAVN OF CASHPOOL-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "POOLNAVN ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE CP-KUNDE-ID OF CASHPOOL-REC
                   TO KUNDE-ID OF KUNDEOPL-IN
               READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
                   INVALID KEY
                       MOVE "Y" TO WS-FEJL
                       MOVE "KUNDE-ID FINDES IKKE I KUNDEREGISTER"
                           TO WS-FEJLTEKST
               END-READ
           END-IF
           IF WS-FEJL = "N"
               MOVE CP-TOP-KONTO-ID OF CASHPOOL-REC TO WS-SOEG-KONTO
               PERFORM FIND-KONTO
               IF WS-KONTO-FUNDET = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "TOPKONTO FINDES IKKE" TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               AND KUNDE-ID OF KONTOOPL-IN
                   NOT = CP-KUNDE-ID OF CASHPOOL-REC
               MOVE "Y" TO WS-FEJL
               MOVE "TOPKONTO TILHOERER IKKE KONCERNTREASUREREN"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               MOVE "Y" TO WS-FEJL
               MOVE "TOPKONTO ER IKKE AKTIV" TO WS-FEJLTEKST
           END-IF
           MOVE VALUTAKODE OF KONTOOPL-IN TO WS-TOP-VALUTA
           IF WS-FEJL = "N"
               AND (CP-SATS-INDLAAN OF CASHPOOL-REC IS NOT NUMERIC
                 OR CP-SATS-UDLAAN OF CASHPOOL-REC IS NOT NUMERIC)
               MOVE "Y" TO WS-FEJL
               MOVE "RENTESATSER SKAL VAERE NUMERISKE" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND CP-ANTAL-DELTAGERE OF CASHPOOL-REC = ZEROES
               MOVE "Y" TO WS-FEJL
               MOVE "MINDST EN DELTAGERKONTO ER PAAKRAEVET"
                   TO WS-FEJLTEKST
           END-IF
      * THE TOP ACCOUNT MAY NOT BE SWEPT BY ANOTHER POOL, NOR HEAD
      * ONE ALONGSIDE THIS.
           IF WS-FEJL = "N"
               MOVE CP-TOP-KONTO-ID OF CASHPOOL-REC TO WS-SOEG-KONTO
               PERFORM KONTROLLER-ANDRE-POOLS
           END-IF
           PERFORM VARYING WS-D-IX FROM 1 BY 1
                   UNTIL WS-D-IX > CP-ANTAL-DELTAGERE OF CASHPOOL-REC
                   OR WS-FEJL = "Y"
               PERFORM VALIDER-DELTAGER
           END-PERFORM.

      * ONE PARTICIPANT: A LIVE ACCOUNT IN THE TOP ACCOUNT'S
      * CURRENCY, NOT THE TOP ACCOUNT ITSELF, LISTED ONCE, IN NO
      * OTHER POOL, WITH A VALID TARGET.
       VALIDER-DELTAGER.
           MOVE CP-D-KONTO-ID OF CASHPOOL-REC(WS-D-IX) TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-FUNDET = "N"
               MOVE "Y" TO WS-FEJL
               STRING "DELTAGERKONTO FINDES IKKE: " DELIMITED BY SIZE
                   WS-SOEG-KONTO DELIMITED BY SIZE
                   INTO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               MOVE "Y" TO WS-FEJL
               STRING "DELTAGERKONTO ER IKKE AKTIV: " DELIMITED BY SIZE
                   WS-SOEG-KONTO DELIMITED BY SIZE
                   INTO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND VALUTAKODE OF KONTOOPL-IN NOT = WS-TOP-VALUTA
               MOVE "Y" TO WS-FEJL
               STRING "DELTAGERKONTO I ANDEN VALUTA END TOPKONTO: "
                       DELIMITED BY SIZE
                   WS-SOEG-KONTO DELIMITED BY SIZE
                   INTO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND WS-SOEG-KONTO = CP-TOP-KONTO-ID OF CASHPOOL-REC
               MOVE "Y" TO WS-FEJL
               MOVE "TOPKONTOEN KAN IKKE OGSAA VAERE DELTAGER"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               PERFORM VARYING WS-D-IX2 FROM 1 BY 1
                       UNTIL WS-D-IX2 >= WS-D-IX
                   IF CP-D-KONTO-ID OF CASHPOOL-REC(WS-D-IX2)
                           = WS-SOEG-KONTO
                       MOVE "Y" TO WS-FEJL
                       STRING "DELTAGERKONTO ANGIVET TO GANGE: "
                               DELIMITED BY SIZE
                           WS-SOEG-KONTO DELIMITED BY SIZE
                           INTO WS-FEJLTEKST
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FEJL = "N"
               PERFORM KONTROLLER-ANDRE-POOLS
           END-IF
           IF WS-FEJL = "N"
               EVALUATE CP-D-MAAL-TYPE OF CASHPOOL-REC(WS-D-IX)
                   WHEN "NUL"
                       MOVE ZEROES
                           TO CP-D-MAAL-SALDO OF CASHPOOL-REC(WS-D-IX)
                   WHEN "GULV"
                       IF CP-D-MAAL-SALDO OF CASHPOOL-REC(WS-D-IX)
                               IS NOT NUMERIC
                           MOVE "Y" TO WS-FEJL
                           MOVE "GULV SKAL VAERE NUMERISK"
                               TO WS-FEJLTEKST
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-FEJL
                       MOVE "MAALSALDO SKAL VAERE NUL ELLER GULV"
                           TO WS-FEJLTEKST
               END-EVALUATE
           END-IF.

      * AN ACCOUNT CAN BELONG TO ONE POOL ONLY - AS TOP OR AS
      * PARTICIPANT ON ANY OTHER POOL'S LIVE OR PENDING VERSION.
       KONTROLLER-ANDRE-POOLS.
           PERFORM VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > ANTAL-POOLS
               IF CP-POOL-ID OF CASHPOOL-AR(WS-POOL-IX)
                       NOT = CP-POOL-ID OF CASHPOOL-REC
                   AND (CP-STATUS OF CASHPOOL-AR(WS-POOL-IX) = "AKTIV"
                     OR CP-STATUS OF CASHPOOL-AR(WS-POOL-IX)
                         = "VENTER")
                   IF CP-TOP-KONTO-ID OF CASHPOOL-AR(WS-POOL-IX)
                           = WS-SOEG-KONTO
                       MOVE "Y" TO WS-FEJL
                   END-IF
                   PERFORM VARYING WS-D-IX2 FROM 1 BY 1
                           UNTIL WS-D-IX2 > CP-ANTAL-DELTAGERE
                               OF CASHPOOL-AR(WS-POOL-IX)
                       IF CP-D-KONTO-ID
                               OF CASHPOOL-AR(WS-POOL-IX, WS-D-IX2)
                               = WS-SOEG-KONTO
                           MOVE "Y" TO WS-FEJL
                       END-IF
                   END-PERFORM
                   IF WS-FEJL = "Y"
                       MOVE SPACES TO WS-FEJLTEKST
                       STRING "KONTO " DELIMITED BY SIZE
                           WS-SOEG-KONTO DELIMITED BY SIZE
                           " ER ALLEREDE I POOL " DELIMITED BY SIZE
                           CP-POOL-ID OF CASHPOOL-AR(WS-POOL-IX)
                               DELIMITED BY SIZE
                           INTO WS-FEJLTEKST
                       MOVE ANTAL-POOLS TO WS-POOL-IX
                   END-IF
               END-IF
           END-PERFORM.

      * STAMPS THE KEYED VERSION VENTER UNDER THE MAKER'S INITIALS
      * AND WRITES THE REGISTER BACK.
       PARKER-VERSION.
           MOVE "VENTER" TO CP-STATUS OF CASHPOOL-REC
           MOVE WS-OPERATOR TO CP-INDTASTET-AF OF CASHPOOL-REC
           MOVE SPACES TO CP-GODKENDT-AF OF CASHPOOL-REC
           MOVE SPACES TO CP-GODKENDT-DATO OF CASHPOOL-REC
           MOVE WS-I-DAG TO CP-INDTASTET-TID OF CASHPOOL-REC(1:10)
           ACCEPT WS-TID-RAW FROM TIME
           MOVE " " TO CP-INDTASTET-TID OF CASHPOOL-REC(11:1)
           MOVE WS-TID-RAW(1:2) TO CP-INDTASTET-TID OF CASHPOOL-REC
               (12:2)
           MOVE ":" TO CP-INDTASTET-TID OF CASHPOOL-REC(14:1)
           MOVE WS-TID-RAW(3:2) TO CP-INDTASTET-TID OF CASHPOOL-REC
               (15:2)
           MOVE ":" TO CP-INDTASTET-TID OF CASHPOOL-REC(17:1)
           MOVE WS-TID-RAW(5:2) TO CP-INDTASTET-TID OF CASHPOOL-REC
               (18:2)
           ADD 1 TO ANTAL-POOLS
           MOVE CASHPOOL-REC TO CASHPOOL-AR(ANTAL-POOLS)
           PERFORM GEM-POOLS
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "AENDRING PARKERET TIL GODKENDELSE.".

      * THE CHECKER SIDE: EVERY VENTER VERSION PAST A SECOND
      * OPERATOR, THE KEYER'S OWN SHOWN BUT NEVER RELEASABLE BY THE
      * SAME INITIALS - SAME FOUR-EYES RULE AS LAANOMLAEGNING. AN
      * APPROVED VERSION REPLACES THE AKTIV ONE (ERSTATTET); EVERY
      * DECISION IS JOURNALLED AND WRITTEN BACK.
       GODKEND-AENDRINGER.
           PERFORM LOAD-POOLS
           MOVE "N" TO WS-POOL-FUNDET
           PERFORM VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > ANTAL-POOLS
               IF CP-STATUS OF CASHPOOL-AR(WS-POOL-IX) = "VENTER"
                   MOVE "Y" TO WS-POOL-FUNDET
                   PERFORM BEHANDL-VENTENDE
               END-IF
           END-PERFORM
           IF WS-POOL-FUNDET = "N"
               DISPLAY "INGEN VENTENDE AENDRINGER."
               GO TO GODKEND-AENDRINGER-EXIT
           END-IF
           PERFORM GEM-POOLS.

       GODKEND-AENDRINGER-EXIT.
           EXIT.

       BEHANDL-VENTENDE.
           PERFORM VIS-EN-POOL
           IF CP-INDTASTET-AF OF CASHPOOL-AR(WS-POOL-IX) = WS-OPERATOR
               DISPLAY "EGEN INDTASTNING - SKAL GODKENDES AF EN"
                   " ANDEN OPERATOER."
           ELSE
               DISPLAY "GODKEND (J), AFVIS (N), SPRING OVER (S): "
                   WITH NO ADVANCING
               ACCEPT WS-SVAR
               EVALUATE WS-SVAR
                   WHEN "J"
                   WHEN "j"
                       PERFORM ERSTAT-AKTIV-VERSION
                       IF CP-AENDRING OF CASHPOOL-AR(WS-POOL-IX)
                               = "OPHOER"
                           MOVE "OPHOERT"
                               TO CP-STATUS OF CASHPOOL-AR(WS-POOL-IX)
                       ELSE
                           MOVE "AKTIV"
                               TO CP-STATUS OF CASHPOOL-AR(WS-POOL-IX)
                       END-IF
                       MOVE WS-OPERATOR TO CP-GODKENDT-AF
                           OF CASHPOOL-AR(WS-POOL-IX)
                       MOVE WS-I-DAG
                           TO CP-GODKENDT-DATO
                               OF CASHPOOL-AR(WS-POOL-IX)
                       PERFORM JOURNALFOER-BESLUTNING
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "AENDRING GODKENDT."
                   WHEN "N"
                   WHEN "n"
                       MOVE "AFVIST"
                           TO CP-STATUS OF CASHPOOL-AR(WS-POOL-IX)
                       MOVE WS-OPERATOR TO CP-GODKENDT-AF
                           OF CASHPOOL-AR(WS-POOL-IX)
                       MOVE WS-I-DAG
                           TO CP-GODKENDT-DATO
                               OF CASHPOOL-AR(WS-POOL-IX)
                       PERFORM JOURNALFOER-BESLUTNING
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "AENDRING AFVIST."
                   WHEN OTHER
                       DISPLAY "SPRUNGET OVER."
               END-EVALUATE
           END-IF.

      * THE VERSION BEING APPROVED RETIRES THE AKTIV ONE FOR THE SAME
      * POOL-ID.
       ERSTAT-AKTIV-VERSION.
           PERFORM VARYING WS-POOL-IX2 FROM 1 BY 1
                   UNTIL WS-POOL-IX2 > ANTAL-POOLS
               IF CP-POOL-ID OF CASHPOOL-AR(WS-POOL-IX2)
                       = CP-POOL-ID OF CASHPOOL-AR(WS-POOL-IX)
                   AND CP-STATUS OF CASHPOOL-AR(WS-POOL-IX2) = "AKTIV"
                   MOVE "ERSTATTET"
                       TO CP-STATUS OF CASHPOOL-AR(WS-POOL-IX2)
               END-IF
           END-PERFORM.

      * INQUIRY - EVERY VERSION ON THE REGISTER FOR ONE POOL-ID,
      * OLDEST FIRST.
       VIS-POOL.
           DISPLAY "POOL-ID: " WITH NO ADVANCING
           ACCEPT WS-POOL-ID
           PERFORM LOAD-POOLS
           MOVE "N" TO WS-POOL-FUNDET
           PERFORM VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > ANTAL-POOLS
               IF CP-POOL-ID OF CASHPOOL-AR(WS-POOL-IX) = WS-POOL-ID
                   MOVE "Y" TO WS-POOL-FUNDET
                   PERFORM VIS-EN-POOL
               END-IF
           END-PERFORM
           IF WS-POOL-FUNDET = "N"
               DISPLAY "INGEN CASH POOL MED POOL-ID " WS-POOL-ID
           END-IF.

       VIS-EN-POOL.
           DISPLAY " "
           DISPLAY "POOL " CP-POOL-ID OF CASHPOOL-AR(WS-POOL-IX)
               "  " CP-NAVN OF CASHPOOL-AR(WS-POOL-IX)
           DISPLAY "  KUNDE-ID " CP-KUNDE-ID OF CASHPOOL-AR(WS-POOL-IX)
               "  TOPKONTO " CP-TOP-KONTO-ID OF CASHPOOL-AR(WS-POOL-IX)
           MOVE CP-SATS-INDLAAN OF CASHPOOL-AR(WS-POOL-IX)
               TO WS-VIS-SATS
           DISPLAY "  MELLEMREGNINGSRENTE INDLAAN " WS-VIS-SATS
               " PCT" WITH NO ADVANCING
           MOVE CP-SATS-UDLAAN OF CASHPOOL-AR(WS-POOL-IX)
               TO WS-VIS-SATS
           DISPLAY "  UDLAAN " WS-VIS-SATS " PCT"
           DISPLAY "  STATUS " CP-STATUS OF CASHPOOL-AR(WS-POOL-IX)
               "  AENDRING " CP-AENDRING OF CASHPOOL-AR(WS-POOL-IX)
           PERFORM VARYING WS-D-IX FROM 1 BY 1
                   UNTIL WS-D-IX
                       > CP-ANTAL-DELTAGERE OF CASHPOOL-AR(WS-POOL-IX)
               MOVE CP-D-MAAL-SALDO OF CASHPOOL-AR(WS-POOL-IX, WS-D-IX)
                   TO WS-VIS-MAAL
               DISPLAY "  DELTAGER "
                   CP-D-KONTO-ID OF CASHPOOL-AR(WS-POOL-IX, WS-D-IX)
                   " "
                   CP-D-MAAL-TYPE OF CASHPOOL-AR(WS-POOL-IX, WS-D-IX)
                   " " WS-VIS-MAAL
           END-PERFORM
           DISPLAY "  INDTASTET AF "
               CP-INDTASTET-AF OF CASHPOOL-AR(WS-POOL-IX)
               " " CP-INDTASTET-TID OF CASHPOOL-AR(WS-POOL-IX)
           IF CP-GODKENDT-AF OF CASHPOOL-AR(WS-POOL-IX) NOT = SPACES
               DISPLAY "  BESLUTTET AF "
                   CP-GODKENDT-AF OF CASHPOOL-AR(WS-POOL-IX)
                   " " CP-GODKENDT-DATO OF CASHPOOL-AR(WS-POOL-IX)
           END-IF.

      * ONE JOURNAL LINE PER DECISION, UNDER THE CHECKER'S INITIALS
      * WITH THE MAKER'S ON THE OLD-VALUE SIDE. THE KEY IS THE
      * POOL-ID.
       JOURNALFOER-BESLUTNING.
           MOVE "CASHPOOL" TO WS-J-FELT
           MOVE SPACES TO WS-J-GAMMEL
           STRING "VENTER " DELIMITED BY SIZE
               CP-AENDRING OF CASHPOOL-AR(WS-POOL-IX)
                   DELIMITED BY SPACE
               " INDTASTET AF " DELIMITED BY SIZE
               CP-INDTASTET-AF OF CASHPOOL-AR(WS-POOL-IX)
                   DELIMITED BY SIZE
               INTO WS-J-GAMMEL
           MOVE CP-STATUS OF CASHPOOL-AR(WS-POOL-IX) TO WS-J-NY
           PERFORM SKRIV-JOURNAL-LINJE.

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
           MOVE CP-POOL-ID OF CASHPOOL-AR(WS-POOL-IX)
               TO AJ-NOEGLE OF JOURNAL-REC
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE WRITTEN-OFF CLAIMS LEDGER - SEE AFSKRIVNINGER.CPY. SAME
      * SNAPSHOT-AND-REWRITE SHAPE AS LAANOMLAEGNING'S REGISTER:
      * LOADED WHOLE, DECIDED IN MEMORY, WRITTEN BACK.
           SELECT AFSKRIVNINGER ASSIGN TO "Afskrivninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKR-STATUS.
      * THE RECOVERIES KEYED AGAINST WRITTEN-OFF CLAIMS - SEE
      * INDDRIVELSER.CPY. AFSKRIV BOOKS THEM THE NEXT NIGHT.
           SELECT INDDRIVELSER ASSIGN TO "Inddrivelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDDR-STATUS.
      * THE ACCOUNT MASTER, KEYED BY KONTO-ID LIKE KONTOVEDLIGEHOLD -
      * READ ONLY, FOR THE ACCOUNT HOLDER.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * LAST NIGHT'S CLOSING BALANCE - ONLY AN OVERDRAWN ACCOUNT CAN
      * BE WRITTEN OFF, AND NEVER FOR MORE THAN IT OWES.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE DUNNING CASE FILE - A WRITE-OFF IS ONLY PROPOSED ONCE
      * RYKKERKOERSEL HAS SENT THE FINAL DEMAND. READ ONLY.
           SELECT RYKKER-SAGER ASSIGN TO "RykkerSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAGER-STATUS.
      * THE CREDIT-BUREAU HISTORY - SHOWN TO THE CREDIT DESK WITH
      * THE PROPOSAL. READ ONLY.
           SELECT RKI-REGISTER ASSIGN TO "RkiRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKI-STATUS.
      * THE CHANGE JOURNAL - EVERY PROPOSAL, DECISION AND RECOVERY
      * GOES IN UNDER THE OPERATOR'S INITIALS, SAME AS
      * LAANOMLAEGNING.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJOURNAL-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - NIVEAU 2 TO PROPOSE A
      * WRITE-OFF OR KEY A RECOVERY, NIVEAU 3 TO APPROVE.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFSKRIVNINGER.
       01  AFSKRIVNING-REC.
           COPY "AFSKRIVNINGER.cpy".

       FD  INDDRIVELSER.
       01  INDDRIVELSE-REC.
           COPY "INDDRIVELSER.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  LUKKESALDO-FILE.
       01  LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
           02  LS-UDSKRIFT-NR       PIC 9(6).

       FD  RYKKER-SAGER.
       01  SAG-REC.
           COPY "RYKKERSAGER.cpy".

       FD  RKI-REGISTER.
       01  REGISTER-REC.
           COPY "RKIREGISTER.cpy".

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
       01  WS-J-NOEGLE              PIC X(10) VALUE SPACES.
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
       01  WS-AFSKR-STATUS          PIC XX VALUE "00".
       01  WS-INDDR-STATUS          PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-SAGER-STATUS          PIC XX VALUE "00".
       01  WS-RKI-STATUS            PIC XX VALUE "00".
       01  WS-AJOURNAL-STATUS       PIC XX VALUE "00".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-SAGER                PIC X VALUE "N".
       01  EOF-RKI                  PIC X VALUE "N".
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-TID-RAW               PIC 9(8) VALUE ZEROES.
       01  WS-VIS-BELOB             PIC -(9)9.99.
       01  WS-VIS-BELOB2            PIC -(9)9.99.
       01  WS-VIS-SALDO             PIC -(15)9.99.
      * THE ACCOUNT BEING WORKED AND WHAT THE NIGHT FILES SAY ABOUT
      * IT - LAST NIGHT'S BALANCE, THE DUNNING STAGE REACHED AND THE
      * LATEST RKI EVENT.
       01  WS-SOEGE-KONTO           PIC X(10) VALUE SPACES.
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
       01  WS-SALDO-FUNDET          PIC X VALUE "N".
       01  WS-SALDO                 PIC S9(18)V99 VALUE ZEROES.
       01  WS-SALDO-REG-NR          PIC 9(4) VALUE ZEROES.
       01  WS-SAG-FUNDET            PIC X VALUE "N".
       01  WS-SAG-TRIN              PIC 9 VALUE ZEROES.
       01  WS-RKI-HAENDELSE         PIC X(10) VALUE SPACES.
       01  WS-RKI-DATO              PIC X(10) VALUE SPACES.
       01  WS-SOEGE-ID              PIC X(10) VALUE SPACES.
       01  WS-RESTKRAV              PIC S9(9)V99 VALUE ZEROES.
      * THE ROWS BEING KEYED - HELD APART FROM THE FILE RECORDS,
      * WHICH THE RELOAD OVERWRITES.
       01  NY-AFSKRIVNING.
           COPY "AFSKRIVNINGER.cpy".
       01  NY-INDDRIVELSE.
           COPY "INDDRIVELSER.cpy".
      * BOTH REGISTERS IN MEMORY, WRITTEN BACK INTACT - DECIDED AND
      * BOOKED ROWS STAY AS THE TRAIL.
       01  EOF-AFSKR                PIC X VALUE "N".
       01  AFSKRIVNING-AR OCCURS 999 TIMES.
           COPY "AFSKRIVNINGER.cpy".
       01  ANTAL-AFSKR              PIC 9(4) VALUE ZEROES.
       01  WS-AFSKR-IX              PIC 9(4).
       01  WS-AFSKR-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-AFSKR-FUNDET          PIC X VALUE "N".
       01  EOF-INDDR                PIC X VALUE "N".
       01  INDDRIVELSE-AR OCCURS 2000 TIMES.
           COPY "INDDRIVELSER.cpy".
       01  ANTAL-INDDR              PIC 9(4) VALUE ZEROES.
       01  WS-INDDR-IX              PIC 9(4).
       01  WS-HOEJESTE-NR           PIC 9(9) VALUE ZEROES.
       01  WS-NAESTE-NR             PIC 9(9) VALUE ZEROES.

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

      * THE CREDIT DESK'S WRITE-OFF DIALOG - ONE OPERATOR PROPOSES
      * WRITING OFF AN ACCOUNT'S UNCOLLECTABLE OVERDRAFT, A SECOND
      * ONE APPROVES IT, AND RECOVERIES ARE KEYED AGAINST THE CLAIM
      * AFTERWARDS. NOTHING HERE POSTS; AFSKRIV BOOKS AN APPROVED
      * WRITE-OFF AND ANY KEYED RECOVERY THE NEXT NIGHT.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU = ZEROES
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
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
           STRING "AFSKVEDL  " DELIMITED BY SIZE
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
           DISPLAY "AFSKRIVNING AF UERHOLDELIGE FORDRINGER"
           DISPLAY "1. FORESLAA AFSKRIVNING"
           DISPLAY "2. GODKEND VENTENDE AFSKRIVNINGER"
           DISPLAY "3. REGISTRER INDDRIVELSE"
           DISPLAY "4. VIS AFSKRIVNINGER FOR KONTO"
           DISPLAY "5. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM FORESLAA-AFSKRIVNING
                           THRU FORESLAA-AFSKRIVNING-EXIT
                   END-IF
               WHEN "2"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM GODKEND-AFSKRIVNINGER
                           THRU GODKEND-AFSKRIVNINGER-EXIT
                   END-IF
               WHEN "3"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM REGISTRER-INDDRIVELSE
                           THRU REGISTRER-INDDRIVELSE-EXIT
                   END-IF
               WHEN "4"
                   PERFORM VIS-AFSKRIVNINGER
               WHEN "5"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

      * LOADS AFSKRIVNINGER.TXT - A MISSING FILE IS AN EMPTY LEDGER.
      * RELOADED FOR EVERY ACTION, SO THE NIGHT'S AFSKREVET AND
      * INDDREVET STAMPS ARE NEVER OVERWRITTEN WITH A STALE COPY.
       LOAD-AFSKRIVNINGER.
           MOVE ZEROES TO ANTAL-AFSKR
           MOVE "N" TO EOF-AFSKR
           OPEN INPUT AFSKRIVNINGER
           IF WS-AFSKR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AFSKR = "Y"
                   READ AFSKRIVNINGER
                       AT END
                           MOVE "Y" TO EOF-AFSKR
                       NOT AT END
                           ADD 1 TO ANTAL-AFSKR
                           MOVE AFSKRIVNING-REC
                               TO AFSKRIVNING-AR(ANTAL-AFSKR)
                   END-READ
               END-PERFORM
               CLOSE AFSKRIVNINGER
           END-IF.

       GEM-AFSKRIVNINGER.
           OPEN OUTPUT AFSKRIVNINGER
           PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                   UNTIL WS-AFSKR-IX > ANTAL-AFSKR
               MOVE AFSKRIVNING-AR(WS-AFSKR-IX) TO AFSKRIVNING-REC
               WRITE AFSKRIVNING-REC
           END-PERFORM
           CLOSE AFSKRIVNINGER.

       LOAD-INDDRIVELSER.
           MOVE ZEROES TO ANTAL-INDDR
           MOVE "N" TO EOF-INDDR
           OPEN INPUT INDDRIVELSER
           IF WS-INDDR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-INDDR = "Y"
                   READ INDDRIVELSER
                       AT END
                           MOVE "Y" TO EOF-INDDR
                       NOT AT END
                           ADD 1 TO ANTAL-INDDR
                           MOVE INDDRIVELSE-REC
                               TO INDDRIVELSE-AR(ANTAL-INDDR)
                   END-READ
               END-PERFORM
               CLOSE INDDRIVELSER
           END-IF.

       GEM-INDDRIVELSER.
           OPEN OUTPUT INDDRIVELSER
           PERFORM VARYING WS-INDDR-IX FROM 1 BY 1
                   UNTIL WS-INDDR-IX > ANTAL-INDDR
               MOVE INDDRIVELSE-AR(WS-INDDR-IX) TO INDDRIVELSE-REC
               WRITE INDDRIVELSE-REC
           END-PERFORM
           CLOSE INDDRIVELSER.

      * WS-SOEGE-KONTO FROM THE ACCOUNT MASTER INTO KONTOOPL-IN.
       LAES-KONTO.
           MOVE WS-SOEGE-KONTO TO KONTO-ID OF KONTOOPL-IN
           MOVE "N" TO WS-KONTO-FUNDET
           OPEN INPUT KONTOOPLYSNINGER
           READ KONTOOPLYSNINGER KEY IS KONTO-ID OF KONTOOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-FUNDET
           END-READ
           CLOSE KONTOOPLYSNINGER.

       FIND-LUKKESALDO.
           MOVE ZEROES TO WS-SALDO
           MOVE ZEROES TO WS-SALDO-REG-NR
           MOVE "N" TO WS-SALDO-FUNDET
           MOVE "N" TO EOF-LUKKE
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           IF LS-KONTO-ID = WS-SOEGE-KONTO
                               MOVE LS-BALANCE TO WS-SALDO
                               MOVE LS-REG-NR TO WS-SALDO-REG-NR
                               MOVE "Y" TO WS-SALDO-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

      * THE ACCOUNT'S OPEN DUNNING CASE, IF ANY, AND THE STAGE IT
      * HAS REACHED.
       FIND-RYKKERSAG.
           MOVE "N" TO WS-SAG-FUNDET
           MOVE ZEROES TO WS-SAG-TRIN
           MOVE "N" TO EOF-SAGER
           OPEN INPUT RYKKER-SAGER
           IF WS-SAGER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SAGER = "Y"
                   READ RYKKER-SAGER
                       AT END
                           MOVE "Y" TO EOF-SAGER
                       NOT AT END
                           IF RY-KONTO-ID OF SAG-REC = WS-SOEGE-KONTO
                               AND RY-STATUS OF SAG-REC = "AABEN"
                               MOVE "Y" TO WS-SAG-FUNDET
                               MOVE RY-TRIN OF SAG-REC TO WS-SAG-TRIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RYKKER-SAGER
           END-IF.

      * THE LATEST RKI EVENT FOR THE ACCOUNT - THE HISTORY IS
      * APPEND-ONLY, SO THE LAST ROW READ IS THE CURRENT STATE.
       FIND-RKI-STATUS.
           MOVE SPACES TO WS-RKI-HAENDELSE
           MOVE SPACES TO WS-RKI-DATO
           MOVE "N" TO EOF-RKI
           OPEN INPUT RKI-REGISTER
           IF WS-RKI-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-RKI = "Y"
                   READ RKI-REGISTER
                       AT END
                           MOVE "Y" TO EOF-RKI
                       NOT AT END
                           IF RK-KONTO-ID OF REGISTER-REC
                                   = WS-SOEGE-KONTO
                               MOVE RK-HAENDELSE OF REGISTER-REC
                                   TO WS-RKI-HAENDELSE
                               MOVE RK-DATO OF REGISTER-REC
                                   TO WS-RKI-DATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RKI-REGISTER
           END-IF.

      * THE MAKER SIDE: A WRITE-OFF IS ONLY PROPOSED FOR AN ACCOUNT
      * THAT IS OVERDRAWN AND HAS HAD THE FINAL DEMAND, AND AN
      * ACCOUNT CARRIES AT MOST ONE UNBOOKED WRITE-OFF (VENTER OR
      * GODKENDT). THE AMOUNT IS LAST NIGHT'S OVERDRAWN BALANCE.
       FORESLAA-AFSKRIVNING.
           MOVE SPACES TO NY-AFSKRIVNING
           MOVE ZEROES TO AK-REG-NR OF NY-AFSKRIVNING
           MOVE ZEROES TO AK-FORESLAAET-BELOB OF NY-AFSKRIVNING
           MOVE ZEROES TO AK-AFSKREVET-BELOB OF NY-AFSKRIVNING
           MOVE ZEROES TO AK-INDDREVET OF NY-AFSKRIVNING
           DISPLAY "KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO
           PERFORM LAES-KONTO
           IF WS-KONTO-FUNDET = "N"
               DISPLAY "KONTO-ID FINDES IKKE I KONTOREGISTER: "
                   WS-SOEGE-KONTO
               GO TO FORESLAA-AFSKRIVNING-EXIT
           END-IF
           PERFORM FIND-LUKKESALDO
           IF WS-SALDO-FUNDET = "N" OR WS-SALDO NOT < 0
               DISPLAY "KONTOEN ER IKKE OVERTRUKKET PR. SIDSTE"
                   " KOERSEL - INTET AT AFSKRIVE."
               GO TO FORESLAA-AFSKRIVNING-EXIT
           END-IF
           PERFORM FIND-RYKKERSAG
           IF WS-SAG-FUNDET = "N" OR WS-SAG-TRIN < 3
               DISPLAY "KONTOEN HAR IKKE FAAET SIDSTE RYKKER (TRIN 3)"
                   " - AFSKRIVNING KAN IKKE FORESLAAS ENDNU."
               GO TO FORESLAA-AFSKRIVNING-EXIT
           END-IF
           PERFORM LOAD-AFSKRIVNINGER
           MOVE ZEROES TO WS-AFSKR-MATCH-IX
           PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                   UNTIL WS-AFSKR-IX > ANTAL-AFSKR
               IF AK-KONTO-ID OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       = WS-SOEGE-KONTO
                   AND (AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX)
                           = "VENTER"
                     OR AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX)
                           = "GODKENDT")
                   MOVE WS-AFSKR-IX TO WS-AFSKR-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-AFSKR-MATCH-IX NOT = ZEROES
               DISPLAY "KONTOEN HAR ALLEREDE EN AFSKRIVNING UNDER"
                   " BEHANDLING: "
                   AK-REFERENCE OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
               GO TO FORESLAA-AFSKRIVNING-EXIT
           END-IF
           PERFORM FIND-RKI-STATUS
           MOVE WS-SALDO TO WS-VIS-SALDO
           DISPLAY "KUNDE " KUNDE-ID OF KONTOOPL-IN
               "  REG-NR " WS-SALDO-REG-NR
               "  RYKKERTRIN " WS-SAG-TRIN
           DISPLAY "SALDO PR. SIDSTE KOERSEL: " WS-VIS-SALDO
           IF WS-RKI-HAENDELSE = SPACES
               DISPLAY "RKI: IKKE REGISTRERET"
           ELSE
               DISPLAY "RKI: " WS-RKI-HAENDELSE " " WS-RKI-DATO
           END-IF
           DISPLAY "AARSAG: " WITH NO ADVANCING
           ACCEPT AK-AARSAG OF NY-AFSKRIVNING
           IF AK-AARSAG OF NY-AFSKRIVNING = SPACES
               DISPLAY "AFSKRIVNING IKKE REGISTRERET - AARSAG ER"
                   " PAAKRAEVET"
               GO TO FORESLAA-AFSKRIVNING-EXIT
           END-IF
           DISPLAY "FORESLAA AFSKRIVNING AF HELE SALDOEN (J/N): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "AFSKRIVNING IKKE REGISTRERET."
               GO TO FORESLAA-AFSKRIVNING-EXIT
           END-IF

           MOVE WS-SOEGE-KONTO TO AK-KONTO-ID OF NY-AFSKRIVNING
           MOVE KUNDE-ID OF KONTOOPL-IN TO AK-KUNDE-ID OF NY-AFSKRIVNING
           MOVE WS-SALDO-REG-NR TO AK-REG-NR OF NY-AFSKRIVNING
           COMPUTE AK-FORESLAAET-BELOB OF NY-AFSKRIVNING =
               0 - WS-SALDO
           MOVE "VENTER" TO AK-STATUS OF NY-AFSKRIVNING
           MOVE WS-OPERATOR TO AK-INDTASTET-AF OF NY-AFSKRIVNING
           MOVE WS-I-DAG TO AK-INDTASTET-TID OF NY-AFSKRIVNING(1:10)
           ACCEPT WS-TID-RAW FROM TIME
           MOVE " " TO AK-INDTASTET-TID OF NY-AFSKRIVNING(11:1)
           MOVE WS-TID-RAW(1:2) TO AK-INDTASTET-TID OF NY-AFSKRIVNING
               (12:2)
           MOVE ":" TO AK-INDTASTET-TID OF NY-AFSKRIVNING(14:1)
           MOVE WS-TID-RAW(3:2) TO AK-INDTASTET-TID OF NY-AFSKRIVNING
               (15:2)
           MOVE ":" TO AK-INDTASTET-TID OF NY-AFSKRIVNING(17:1)
           MOVE WS-TID-RAW(5:2) TO AK-INDTASTET-TID OF NY-AFSKRIVNING
               (18:2)
           PERFORM TILDEL-REFERENCE
           ADD 1 TO ANTAL-AFSKR
           MOVE NY-AFSKRIVNING TO AFSKRIVNING-AR(ANTAL-AFSKR)
           PERFORM GEM-AFSKRIVNINGER
           MOVE ANTAL-AFSKR TO WS-AFSKR-IX
           MOVE "AFSKRIVNING" TO WS-J-FELT
           MOVE SPACES TO WS-J-GAMMEL
           MOVE AK-FORESLAAET-BELOB OF NY-AFSKRIVNING TO WS-VIS-BELOB
           MOVE SPACES TO WS-J-NY
           STRING "FORESLAAET " DELIMITED BY SIZE
               AK-REFERENCE OF NY-AFSKRIVNING DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO WS-J-NY
           MOVE AK-KONTO-ID OF NY-AFSKRIVNING TO WS-J-NOEGLE
           PERFORM SKRIV-JOURNAL-LINJE
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "AFSKRIVNING " AK-REFERENCE OF NY-AFSKRIVNING
               " PARKERET TIL GODKENDELSE.".

       FORESLAA-AFSKRIVNING-EXIT.
           EXIT.

      * THE NEXT FREE A-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SO
      * A REJECTED NUMBER IS NEVER HANDED OUT AGAIN. SAME RULE AS
      * DEPOSITUMVEDLIGEHOLD'S D-NUMBERS.
       TILDEL-REFERENCE.
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                   UNTIL WS-AFSKR-IX > ANTAL-AFSKR
               IF AK-REFERENCE OF AFSKRIVNING-AR(WS-AFSKR-IX)(2:9)
                       IS NUMERIC
                   MOVE AK-REFERENCE OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       (2:9) TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "A" TO AK-REFERENCE OF NY-AFSKRIVNING(1:1)
           MOVE WS-NAESTE-NR TO AK-REFERENCE OF NY-AFSKRIVNING(2:9).

      * THE CHECKER SIDE: EVERY VENTER ROW PAST A SECOND OPERATOR,
      * THE PROPOSER'S OWN SHOWN BUT NEVER RELEASABLE BY THE SAME
      * INITIALS - SAME FOUR-EYES RULE AS LAANOMLAEGNING. EVERY
      * DECISION IS JOURNALLED AND WRITTEN BACK.
       GODKEND-AFSKRIVNINGER.
           PERFORM LOAD-AFSKRIVNINGER
           MOVE "N" TO WS-AFSKR-FUNDET
           PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                   UNTIL WS-AFSKR-IX > ANTAL-AFSKR
               IF AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX) = "VENTER"
                   MOVE "Y" TO WS-AFSKR-FUNDET
                   PERFORM BEHANDL-VENTENDE
               END-IF
           END-PERFORM
           IF WS-AFSKR-FUNDET = "N"
               DISPLAY "INGEN VENTENDE AFSKRIVNINGER."
               GO TO GODKEND-AFSKRIVNINGER-EXIT
           END-IF
           PERFORM GEM-AFSKRIVNINGER.

       GODKEND-AFSKRIVNINGER-EXIT.
           EXIT.

       BEHANDL-VENTENDE.
           PERFORM VIS-EN-AFSKRIVNING
           IF AK-INDTASTET-AF OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   = WS-OPERATOR
               DISPLAY "EGEN INDTASTNING - SKAL GODKENDES AF EN"
                   " ANDEN OPERATOER."
           ELSE
               DISPLAY "GODKEND (J), AFVIS (N), SPRING OVER (S): "
                   WITH NO ADVANCING
               ACCEPT WS-SVAR
               EVALUATE WS-SVAR
                   WHEN "J"
                   WHEN "j"
                       MOVE "GODKENDT"
                           TO AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       MOVE WS-OPERATOR TO AK-GODKENDT-AF
                           OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       MOVE WS-I-DAG TO AK-GODKENDT-DATO
                           OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       PERFORM JOURNALFOER-BESLUTNING
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "AFSKRIVNING GODKENDT."
                   WHEN "N"
                   WHEN "n"
                       MOVE "AFVIST"
                           TO AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       MOVE WS-OPERATOR TO AK-GODKENDT-AF
                           OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       MOVE WS-I-DAG TO AK-GODKENDT-DATO
                           OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       PERFORM JOURNALFOER-BESLUTNING
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "AFSKRIVNING AFVIST."
                   WHEN OTHER
                       DISPLAY "SPRUNGET OVER."
               END-EVALUATE
           END-IF.

      * A RECOVERY ON A WRITTEN-OFF CLAIM - THE CLAIM MUST BE
      * AFSKREVET, THE SOURCE ONE OF THE FOUR KNOWN ONES AND THE
      * AMOUNT POSITIVE. KEYED AS VENTER; AFSKRIV BOOKS IT.
       REGISTRER-INDDRIVELSE.
           MOVE SPACES TO NY-INDDRIVELSE
           MOVE ZEROES TO IV-BELOB OF NY-INDDRIVELSE
           DISPLAY "AFSKRIVNINGENS REFERENCE: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM LOAD-AFSKRIVNINGER
           MOVE ZEROES TO WS-AFSKR-MATCH-IX
           PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                   UNTIL WS-AFSKR-IX > ANTAL-AFSKR
               IF AK-REFERENCE OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       = WS-SOEGE-ID
                   MOVE WS-AFSKR-IX TO WS-AFSKR-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-AFSKR-MATCH-IX = ZEROES
               DISPLAY "AFSKRIVNING FINDES IKKE: " WS-SOEGE-ID
               GO TO REGISTRER-INDDRIVELSE-EXIT
           END-IF
           IF AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
                   NOT = "AFSKREVET"
               DISPLAY "AFSKRIVNINGEN ER IKKE BOGFOERT - STATUS "
                   AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
               GO TO REGISTRER-INDDRIVELSE-EXIT
           END-IF
           MOVE WS-AFSKR-MATCH-IX TO WS-AFSKR-IX
           PERFORM VIS-EN-AFSKRIVNING
           DISPLAY "KILDE (INKASSO/KONKURSBO/DOEDSBO/SKYLDNER): "
               WITH NO ADVANCING
           ACCEPT IV-KILDE OF NY-INDDRIVELSE
           IF IV-KILDE OF NY-INDDRIVELSE NOT = "INKASSO"
               AND IV-KILDE OF NY-INDDRIVELSE NOT = "KONKURSBO"
               AND IV-KILDE OF NY-INDDRIVELSE NOT = "DOEDSBO"
               AND IV-KILDE OF NY-INDDRIVELSE NOT = "SKYLDNER"
               DISPLAY "UKENDT KILDE - INDDRIVELSE IKKE REGISTRERET."
               GO TO REGISTRER-INDDRIVELSE-EXIT
           END-IF
           DISPLAY "BILAG (AFSENDERS REFERENCE): " WITH NO ADVANCING
           ACCEPT IV-BILAG OF NY-INDDRIVELSE
           DISPLAY "BELOEB: " WITH NO ADVANCING
           ACCEPT IV-BELOB OF NY-INDDRIVELSE
           IF IV-BELOB OF NY-INDDRIVELSE NOT > ZEROES
               DISPLAY "BELOEBET SKAL VAERE STOERRE END NUL."
               GO TO REGISTRER-INDDRIVELSE-EXIT
           END-IF
           COMPUTE WS-RESTKRAV =
               AK-AFSKREVET-BELOB OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
               - AK-INDDREVET OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
           IF IV-BELOB OF NY-INDDRIVELSE > WS-RESTKRAV
               MOVE WS-RESTKRAV TO WS-VIS-BELOB
               DISPLAY "BEMAERK: BELOEBET OVERSTIGER RESTKRAVET "
                   WS-VIS-BELOB
           END-IF

           MOVE WS-SOEGE-ID TO IV-REFERENCE OF NY-INDDRIVELSE
           MOVE "VENTER" TO IV-STATUS OF NY-INDDRIVELSE
           MOVE WS-OPERATOR TO IV-INDTASTET-AF OF NY-INDDRIVELSE
           MOVE WS-I-DAG TO IV-INDTASTET-DATO OF NY-INDDRIVELSE
           PERFORM LOAD-INDDRIVELSER
           ADD 1 TO ANTAL-INDDR
           MOVE NY-INDDRIVELSE TO INDDRIVELSE-AR(ANTAL-INDDR)
           PERFORM GEM-INDDRIVELSER
           MOVE "INDDRIVELSE" TO WS-J-FELT
           MOVE SPACES TO WS-J-GAMMEL
           MOVE IV-BELOB OF NY-INDDRIVELSE TO WS-VIS-BELOB
           MOVE SPACES TO WS-J-NY
           STRING WS-SOEGE-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               IV-KILDE OF NY-INDDRIVELSE DELIMITED BY SPACE
               WS-VIS-BELOB DELIMITED BY SIZE
               INTO WS-J-NY
           MOVE AK-KONTO-ID OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
               TO WS-J-NOEGLE
           PERFORM SKRIV-JOURNAL-LINJE
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "INDDRIVELSE REGISTRERET - BOGFOERES I NAT.".

       REGISTRER-INDDRIVELSE-EXIT.
           EXIT.

      * INQUIRY - EVERY WRITE-OFF ON THE LEDGER FOR ONE ACCOUNT,
      * OLDEST FIRST, EACH WITH THE RECOVERIES KEYED AGAINST IT.
       VIS-AFSKRIVNINGER.
           DISPLAY "KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO
           PERFORM LOAD-AFSKRIVNINGER
           PERFORM LOAD-INDDRIVELSER
           MOVE "N" TO WS-AFSKR-FUNDET
           PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                   UNTIL WS-AFSKR-IX > ANTAL-AFSKR
               IF AK-KONTO-ID OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       = WS-SOEGE-KONTO
                   MOVE "Y" TO WS-AFSKR-FUNDET
                   PERFORM VIS-EN-AFSKRIVNING
                   PERFORM VIS-INDDRIVELSER
               END-IF
           END-PERFORM
           IF WS-AFSKR-FUNDET = "N"
               DISPLAY "INGEN AFSKRIVNINGER FOR " WS-SOEGE-KONTO
           END-IF.

       VIS-EN-AFSKRIVNING.
           DISPLAY " "
           MOVE AK-FORESLAAET-BELOB OF AFSKRIVNING-AR(WS-AFSKR-IX)
               TO WS-VIS-BELOB
           DISPLAY "AFSKRIVNING "
               AK-REFERENCE OF AFSKRIVNING-AR(WS-AFSKR-IX)
               "  KONTO " AK-KONTO-ID OF AFSKRIVNING-AR(WS-AFSKR-IX)
               "  KUNDE " AK-KUNDE-ID OF AFSKRIVNING-AR(WS-AFSKR-IX)
               "  STATUS " AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX)
           DISPLAY "  FORESLAAET " WS-VIS-BELOB
               "  AARSAG " AK-AARSAG OF AFSKRIVNING-AR(WS-AFSKR-IX)
           DISPLAY "  INDTASTET AF "
               AK-INDTASTET-AF OF AFSKRIVNING-AR(WS-AFSKR-IX)
               " " AK-INDTASTET-TID OF AFSKRIVNING-AR(WS-AFSKR-IX)
           IF AK-GODKENDT-AF OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   NOT = SPACES
               DISPLAY "  BESLUTTET AF "
                   AK-GODKENDT-AF OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   " " AK-GODKENDT-DATO OF AFSKRIVNING-AR(WS-AFSKR-IX)
           END-IF
           IF AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX) = "AFSKREVET"
               MOVE AK-AFSKREVET-BELOB OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   TO WS-VIS-BELOB
               MOVE AK-INDDREVET OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   TO WS-VIS-BELOB2
               DISPLAY "  AFSKREVET " WS-VIS-BELOB " DEN "
                   AK-AFSKREVET-DATO OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   "  INDDREVET " WS-VIS-BELOB2
           END-IF.

       VIS-INDDRIVELSER.
           PERFORM VARYING WS-INDDR-IX FROM 1 BY 1
                   UNTIL WS-INDDR-IX > ANTAL-INDDR
               IF IV-REFERENCE OF INDDRIVELSE-AR(WS-INDDR-IX)
                       = AK-REFERENCE OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   MOVE IV-BELOB OF INDDRIVELSE-AR(WS-INDDR-IX)
                       TO WS-VIS-BELOB
                   DISPLAY "    INDDRIVELSE "
                       IV-KILDE OF INDDRIVELSE-AR(WS-INDDR-IX)
                       " " IV-BILAG OF INDDRIVELSE-AR(WS-INDDR-IX)
                       WS-VIS-BELOB
                       "  " IV-STATUS OF INDDRIVELSE-AR(WS-INDDR-IX)
                       " " IV-BOGFOERT-DATO
                           OF INDDRIVELSE-AR(WS-INDDR-IX)
               END-IF
           END-PERFORM.

      * ONE JOURNAL LINE PER DECISION, UNDER THE CHECKER'S INITIALS
      * WITH THE PROPOSER'S ON THE OLD-VALUE SIDE.
       JOURNALFOER-BESLUTNING.
           MOVE "AFSKRIVNING" TO WS-J-FELT
           MOVE SPACES TO WS-J-GAMMEL
           STRING "VENTER " DELIMITED BY SIZE
               AK-REFERENCE OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   DELIMITED BY SIZE
               " INDTASTET AF " DELIMITED BY SIZE
               AK-INDTASTET-AF OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   DELIMITED BY SIZE
               INTO WS-J-GAMMEL
           MOVE AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX) TO WS-J-NY
           MOVE AK-KONTO-ID OF AFSKRIVNING-AR(WS-AFSKR-IX)
               TO WS-J-NOEGLE
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
           MOVE WS-J-NOEGLE TO AJ-NOEGLE OF JOURNAL-REC
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE WITHDRAWAL NOTICES ON NOTICE-PERIOD SAVINGS ACCOUNTS -
      * SMALL ENOUGH THAT EVERY CHANGE RELOADS AND REWRITES THE WHOLE
      * FILE, SAME SHAPE AS THE RELEASES IN DEPOSITUMVEDLIGEHOLD.
           SELECT OPSIGELSER ASSIGN TO "Opsigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSIG-STATUS.
      * THE ACCOUNT MASTER, KEYED BY KONTO-ID LIKE KONTOVEDLIGEHOLD -
      * READ ONLY, FOR THE ACCOUNT'S NOTICE PERIOD AND STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * LAST NIGHT'S CLOSING BALANCE - THE OPEN NOTICES ON AN ACCOUNT
      * MAY NOT TOGETHER ASK FOR MORE THAN IT HOLDS.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - NIVEAU 2 TO KEY OR WITHDRAW
      * A NOTICE.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPSIGELSER.
       01  OPSIG-REC.
           COPY "OPSIGELSER.cpy".

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

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-OPSIG-STATUS          PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-KRAV           PIC 9 VALUE ZEROES.
       01  WS-NIVEAU-OK             PIC X VALUE "N".
       01  WS-ANTAL-AENDRINGER      PIC 9(5) VALUE ZEROES.
       01  WS-SESSION-START-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-START-TIME    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-TIME      PIC 9(8) VALUE ZEROES.
       01  WS-I-DAG                 PIC X(10) VALUE SPACES.
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
       01  WS-SALDO-FUNDET          PIC X VALUE "N".
      * THE NOTICE ACCOUNT BEING WORKED - ITS PERIOD AND LAST NIGHT'S
      * BALANCE, HELD APART FROM THE FILE RECORD.
       01  WS-SOEGE-KONTO           PIC X(10) VALUE SPACES.
       01  WS-OPS-KONTO-ID          PIC X(10) VALUE SPACES.
       01  WS-OPS-KUNDE-ID          PIC X(10) VALUE SPACES.
       01  WS-OPS-MAANEDER          PIC 9(2) VALUE ZEROES.
       01  WS-OPS-SALDO             PIC S9(18)V99 VALUE ZEROES.
       01  WS-AABEN-SUM             PIC S9(11)V99 VALUE ZEROES.
       01  WS-AABEN-REST            PIC S9(11)V99 VALUE ZEROES.
      * MONTH ARITHMETIC FOR THE DUE AND LAPSE DATES - SEE
      * LAEG-MAANEDER-TIL.
       01  WS-DATO-IND              PIC X(10) VALUE SPACES.
       01  WS-DATO-UD               PIC X(10) VALUE SPACES.
       01  WS-ANTAL-MDR             PIC 9(2) VALUE ZEROES.
       01  WS-NY-AAR                PIC 9(4) VALUE ZEROES.
       01  WS-NY-MAANED             PIC 9(4) VALUE ZEROES.
       01  WS-NY-DAG                PIC 9(2) VALUE ZEROES.
      * THE NOTICE BEING KEYED - HELD APART FROM THE FILE RECORD,
      * WHICH THE RELOAD OVERWRITES.
       01  NY-OPSIG.
           COPY "OPSIGELSER.cpy".
      * THE WHOLE NOTICE FILE, LOADED FOR LOOKUP, NUMBERING AND
      * UPDATE - SNAPSHOT-AND-REWRITE LIKE THE OTHER REGISTERS.
       01  OPSIG-AR OCCURS 999 TIMES.
           COPY "OPSIGELSER.cpy".
       01  ANTAL-OPSIG              PIC 9(4) VALUE ZEROES.
       01  WS-OPSIG-IX              PIC 9(4).
       01  WS-OPSIG-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  EOF-OPSIG                PIC X VALUE "N".
       01  WS-HOEJESTE-NR           PIC 9(9) VALUE ZEROES.
       01  WS-NAESTE-NR             PIC 9(9) VALUE ZEROES.
       01  WS-SOEGE-ID              PIC X(10) VALUE SPACES.
       01  WS-VIS-BELOB             PIC -(9)9.99.
       01  WS-VIS-BELOB2            PIC -(9)9.99.
       01  WS-VIS-SALDO             PIC -(15)9.99.

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

       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "OPSIGVEDL" DELIMITED BY SIZE
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
           DISPLAY "OPSIGELSESKONTI - UDTRAEKSVARSLER"
           DISPLAY "1. REGISTRER OPSIGELSE"
           DISPLAY "2. ANNULLER OPSIGELSE"
           DISPLAY "3. VIS OPSIGELSESKONTO OG OPSIGELSER"
           DISPLAY "4. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM OPRET-OPSIGELSE
                           THRU OPRET-OPSIGELSE-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM ANNULLER-OPSIGELSE
                           THRU ANNULLER-OPSIGELSE-EXIT
                   END-IF
               WHEN "3"
                   PERFORM VIS-OPSIGELSER THRU VIS-OPSIGELSER-EXIT
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       LOAD-OPSIGELSER.
           MOVE ZEROES TO ANTAL-OPSIG
           MOVE "N" TO EOF-OPSIG
           OPEN INPUT OPSIGELSER
           IF WS-OPSIG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-OPSIG = "Y"
                   READ OPSIGELSER
                       AT END
                           MOVE "Y" TO EOF-OPSIG
                       NOT AT END
                           ADD 1 TO ANTAL-OPSIG
                           MOVE OPSIG-REC TO OPSIG-AR(ANTAL-OPSIG)
                   END-READ
               END-PERFORM
               CLOSE OPSIGELSER
           END-IF.

       GEM-OPSIGELSER.
           OPEN OUTPUT OPSIGELSER
           PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                   UNTIL WS-OPSIG-IX > ANTAL-OPSIG
               MOVE OPSIG-AR(WS-OPSIG-IX) TO OPSIG-REC
               WRITE OPSIG-REC
           END-PERFORM
           CLOSE OPSIGELSER.

      * THE NOTICE KEYED IN WS-SOEGE-ID, AS ITS SLOT IN
      * WS-OPSIG-MATCH-IX - ZERO WHEN IT ISN'T ON FILE.
       FIND-OPSIGELSE.
           MOVE ZEROES TO WS-OPSIG-MATCH-IX
           PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                   UNTIL WS-OPSIG-IX > ANTAL-OPSIG
               IF OV-REFERENCE OF OPSIG-AR(WS-OPSIG-IX) = WS-SOEGE-ID
                   MOVE WS-OPSIG-IX TO WS-OPSIG-MATCH-IX
               END-IF
           END-PERFORM.

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

      * THE NOTICE ACCOUNT KEYED IN WS-SOEGE-KONTO - IT MUST BE ON
      * THE MASTER AND CARRY A NOTICE PERIOD. ITS HOLDER, PERIOD AND
      * LAST NIGHT'S BALANCE ARE KEPT IN THE WS-OPS FIELDS.
       FIND-OPSIGELSESKONTO.
           MOVE "N" TO WS-FEJL
           PERFORM LAES-KONTO
           IF WS-KONTO-FUNDET = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "KONTO-ID FINDES IKKE I KONTOREGISTER"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND (OPSIGELSE-MAANEDER OF KONTOOPL-IN IS NOT NUMERIC
                   OR OPSIGELSE-MAANEDER OF KONTOOPL-IN = ZEROES)
               MOVE "Y" TO WS-FEJL
               MOVE "KONTOEN ER IKKE EN OPSIGELSESKONTO"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE KONTO-ID OF KONTOOPL-IN TO WS-OPS-KONTO-ID
               MOVE KUNDE-ID OF KONTOOPL-IN TO WS-OPS-KUNDE-ID
               MOVE OPSIGELSE-MAANEDER OF KONTOOPL-IN
                   TO WS-OPS-MAANEDER
               PERFORM FIND-LUKKESALDO
           END-IF.

       FIND-LUKKESALDO.
           MOVE ZEROES TO WS-OPS-SALDO
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
                           IF LS-KONTO-ID = WS-OPS-KONTO-ID
                               MOVE LS-BALANCE TO WS-OPS-SALDO
                               MOVE "Y" TO WS-SALDO-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

      * WHAT THE ACCOUNT'S OPEN NOTICES (VARSLET OR FORFALDEN) STILL
      * ASK FOR, NET OF WHAT HAS BEEN DRAWN ON THEM, INTO
      * WS-AABEN-SUM.
       SUMMER-AABNE.
           MOVE ZEROES TO WS-AABEN-SUM
           PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                   UNTIL WS-OPSIG-IX > ANTAL-OPSIG
               IF OV-KONTO-ID OF OPSIG-AR(WS-OPSIG-IX)
                       = WS-OPS-KONTO-ID
                   AND (OV-STATUS OF OPSIG-AR(WS-OPSIG-IX)
                       = "VARSLET"
                   OR OV-STATUS OF OPSIG-AR(WS-OPSIG-IX)
                       = "FORFALDEN")
                   COMPUTE WS-AABEN-REST
                       = OV-BELOB OF OPSIG-AR(WS-OPSIG-IX)
                       - OV-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
                       - OV-DAGENS-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
                   IF WS-AABEN-REST > ZEROES
                       ADD WS-AABEN-REST TO WS-AABEN-SUM
                   END-IF
               END-IF
           END-PERFORM.

      * A NEW NOTICE, RECEIVED TODAY. IT FALLS DUE THE ACCOUNT'S
      * NOTICE PERIOD FROM NOW AND LAPSES A MONTH AFTER THAT. THE
      * ACCOUNT'S OPEN NOTICES MAY NOT TOGETHER ASK FOR MORE THAN
      * LAST NIGHT'S BALANCE - A NOTICE ON MONEY THAT ISN'T THERE
      * WOULD ONLY OPEN THE ACCOUNT TO DEBITS IT CANNOT COVER.
       OPRET-OPSIGELSE.
           MOVE SPACES TO NY-OPSIG
           MOVE ZEROES TO OV-BELOB OF NY-OPSIG
           MOVE ZEROES TO OV-HAEVET OF NY-OPSIG
           MOVE ZEROES TO OV-DAGENS-HAEVET OF NY-OPSIG
           DISPLAY "OPSIGELSESKONTO KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO
           PERFORM FIND-OPSIGELSESKONTO
           IF WS-FEJL = "Y"
               DISPLAY "OPSIGELSE IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO OPRET-OPSIGELSE-EXIT
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               DISPLAY "KONTOEN ER IKKE AKTIV - STATUS "
                   KONTO-STATUS OF KONTOOPL-IN
               GO TO OPRET-OPSIGELSE-EXIT
           END-IF
           PERFORM LOAD-OPSIGELSER
           PERFORM SUMMER-AABNE
           MOVE WS-OPS-SALDO TO WS-VIS-SALDO
           MOVE WS-AABEN-SUM TO WS-VIS-BELOB
           DISPLAY "KONTOHAVER " WS-OPS-KUNDE-ID
               " - VARSEL " WS-OPS-MAANEDER " MDR."
           DISPLAY "SALDO PR. SIDSTE KOERSEL: " WS-VIS-SALDO
           DISPLAY "ALLEREDE OPSAGT:          " WS-VIS-BELOB
           DISPLAY "OPSAGT BELOEB: " WITH NO ADVANCING
           ACCEPT OV-BELOB OF NY-OPSIG
           IF OV-BELOB OF NY-OPSIG IS NOT NUMERIC
               OR OV-BELOB OF NY-OPSIG = ZEROES
               DISPLAY "DER SKAL OPSIGES ET BELOEB."
               GO TO OPRET-OPSIGELSE-EXIT
           END-IF
           IF WS-AABEN-SUM + OV-BELOB OF NY-OPSIG > WS-OPS-SALDO
               DISPLAY "OPSIGELSERNE OVERSTIGER KONTOENS SALDO."
               GO TO OPRET-OPSIGELSE-EXIT
           END-IF
           MOVE WS-OPS-KONTO-ID TO OV-KONTO-ID OF NY-OPSIG
           MOVE WS-I-DAG TO OV-MODTAGET-DATO OF NY-OPSIG
           MOVE WS-I-DAG TO WS-DATO-IND
           MOVE WS-OPS-MAANEDER TO WS-ANTAL-MDR
           PERFORM LAEG-MAANEDER-TIL
           MOVE WS-DATO-UD TO OV-FORFALD-DATO OF NY-OPSIG
           MOVE WS-DATO-UD TO WS-DATO-IND
           MOVE 1 TO WS-ANTAL-MDR
           PERFORM LAEG-MAANEDER-TIL
           MOVE WS-DATO-UD TO OV-UDLOEB-DATO OF NY-OPSIG
           MOVE "VARSLET" TO OV-STATUS OF NY-OPSIG
           MOVE WS-OPERATOR TO OV-OPRETTET-AF OF NY-OPSIG
           PERFORM TILDEL-REFERENCE
           ADD 1 TO ANTAL-OPSIG
           MOVE NY-OPSIG TO OPSIG-AR(ANTAL-OPSIG)
           PERFORM GEM-OPSIGELSER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "OPSIGELSE " OV-REFERENCE OF NY-OPSIG
               " REGISTRERET - FORFALDER "
               OV-FORFALD-DATO OF NY-OPSIG
               ", UDLOEBER " OV-UDLOEB-DATO OF NY-OPSIG.

       OPRET-OPSIGELSE-EXIT.
           EXIT.

      * WS-DATO-IND PLUS WS-ANTAL-MDR MONTHS INTO WS-DATO-UD, MONTH
      * ARITHMETIC WITH THE SAME CLAMP-TO-28 RULE AS THE TERM-DEPOSIT
      * ROLL IN INDLAANFORFALD.
       LAEG-MAANEDER-TIL.
           MOVE WS-DATO-IND(1:4) TO WS-NY-AAR
           MOVE WS-DATO-IND(6:2) TO WS-NY-MAANED
           MOVE WS-DATO-IND(9:2) TO WS-NY-DAG
           ADD WS-ANTAL-MDR TO WS-NY-MAANED
           PERFORM UNTIL WS-NY-MAANED <= 12
               SUBTRACT 12 FROM WS-NY-MAANED
               ADD 1 TO WS-NY-AAR
           END-PERFORM
           IF WS-NY-DAG > 28
               MOVE 28 TO WS-NY-DAG
           END-IF
           MOVE WS-NY-AAR TO WS-DATO-UD(1:4)
           MOVE "-" TO WS-DATO-UD(5:1)
           MOVE WS-NY-MAANED(3:2) TO WS-DATO-UD(6:2)
           MOVE "-" TO WS-DATO-UD(8:1)
           MOVE WS-NY-DAG TO WS-DATO-UD(9:2).

      * THE NEXT FREE O-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SO A
      * DRAWN OR WITHDRAWN NUMBER IS NEVER HANDED OUT AGAIN. SAME
      * RULE AS THE DEPOSIT RELEASES' D-NUMBERS.
       TILDEL-REFERENCE.
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                   UNTIL WS-OPSIG-IX > ANTAL-OPSIG
               IF OV-REFERENCE OF OPSIG-AR(WS-OPSIG-IX)(2:9)
                       IS NUMERIC
                   MOVE OV-REFERENCE OF OPSIG-AR(WS-OPSIG-IX)(2:9)
                       TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "O" TO OV-REFERENCE OF NY-OPSIG(1:1)
           MOVE WS-NAESTE-NR TO OV-REFERENCE OF NY-OPSIG(2:9).

      * THE CUSTOMER WITHDRAWS A NOTICE - THE MONEY STAYS ON THE
      * ACCOUNT AT THE NOTICE RATE. ONLY A NOTICE NOTHING HAS BEEN
      * DRAWN ON CAN GO; A PART-DRAWN ONE RUNS OUT ON ITS OWN.
       ANNULLER-OPSIGELSE.
           PERFORM LOAD-OPSIGELSER
           DISPLAY "OPSIGELSES-REFERENCE (O-NUMMER): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM FIND-OPSIGELSE
           IF WS-OPSIG-MATCH-IX = ZEROES
               DISPLAY "OPSIGELSEN FINDES IKKE."
               GO TO ANNULLER-OPSIGELSE-EXIT
           END-IF
           IF OV-STATUS OF OPSIG-AR(WS-OPSIG-MATCH-IX)
                   NOT = "VARSLET"
               AND OV-STATUS OF OPSIG-AR(WS-OPSIG-MATCH-IX)
                   NOT = "FORFALDEN"
               DISPLAY "OPSIGELSEN KAN IKKE ANNULLERES - STATUS "
                   OV-STATUS OF OPSIG-AR(WS-OPSIG-MATCH-IX)
               GO TO ANNULLER-OPSIGELSE-EXIT
           END-IF
           IF OV-HAEVET OF OPSIG-AR(WS-OPSIG-MATCH-IX) > ZEROES
               OR OV-DAGENS-HAEVET OF OPSIG-AR(WS-OPSIG-MATCH-IX)
                   > ZEROES
               DISPLAY "DER ER HAEVET PAA OPSIGELSEN - "
                   "DEN KAN IKKE ANNULLERES."
               GO TO ANNULLER-OPSIGELSE-EXIT
           END-IF
           DISPLAY "BEKRAEFT ANNULLERING AF " WS-SOEGE-ID
               " (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "ANNULLERING FORTRUDT."
               GO TO ANNULLER-OPSIGELSE-EXIT
           END-IF
           MOVE "ANNULLERET"
               TO OV-STATUS OF OPSIG-AR(WS-OPSIG-MATCH-IX)
           PERFORM GEM-OPSIGELSER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "OPSIGELSE ANNULLERET.".

       ANNULLER-OPSIGELSE-EXIT.
           EXIT.

      * THE NOTICE ACCOUNT, LAST NIGHT'S BALANCE, AND EVERY NOTICE
      * EVER KEYED ON IT.
       VIS-OPSIGELSER.
           DISPLAY "OPSIGELSESKONTO KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO
           PERFORM FIND-OPSIGELSESKONTO
           IF WS-FEJL = "Y"
               DISPLAY WS-FEJLTEKST
               GO TO VIS-OPSIGELSER-EXIT
           END-IF
           DISPLAY "KONTOHAVER:         " WS-OPS-KUNDE-ID
           DISPLAY "VARSEL:             " WS-OPS-MAANEDER " MDR."
           DISPLAY "STATUS:             " KONTO-STATUS OF KONTOOPL-IN
           IF WS-SALDO-FUNDET = "Y"
               MOVE WS-OPS-SALDO TO WS-VIS-SALDO
               DISPLAY "SALDO:              " WS-VIS-SALDO
           ELSE
               DISPLAY "SALDO:              INGEN LUKKESALDO ENDNU"
           END-IF
           PERFORM LOAD-OPSIGELSER
           PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                   UNTIL WS-OPSIG-IX > ANTAL-OPSIG
               IF OV-KONTO-ID OF OPSIG-AR(WS-OPSIG-IX)
                       = WS-OPS-KONTO-ID
                   MOVE OV-BELOB OF OPSIG-AR(WS-OPSIG-IX)
                       TO WS-VIS-BELOB
                   COMPUTE WS-VIS-BELOB2
                       = OV-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
                       + OV-DAGENS-HAEVET OF OPSIG-AR(WS-OPSIG-IX)
                   DISPLAY OV-REFERENCE OF OPSIG-AR(WS-OPSIG-IX)
                       " " OV-MODTAGET-DATO OF OPSIG-AR(WS-OPSIG-IX)
                       " " OV-STATUS OF OPSIG-AR(WS-OPSIG-IX)
                       " AF " OV-OPRETTET-AF OF OPSIG-AR(WS-OPSIG-IX)
                   DISPLAY "    OPSAGT " WS-VIS-BELOB
                       "  HAEVET " WS-VIS-BELOB2
                   DISPLAY "    FORFALD "
                       OV-FORFALD-DATO OF OPSIG-AR(WS-OPSIG-IX)
                       "  UDLOEB "
                       OV-UDLOEB-DATO OF OPSIG-AR(WS-OPSIG-IX)
               END-IF
           END-PERFORM.

       VIS-OPSIGELSER-EXIT.
           EXIT.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE MASS-CHANGE REGISTER - SEE MASSEAENDRINGER.CPY. SAME
      * SNAPSHOT-AND-REWRITE SHAPE AS AFSKRIVNINGVEDLIGEHOLD'S
      * LEDGER: LOADED WHOLE, DECIDED IN MEMORY, WRITTEN BACK.
           SELECT MASSEAENDRINGER ASSIGN TO "MasseAendringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MA-STATUS.
      * THE EXPLICIT KONTO-ID LISTS - ONE ROW PER ACCOUNT, UNDER THE
      * REFERENCE OF THE MASS CHANGE IT BELONGS TO. APPEND ONLY.
           SELECT MASSEAENDRING-KONTI ASSIGN TO "MasseAendringKonti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MK-STATUS.
      * THE DRY RUN - EVERY ACCOUNT THE CHANGE WOULD TOUCH WITH ITS
      * BEFORE AND AFTER VALUE, AND EVERY ACCOUNT IT PASSES OVER AND
      * WHY. REBUILT BY EVERY RUN, THE REAL ONE INCLUDED.
           SELECT MASSEAENDRING-PROEVE
               ASSIGN TO "MasseAendringProeve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROEVE-STATUS.
      * THE ACCOUNT MASTER, KEYED BY KONTO-ID LIKE KONTOVEDLIGEHOLD -
      * WALKED FRONT TO BACK, REWRITTEN ONLY BY AN APPROVED RUN.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * LAST NIGHT'S CLOSING BALANCE - THE ACCOUNT'S REG-NR AND THE
      * BALANCE THE TIER AND THE CLOSURE RULE ARE JUDGED ON.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE CHANGE JOURNAL - EVERY ACCOUNT A RUN CHANGES GOES IN
      * UNDER THE PROPOSER'S INITIALS AND THE BATCH'S REFERENCE, THE
      * DECISION UNDER THE APPROVER'S - SAME SPLIT AS
      * AENDRINGSGODKENDELSE.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJOURNAL-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - NIVEAU 2 TO PROPOSE OR
      * APPROVE A MASS CHANGE, NIVEAU 3 WHEN IT SETS KONTO-STATUS.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASSEAENDRINGER.
       01  MASSEAENDRING-REC.
           COPY "MASSEAENDRINGER.cpy".

       FD  MASSEAENDRING-KONTI.
       01  MK-REC.
           02  MK-REFERENCE         PIC X(10).
           02  MK-KONTO-ID          PIC X(10).

       FD  MASSEAENDRING-PROEVE.
       01  PROEVE-LINJE             PIC X(132).

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
       01  WS-J-OPERATOR            PIC X(3) VALUE SPACES.
       01  WS-J-NOEGLE              PIC X(10) VALUE SPACES.
       01  WS-J-FELT                PIC X(15) VALUE SPACES.
       01  WS-J-GAMMEL              PIC X(40) VALUE SPACES.
       01  WS-J-NY                  PIC X(40) VALUE SPACES.
       01  WS-J-BATCH-REF           PIC X(10) VALUE SPACES.
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
       01  WS-MA-STATUS             PIC XX VALUE "00".
       01  WS-MK-STATUS             PIC XX VALUE "00".
       01  WS-PROEVE-STATUS         PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-AJOURNAL-STATUS       PIC XX VALUE "00".
       01  EOF-MK                   PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-TID-RAW               PIC 9(8) VALUE ZEROES.
       01  WS-SOEGE-ID              PIC X(10) VALUE SPACES.
       01  WS-NY-KONTO              PIC X(10) VALUE SPACES.
       01  WS-VIS-SALDO             PIC -(15)9.99.
       01  WS-VIS-FRA               PIC Z(8)9.99.
       01  WS-VIS-TIL               PIC Z(8)9.99.
       01  WS-VIS-SATS              PIC ZZ9.99.
      * THE MASS CHANGE BEING KEYED, AND THE ONE BEING RUN - A NEW
      * PROPOSAL OR A REGISTER ROW UNDER APPROVAL. HELD APART FROM
      * THE FILE RECORD, WHICH THE RELOAD OVERWRITES.
       01  NY-MASSEAENDRING.
           COPY "MASSEAENDRINGER.cpy".
       01  AKTUEL-MASSEAENDRING.
           COPY "MASSEAENDRINGER.cpy".
      * THE REGISTER IN MEMORY, WRITTEN BACK INTACT - DECIDED ROWS
      * STAY AS THE TRAIL.
       01  EOF-MA                   PIC X VALUE "N".
       01  MASSEAENDRING-AR OCCURS 999 TIMES.
           COPY "MASSEAENDRINGER.cpy".
       01  ANTAL-MA                 PIC 9(4) VALUE ZEROES.
       01  WS-MA-IX                 PIC 9(4).
       01  WS-MA-MATCH-IX           PIC 9(4) VALUE ZEROES.
       01  WS-MA-FUNDET             PIC X VALUE "N".
       01  WS-HOEJESTE-NR           PIC 9(9) VALUE ZEROES.
       01  WS-NAESTE-NR             PIC 9(9) VALUE ZEROES.
      * THE EXPLICIT KONTO-ID LIST OF THE MASS CHANGE BEING RUN, AND
      * WHETHER THE WALK OF THE MASTER MET EACH ENTRY.
       01  KONTOLISTE-AR OCCURS 999 TIMES.
           02  KL-KONTO-ID          PIC X(10).
           02  KL-FUNDET            PIC X.
       01  ANTAL-LISTE              PIC 9(4) VALUE ZEROES.
       01  WS-LISTE-IX              PIC 9(4).
      * LAST NIGHT'S CLOSING BALANCES, LOADED ONCE PER RUN.
       01  SALDO-AR OCCURS 2000 TIMES.
           02  SA-KONTO-ID          PIC X(10).
           02  SA-REG-NR            PIC 9(4).
           02  SA-BALANCE           PIC S9(18)V99.
       01  ANTAL-SALDI              PIC 9(4) VALUE ZEROES.
       01  WS-SALDO-IX              PIC 9(4).
      * THE WALK OF THE MASTER - "P" FOR A DRY RUN, "R" FOR THE REAL
      * ONE - AND WHAT IT DECIDED FOR THE ACCOUNT IN HAND.
       01  WS-KOERSEL-TYPE          PIC X VALUE "P".
       01  WS-KOERSEL-OK            PIC X VALUE "N".
       01  WS-MATCH                 PIC X VALUE "N".
       01  WS-ER-ENS                PIC X VALUE "N".
       01  WS-SPRING-AARSAG         PIC X(40) VALUE SPACES.
       01  WS-SALDO                 PIC S9(18)V99 VALUE ZEROES.
       01  WS-SALDO-REG-NR          PIC 9(4) VALUE ZEROES.
       01  WS-REG-NR-TEKST          PIC X(4) VALUE SPACES.
       01  WS-PRODUKT               PIC X(10) VALUE SPACES.
       01  WS-GAMMEL-VAERDI         PIC X(10) VALUE SPACES.
       01  WS-NY-VIS                PIC X(10) VALUE SPACES.
       01  WS-NY-SATS-X             PIC X(5) VALUE ZEROES.
       01  WS-NY-SATS REDEFINES WS-NY-SATS-X
                                    PIC 9(3)V99.
       01  WS-ANTAL-RAMT            PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-SPRUNGET        PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-UAENDRET        PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-UKENDT          PIC 9(5) VALUE ZEROES.
      * ONE DETAIL LINE OF THE DRY RUN.
       01  WS-PROEVE-DETALJE.
           02  PD-KONTO-ID          PIC X(10).
           02  FILLER               PIC X VALUE SPACE.
           02  PD-KONTONUMMER       PIC X(20).
           02  FILLER               PIC X VALUE SPACE.
           02  PD-FELT              PIC X(15).
           02  FILLER               PIC X VALUE SPACE.
           02  PD-GAMMEL            PIC X(10).
           02  FILLER               PIC X(4) VALUE " -> ".
           02  PD-NY                PIC X(10).
           02  FILLER               PIC X(2) VALUE SPACES.
           02  PD-BEMAERKNING       PIC X(50).

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

      * THE MASS-CHANGE DIALOG - ONE OPERATOR PICKS A SELECTION OF
      * ACCOUNTS AND ONE FIELD/VALUE, SEES THE DRY RUN AND PARKS IT;
      * A SECOND OPERATOR SEES THE SAME DRY RUN AGAIN AND RELEASES
      * IT, WHICH IS THE ONLY PATH THAT REWRITES THE ACCOUNT MASTER.
      * FOR THE PRODUCT CHANGE THAT WOULD OTHERWISE MEAN HUNDREDS OF
      * TRIPS THROUGH KONTOVEDLIGEHOLD.
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
           STRING "MASSEAEND " DELIMITED BY SIZE
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
           DISPLAY "MASSEAENDRING AF KONTOREGISTERET"
           DISPLAY "1. FORESLAA MASSEAENDRING (MED PROEVEKOERSEL)"
           DISPLAY "2. GODKEND VENTENDE MASSEAENDRINGER"
           DISPLAY "3. VIS PROEVEKOERSEL FOR MASSEAENDRING"
           DISPLAY "4. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM FORESLAA-MASSEAENDRING
                           THRU FORESLAA-MASSEAENDRING-EXIT
                   END-IF
               WHEN "2"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM GODKEND-MASSEAENDRINGER
                           THRU GODKEND-MASSEAENDRINGER-EXIT
                   END-IF
               WHEN "3"
                   PERFORM VIS-PROEVEKOERSEL
                       THRU VIS-PROEVEKOERSEL-EXIT
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

      * LOADS MASSEAENDRINGER.TXT - A MISSING FILE IS AN EMPTY
      * REGISTER. RELOADED FOR EVERY ACTION, SO TWO SESSIONS NEVER
      * WRITE BACK A STALE COPY OVER EACH OTHER'S DECISIONS.
       LOAD-MASSEAENDRINGER.
           MOVE ZEROES TO ANTAL-MA
           MOVE "N" TO EOF-MA
           OPEN INPUT MASSEAENDRINGER
           IF WS-MA-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MA = "Y"
                   READ MASSEAENDRINGER
                       AT END
                           MOVE "Y" TO EOF-MA
                       NOT AT END
                           ADD 1 TO ANTAL-MA
                           MOVE MASSEAENDRING-REC
                               TO MASSEAENDRING-AR(ANTAL-MA)
                   END-READ
               END-PERFORM
               CLOSE MASSEAENDRINGER
           END-IF.

       GEM-MASSEAENDRINGER.
           OPEN OUTPUT MASSEAENDRINGER
           PERFORM VARYING WS-MA-IX FROM 1 BY 1
                   UNTIL WS-MA-IX > ANTAL-MA
               MOVE MASSEAENDRING-AR(WS-MA-IX) TO MASSEAENDRING-REC
               WRITE MASSEAENDRING-REC
           END-PERFORM
           CLOSE MASSEAENDRINGER.

      * THE KONTO-ID LIST FILED UNDER MA-REFERENCE OF THE MASS
      * CHANGE BEING RUN.
       LOAD-KONTOLISTE.
           MOVE ZEROES TO ANTAL-LISTE
           MOVE "N" TO EOF-MK
           OPEN INPUT MASSEAENDRING-KONTI
           IF WS-MK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MK = "Y"
                   READ MASSEAENDRING-KONTI
                       AT END
                           MOVE "Y" TO EOF-MK
                       NOT AT END
                           IF MK-REFERENCE = MA-REFERENCE
                                   OF AKTUEL-MASSEAENDRING
                               AND ANTAL-LISTE < 999
                               ADD 1 TO ANTAL-LISTE
                               MOVE MK-KONTO-ID
                                   TO KL-KONTO-ID(ANTAL-LISTE)
                               MOVE "N" TO KL-FUNDET(ANTAL-LISTE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASSEAENDRING-KONTI
           END-IF.

       GEM-KONTOLISTE.
           OPEN EXTEND MASSEAENDRING-KONTI
           IF WS-MK-STATUS = "35"
               OPEN OUTPUT MASSEAENDRING-KONTI
           END-IF
           PERFORM VARYING WS-LISTE-IX FROM 1 BY 1
                   UNTIL WS-LISTE-IX > ANTAL-LISTE
               MOVE MA-REFERENCE OF NY-MASSEAENDRING TO MK-REFERENCE
               MOVE KL-KONTO-ID(WS-LISTE-IX) TO MK-KONTO-ID
               WRITE MK-REC
           END-PERFORM
           CLOSE MASSEAENDRING-KONTI.

      * LAST NIGHT'S CLOSING BALANCES INTO SALDO-AR.
       LOAD-SALDI.
           MOVE ZEROES TO ANTAL-SALDI
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
                           IF ANTAL-SALDI < 2000
                               ADD 1 TO ANTAL-SALDI
                               MOVE LS-KONTO-ID
                                   TO SA-KONTO-ID(ANTAL-SALDI)
                               MOVE LS-REG-NR
                                   TO SA-REG-NR(ANTAL-SALDI)
                               MOVE LS-BALANCE
                                   TO SA-BALANCE(ANTAL-SALDI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

      * THE MAKER SIDE: THE SELECTION, THE FIELD AND ITS NEW VALUE,
      * CHECKED THE WAY KONTOVEDLIGEHOLD CHECKS A SINGLE ACCOUNT,
      * THEN A DRY RUN. ONLY A CHANGE THAT WOULD TOUCH AT LEAST ONE
      * ACCOUNT IS PARKED, WITH THE DRY RUN'S COUNT AS THE FIGURE
      * THE APPROVER'S OWN DRY RUN MUST MATCH.
       FORESLAA-MASSEAENDRING.
           MOVE SPACES TO NY-MASSEAENDRING
           MOVE ZEROES TO MA-SALDO-FRA OF NY-MASSEAENDRING
           MOVE ZEROES TO MA-SALDO-TIL OF NY-MASSEAENDRING
           MOVE ZEROES TO MA-ANTAL-KONTI OF NY-MASSEAENDRING
           MOVE ZEROES TO MA-ANTAL-AENDRET OF NY-MASSEAENDRING
           MOVE ZEROES TO ANTAL-LISTE
           DISPLAY "UDVALG (REG-NR/VALUTA/SALDO/PRODUKT/KONTOLISTE): "
               WITH NO ADVANCING
           ACCEPT MA-UDVALG-TYPE OF NY-MASSEAENDRING
           MOVE "N" TO WS-FEJL
           EVALUATE MA-UDVALG-TYPE OF NY-MASSEAENDRING
               WHEN "REG-NR"
                   DISPLAY "REG-NR (4 CIFRE): " WITH NO ADVANCING
                   ACCEPT MA-UDVALG-VAERDI OF NY-MASSEAENDRING
                   IF MA-UDVALG-VAERDI OF NY-MASSEAENDRING(1:4)
                           IS NOT NUMERIC
                       OR MA-UDVALG-VAERDI OF NY-MASSEAENDRING(5:6)
                           NOT = SPACES
                       MOVE "Y" TO WS-FEJL
                   END-IF
               WHEN "VALUTA"
                   DISPLAY "VALUTAKODE: " WITH NO ADVANCING
                   ACCEPT MA-UDVALG-VAERDI OF NY-MASSEAENDRING
                   IF MA-UDVALG-VAERDI OF NY-MASSEAENDRING(1:3)
                           = SPACES
                       OR MA-UDVALG-VAERDI OF NY-MASSEAENDRING(4:7)
                           NOT = SPACES
                       MOVE "Y" TO WS-FEJL
                   END-IF
               WHEN "SALDO"
                   DISPLAY "SALDO FRA: " WITH NO ADVANCING
                   ACCEPT MA-SALDO-FRA OF NY-MASSEAENDRING
                   DISPLAY "SALDO TIL (0 = INGEN OEVRE GRAENSE): "
                       WITH NO ADVANCING
                   ACCEPT MA-SALDO-TIL OF NY-MASSEAENDRING
                   IF MA-SALDO-TIL OF NY-MASSEAENDRING NOT = ZEROES
                       AND MA-SALDO-TIL OF NY-MASSEAENDRING
                           < MA-SALDO-FRA OF NY-MASSEAENDRING
                       MOVE "Y" TO WS-FEJL
                   END-IF
               WHEN "PRODUKT"
                   DISPLAY "PRODUKT (ALDER/RATE/INDLAAN/BOERNE/"
                       "DEPOSITUM/ORDINAER): " WITH NO ADVANCING
                   ACCEPT MA-UDVALG-VAERDI OF NY-MASSEAENDRING
                   IF MA-UDVALG-VAERDI OF NY-MASSEAENDRING
                           NOT = "ALDER"
                       AND MA-UDVALG-VAERDI OF NY-MASSEAENDRING
                           NOT = "RATE"
                       AND MA-UDVALG-VAERDI OF NY-MASSEAENDRING
                           NOT = "INDLAAN"
                       AND MA-UDVALG-VAERDI OF NY-MASSEAENDRING
                           NOT = "BOERNE"
                       AND MA-UDVALG-VAERDI OF NY-MASSEAENDRING
                           NOT = "DEPOSITUM"
                       AND MA-UDVALG-VAERDI OF NY-MASSEAENDRING
                           NOT = "ORDINAER"
                       MOVE "Y" TO WS-FEJL
                   END-IF
               WHEN "KONTOLISTE"
                   PERFORM INDTAST-KONTOLISTE
                   IF ANTAL-LISTE = ZEROES
                       MOVE "Y" TO WS-FEJL
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-FEJL
           END-EVALUATE
           IF WS-FEJL = "Y"
               DISPLAY "UGYLDIGT UDVALG - MASSEAENDRING IKKE"
                   " REGISTRERET."
               GO TO FORESLAA-MASSEAENDRING-EXIT
           END-IF

           DISPLAY "FELT (UDSKRIFT-CYKLUS/KONTO-STATUS/INDLAAN-SATS/"
               "INDLAAN-FORNY/PENSIONS-TYPE): " WITH NO ADVANCING
           ACCEPT MA-FELT OF NY-MASSEAENDRING
           IF MA-FELT OF NY-MASSEAENDRING NOT = "UDSKRIFT-CYKLUS"
               AND MA-FELT OF NY-MASSEAENDRING NOT = "KONTO-STATUS"
               AND MA-FELT OF NY-MASSEAENDRING NOT = "INDLAAN-SATS"
               AND MA-FELT OF NY-MASSEAENDRING NOT = "INDLAAN-FORNY"
               AND MA-FELT OF NY-MASSEAENDRING NOT = "PENSIONS-TYPE"
               DISPLAY "FELTET KAN IKKE MASSEAENDRES - MASSEAENDRING"
                   " IKKE REGISTRERET."
               GO TO FORESLAA-MASSEAENDRING-EXIT
           END-IF
           IF MA-FELT OF NY-MASSEAENDRING = "KONTO-STATUS"
               MOVE 3 TO WS-NIVEAU-KRAV
               PERFORM KRAEV-NIVEAU
               IF WS-NIVEAU-OK = "N"
                   GO TO FORESLAA-MASSEAENDRING-EXIT
               END-IF
           END-IF
           DISPLAY "NY VAERDI: " WITH NO ADVANCING
           ACCEPT MA-NY-VAERDI OF NY-MASSEAENDRING
           PERFORM KONTROLLER-NY-VAERDI
           IF WS-FEJL = "Y"
               DISPLAY "UGYLDIG VAERDI FOR "
                   MA-FELT OF NY-MASSEAENDRING
                   " - MASSEAENDRING IKKE REGISTRERET."
               GO TO FORESLAA-MASSEAENDRING-EXIT
           END-IF

           MOVE NY-MASSEAENDRING TO AKTUEL-MASSEAENDRING
           MOVE "P" TO WS-KOERSEL-TYPE
           PERFORM KOER-UDVALG THRU KOER-UDVALG-EXIT
           IF WS-ANTAL-RAMT = ZEROES
               DISPLAY "INGEN KONTI VILLE BLIVE AENDRET - INTET"
                   " PARKERET."
               GO TO FORESLAA-MASSEAENDRING-EXIT
           END-IF
           DISPLAY "PARKER MASSEAENDRINGEN TIL GODKENDELSE (J/N): "
               WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J" AND WS-SVAR NOT = "j"
               DISPLAY "MASSEAENDRING IKKE REGISTRERET."
               GO TO FORESLAA-MASSEAENDRING-EXIT
           END-IF

           MOVE WS-ANTAL-RAMT TO MA-ANTAL-KONTI OF NY-MASSEAENDRING
           MOVE "VENTER" TO MA-STATUS OF NY-MASSEAENDRING
           MOVE WS-OPERATOR TO MA-INDTASTET-AF OF NY-MASSEAENDRING
           MOVE WS-I-DAG TO MA-INDTASTET-TID OF NY-MASSEAENDRING(1:10)
           ACCEPT WS-TID-RAW FROM TIME
           MOVE " " TO MA-INDTASTET-TID OF NY-MASSEAENDRING(11:1)
           MOVE WS-TID-RAW(1:2) TO MA-INDTASTET-TID OF NY-MASSEAENDRING
               (12:2)
           MOVE ":" TO MA-INDTASTET-TID OF NY-MASSEAENDRING(14:1)
           MOVE WS-TID-RAW(3:2) TO MA-INDTASTET-TID OF NY-MASSEAENDRING
               (15:2)
           MOVE ":" TO MA-INDTASTET-TID OF NY-MASSEAENDRING(17:1)
           MOVE WS-TID-RAW(5:2) TO MA-INDTASTET-TID OF NY-MASSEAENDRING
               (18:2)
           PERFORM LOAD-MASSEAENDRINGER
           PERFORM TILDEL-REFERENCE
           ADD 1 TO ANTAL-MA
           MOVE NY-MASSEAENDRING TO MASSEAENDRING-AR(ANTAL-MA)
           PERFORM GEM-MASSEAENDRINGER
           IF MA-UDVALG-TYPE OF NY-MASSEAENDRING = "KONTOLISTE"
               PERFORM GEM-KONTOLISTE
           END-IF
           MOVE NY-MASSEAENDRING TO AKTUEL-MASSEAENDRING
           MOVE WS-OPERATOR TO WS-J-OPERATOR
           MOVE MA-REFERENCE OF NY-MASSEAENDRING TO WS-J-NOEGLE
           MOVE MA-REFERENCE OF NY-MASSEAENDRING TO WS-J-BATCH-REF
           MOVE "MASSEAENDRING" TO WS-J-FELT
           PERFORM BYG-UDVALG-TEKST
           MOVE SPACES TO WS-J-NY
           STRING "FORESLAAET " DELIMITED BY SIZE
               MA-FELT OF NY-MASSEAENDRING DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               WS-NY-VIS DELIMITED BY SIZE
               INTO WS-J-NY
           PERFORM SKRIV-JOURNAL-LINJE
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "MASSEAENDRING " MA-REFERENCE OF NY-MASSEAENDRING
               " PARKERET TIL GODKENDELSE - "
               MA-ANTAL-KONTI OF NY-MASSEAENDRING " KONTI.".

       FORESLAA-MASSEAENDRING-EXIT.
           EXIT.

      * THE EXPLICIT LIST IS KEYED ONE KONTO-ID AT A TIME, A BLANK
      * ENTRY ENDING IT. AN ID THE MASTER DOES NOT KNOW IS LISTED BY
      * THE DRY RUN, NOT REFUSED HERE.
       INDTAST-KONTOLISTE.
           MOVE "X" TO WS-NY-KONTO
           PERFORM UNTIL WS-NY-KONTO = SPACES OR ANTAL-LISTE >= 999
               DISPLAY "KONTO-ID (BLANK = SLUT): " WITH NO ADVANCING
               ACCEPT WS-NY-KONTO
               IF WS-NY-KONTO NOT = SPACES
                   ADD 1 TO ANTAL-LISTE
                   MOVE WS-NY-KONTO TO KL-KONTO-ID(ANTAL-LISTE)
                   MOVE "N" TO KL-FUNDET(ANTAL-LISTE)
               END-IF
           END-PERFORM.

      * THE NEW VALUE AGAINST THE SAME DOMAINS KONTOVEDLIGEHOLD
      * ENFORCES FIELD BY FIELD. KONTO-STATUS ONLY GOES AKTIV OR
      * LUKKET HERE - HVILEN, BOET AND INSOLV ARE SET BY THEIR OWN
      * RUNS AND CASES, NEVER BY HAND.
       KONTROLLER-NY-VAERDI.
           MOVE "N" TO WS-FEJL
           EVALUATE MA-FELT OF NY-MASSEAENDRING
               WHEN "UDSKRIFT-CYKLUS"
                   IF MA-NY-VAERDI OF NY-MASSEAENDRING NOT = SPACES
                       AND MA-NY-VAERDI OF NY-MASSEAENDRING
                           NOT = "ALTID"
                       AND MA-NY-VAERDI OF NY-MASSEAENDRING
                           NOT = "MAANED"
                       AND MA-NY-VAERDI OF NY-MASSEAENDRING
                           NOT = "KVARTAL"
                       AND MA-NY-VAERDI OF NY-MASSEAENDRING
                           NOT = "AKTIV"
                       MOVE "Y" TO WS-FEJL
                   END-IF
               WHEN "KONTO-STATUS"
                   IF MA-NY-VAERDI OF NY-MASSEAENDRING NOT = "AKTIV"
                       AND MA-NY-VAERDI OF NY-MASSEAENDRING
                           NOT = "LUKKET"
                       MOVE "Y" TO WS-FEJL
                   END-IF
               WHEN "INDLAAN-SATS"
                   IF MA-NY-VAERDI OF NY-MASSEAENDRING(1:5)
                           IS NOT NUMERIC
                       OR MA-NY-VAERDI OF NY-MASSEAENDRING(6:5)
                           NOT = SPACES
                       MOVE "Y" TO WS-FEJL
                   END-IF
               WHEN "INDLAAN-FORNY"
                   IF MA-NY-VAERDI OF NY-MASSEAENDRING NOT = "J"
                       AND MA-NY-VAERDI OF NY-MASSEAENDRING NOT = "N"
                       MOVE "Y" TO WS-FEJL
                   END-IF
               WHEN "PENSIONS-TYPE"
                   IF MA-NY-VAERDI OF NY-MASSEAENDRING NOT = SPACES
                       AND MA-NY-VAERDI OF NY-MASSEAENDRING
                           NOT = "ALDER"
                       AND MA-NY-VAERDI OF NY-MASSEAENDRING
                           NOT = "RATE"
                       MOVE "Y" TO WS-FEJL
                   END-IF
           END-EVALUATE.

      * THE NEXT FREE M-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SO
      * A REJECTED NUMBER IS NEVER HANDED OUT AGAIN. SAME RULE AS
      * AFSKRIVNINGVEDLIGEHOLD'S A-NUMBERS.
       TILDEL-REFERENCE.
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-MA-IX FROM 1 BY 1
                   UNTIL WS-MA-IX > ANTAL-MA
               IF MA-REFERENCE OF MASSEAENDRING-AR(WS-MA-IX)(2:9)
                       IS NUMERIC
                   MOVE MA-REFERENCE OF MASSEAENDRING-AR(WS-MA-IX)
                       (2:9) TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "M" TO MA-REFERENCE OF NY-MASSEAENDRING(1:1)
           MOVE WS-NAESTE-NR TO MA-REFERENCE OF NY-MASSEAENDRING(2:9).

      * THE CHECKER SIDE: EVERY VENTER ROW PAST A SECOND OPERATOR,
      * THE PROPOSER'S OWN SHOWN BUT NEVER RELEASABLE BY THE SAME
      * INITIALS. THE REGISTER IS WRITTEN BACK AFTER EACH DECISION,
      * SINCE AN APPROVAL HAS ALREADY REWRITTEN THE MASTER.
       GODKEND-MASSEAENDRINGER.
           PERFORM LOAD-MASSEAENDRINGER
           MOVE "N" TO WS-MA-FUNDET
           PERFORM VARYING WS-MA-IX FROM 1 BY 1
                   UNTIL WS-MA-IX > ANTAL-MA
               IF MA-STATUS OF MASSEAENDRING-AR(WS-MA-IX) = "VENTER"
                   MOVE "Y" TO WS-MA-FUNDET
                   PERFORM BEHANDL-VENTENDE
               END-IF
           END-PERFORM
           IF WS-MA-FUNDET = "N"
               DISPLAY "INGEN VENTENDE MASSEAENDRINGER."
           END-IF.

       GODKEND-MASSEAENDRINGER-EXIT.
           EXIT.

      * THE APPROVER SEES THE DRY RUN AGAIN, AGAINST THE MASTER AS
      * IT STANDS NOW. IF THE COUNT HAS MOVED SINCE THE PROPOSAL THE
      * CHANGE CAN ONLY BE REJECTED AND PROPOSED AFRESH - NOBODY
      * RELEASES A MASS CHANGE THAT NO LONGER DOES WHAT WAS SEEN.
       BEHANDL-VENTENDE.
           MOVE MASSEAENDRING-AR(WS-MA-IX) TO AKTUEL-MASSEAENDRING
           PERFORM VIS-EN-MASSEAENDRING
           IF MA-INDTASTET-AF OF AKTUEL-MASSEAENDRING = WS-OPERATOR
               DISPLAY "EGEN INDTASTNING - SKAL GODKENDES AF EN"
                   " ANDEN OPERATOER."
           ELSE
               MOVE 2 TO WS-NIVEAU-KRAV
               IF MA-FELT OF AKTUEL-MASSEAENDRING = "KONTO-STATUS"
                   MOVE 3 TO WS-NIVEAU-KRAV
               END-IF
               PERFORM KRAEV-NIVEAU
               IF WS-NIVEAU-OK = "Y"
                   PERFORM BESLUT-MASSEAENDRING
                       THRU BESLUT-MASSEAENDRING-EXIT
               END-IF
           END-IF.

       BESLUT-MASSEAENDRING.
           IF MA-UDVALG-TYPE OF AKTUEL-MASSEAENDRING = "KONTOLISTE"
               PERFORM LOAD-KONTOLISTE
           END-IF
           MOVE "P" TO WS-KOERSEL-TYPE
           PERFORM KOER-UDVALG THRU KOER-UDVALG-EXIT
           IF WS-KOERSEL-OK = "N"
               GO TO BESLUT-MASSEAENDRING-EXIT
           END-IF
           MOVE SPACE TO WS-SVAR
           IF WS-ANTAL-RAMT NOT = MA-ANTAL-KONTI OF AKTUEL-MASSEAENDRING
               DISPLAY "PROEVEKOERSLEN RAMMER NU " WS-ANTAL-RAMT
                   " KONTI MOD " MA-ANTAL-KONTI OF AKTUEL-MASSEAENDRING
                   " VED FORSLAGET - KAN KUN AFVISES."
               DISPLAY "AFVIS (N), SPRING OVER (S): "
                   WITH NO ADVANCING
               ACCEPT WS-SVAR
               IF WS-SVAR = "J" OR WS-SVAR = "j"
                   MOVE "S" TO WS-SVAR
               END-IF
           ELSE
               DISPLAY "GODKEND (J), AFVIS (N), SPRING OVER (S): "
                   WITH NO ADVANCING
               ACCEPT WS-SVAR
           END-IF
           EVALUATE WS-SVAR
               WHEN "J"
               WHEN "j"
                   MOVE "R" TO WS-KOERSEL-TYPE
                   PERFORM KOER-UDVALG THRU KOER-UDVALG-EXIT
                   IF WS-KOERSEL-OK = "N"
                       GO TO BESLUT-MASSEAENDRING-EXIT
                   END-IF
                   MOVE "GENNEMFOERT"
                       TO MA-STATUS OF MASSEAENDRING-AR(WS-MA-IX)
                   MOVE WS-ANTAL-RAMT
                       TO MA-ANTAL-AENDRET OF MASSEAENDRING-AR(WS-MA-IX)
                   PERFORM AFSLUT-BESLUTNING
                   DISPLAY "MASSEAENDRING GENNEMFOERT - " WS-ANTAL-RAMT
                       " KONTI AENDRET."
               WHEN "N"
               WHEN "n"
                   MOVE "AFVIST"
                       TO MA-STATUS OF MASSEAENDRING-AR(WS-MA-IX)
                   PERFORM AFSLUT-BESLUTNING
                   DISPLAY "MASSEAENDRING AFVIST."
               WHEN OTHER
                   DISPLAY "SPRUNGET OVER."
           END-EVALUATE.

       BESLUT-MASSEAENDRING-EXIT.
           EXIT.

      * STAMPS THE DECISION ON THE ROW, WRITES THE REGISTER BACK AND
      * JOURNALS THE DECISION UNDER THE APPROVER'S INITIALS.
       AFSLUT-BESLUTNING.
           MOVE WS-OPERATOR
               TO MA-GODKENDT-AF OF MASSEAENDRING-AR(WS-MA-IX)
           MOVE WS-I-DAG
               TO MA-GODKENDT-DATO OF MASSEAENDRING-AR(WS-MA-IX)
           PERFORM GEM-MASSEAENDRINGER
           MOVE WS-OPERATOR TO WS-J-OPERATOR
           MOVE MA-REFERENCE OF AKTUEL-MASSEAENDRING TO WS-J-NOEGLE
           MOVE MA-REFERENCE OF AKTUEL-MASSEAENDRING TO WS-J-BATCH-REF
           MOVE "GODKENDELSE" TO WS-J-FELT
           MOVE MA-INDTASTET-AF OF AKTUEL-MASSEAENDRING TO WS-J-GAMMEL
           MOVE SPACES TO WS-J-NY
           STRING WS-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MA-STATUS OF MASSEAENDRING-AR(WS-MA-IX)
                   DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MA-ANTAL-AENDRET OF MASSEAENDRING-AR(WS-MA-IX)
                   DELIMITED BY SIZE
               " KONTI" DELIMITED BY SIZE
               INTO WS-J-NY
           PERFORM SKRIV-JOURNAL-LINJE
           ADD 1 TO WS-ANTAL-AENDRINGER.

      * INQUIRY - THE DRY RUN OF ONE MASS CHANGE AGAINST THE MASTER
      * AS IT STANDS NOW. ANY LEVEL MAY LOOK.
       VIS-PROEVEKOERSEL.
           DISPLAY "MASSEAENDRINGENS REFERENCE: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-ID
           PERFORM LOAD-MASSEAENDRINGER
           MOVE ZEROES TO WS-MA-MATCH-IX
           PERFORM VARYING WS-MA-IX FROM 1 BY 1
                   UNTIL WS-MA-IX > ANTAL-MA
               IF MA-REFERENCE OF MASSEAENDRING-AR(WS-MA-IX)
                       = WS-SOEGE-ID
                   MOVE WS-MA-IX TO WS-MA-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-MA-MATCH-IX = ZEROES
               DISPLAY "MASSEAENDRING FINDES IKKE: " WS-SOEGE-ID
               GO TO VIS-PROEVEKOERSEL-EXIT
           END-IF
           MOVE MASSEAENDRING-AR(WS-MA-MATCH-IX)
               TO AKTUEL-MASSEAENDRING
           PERFORM VIS-EN-MASSEAENDRING
           IF MA-STATUS OF AKTUEL-MASSEAENDRING NOT = "VENTER"
               DISPLAY "MASSEAENDRINGEN ER AFGJORT - INGEN"
                   " PROEVEKOERSEL."
               GO TO VIS-PROEVEKOERSEL-EXIT
           END-IF
           IF MA-UDVALG-TYPE OF AKTUEL-MASSEAENDRING = "KONTOLISTE"
               PERFORM LOAD-KONTOLISTE
           END-IF
           MOVE "P" TO WS-KOERSEL-TYPE
           PERFORM KOER-UDVALG THRU KOER-UDVALG-EXIT.

       VIS-PROEVEKOERSEL-EXIT.
           EXIT.

       VIS-EN-MASSEAENDRING.
           PERFORM BYG-UDVALG-TEKST
           DISPLAY " "
           DISPLAY MA-REFERENCE OF AKTUEL-MASSEAENDRING
               "  " MA-STATUS OF AKTUEL-MASSEAENDRING
               "  UDVALG " WS-J-GAMMEL
           DISPLAY "  " MA-FELT OF AKTUEL-MASSEAENDRING
               " -> '" WS-NY-VIS "'  KONTI "
               MA-ANTAL-KONTI OF AKTUEL-MASSEAENDRING
           DISPLAY "  FORESLAAET AF "
               MA-INDTASTET-AF OF AKTUEL-MASSEAENDRING
               " " MA-INDTASTET-TID OF AKTUEL-MASSEAENDRING
           IF MA-GODKENDT-AF OF AKTUEL-MASSEAENDRING NOT = SPACES
               DISPLAY "  AFGJORT AF "
                   MA-GODKENDT-AF OF AKTUEL-MASSEAENDRING
                   " " MA-GODKENDT-DATO OF AKTUEL-MASSEAENDRING
                   "  AENDRET "
                   MA-ANTAL-AENDRET OF AKTUEL-MASSEAENDRING
           END-IF.

      * THE SELECTION AS ONE LINE OF TEXT INTO WS-J-GAMMEL, AND THE
      * NEW VALUE AS SHOWN INTO WS-NY-VIS - INDLAAN-SATS WITH ITS
      * DECIMAL POINT.
       BYG-UDVALG-TEKST.
           MOVE SPACES TO WS-J-GAMMEL
           IF MA-UDVALG-TYPE OF AKTUEL-MASSEAENDRING = "SALDO"
               MOVE MA-SALDO-FRA OF AKTUEL-MASSEAENDRING TO WS-VIS-FRA
               MOVE MA-SALDO-TIL OF AKTUEL-MASSEAENDRING TO WS-VIS-TIL
               STRING "SALDO " DELIMITED BY SIZE
                   WS-VIS-FRA DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-VIS-TIL DELIMITED BY SIZE
                   INTO WS-J-GAMMEL
           ELSE
               STRING MA-UDVALG-TYPE OF AKTUEL-MASSEAENDRING
                       DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MA-UDVALG-VAERDI OF AKTUEL-MASSEAENDRING
                       DELIMITED BY SPACE
                   INTO WS-J-GAMMEL
           END-IF
           MOVE MA-NY-VAERDI OF AKTUEL-MASSEAENDRING TO WS-NY-VIS
           IF MA-FELT OF AKTUEL-MASSEAENDRING = "INDLAAN-SATS"
               MOVE MA-NY-VAERDI OF AKTUEL-MASSEAENDRING(1:5)
                   TO WS-NY-SATS-X
               MOVE WS-NY-SATS TO WS-VIS-SATS
               MOVE WS-VIS-SATS TO WS-NY-VIS
           END-IF.

      * ONE WALK OF THE ACCOUNT MASTER FOR AKTUEL-MASSEAENDRING.
      * A DRY RUN ("P") ONLY READS AND WRITES THE LISTING; THE REAL
      * RUN ("R") REWRITES EVERY ACCOUNT IT LISTS AND JOURNALS IT
      * UNDER THE PROPOSER'S INITIALS AND THE BATCH REFERENCE. BOTH
      * APPLY EXACTLY THE SAME RULES, SO THE REAL RUN DOES WHAT THE
      * APPROVED DRY RUN SHOWED.
       KOER-UDVALG.
           PERFORM BYG-UDVALG-TEKST
           PERFORM LOAD-SALDI
           MOVE ZEROES TO WS-ANTAL-RAMT
           MOVE ZEROES TO WS-ANTAL-SPRUNGET
           MOVE ZEROES TO WS-ANTAL-UAENDRET
           MOVE ZEROES TO WS-ANTAL-UKENDT
           PERFORM VARYING WS-LISTE-IX FROM 1 BY 1
                   UNTIL WS-LISTE-IX > ANTAL-LISTE
               MOVE "N" TO KL-FUNDET(WS-LISTE-IX)
           END-PERFORM
           IF WS-KOERSEL-TYPE = "R"
               OPEN I-O KONTOOPLYSNINGER
           ELSE
               OPEN INPUT KONTOOPLYSNINGER
           END-IF
           MOVE "N" TO WS-KOERSEL-OK
           IF WS-KONTO-STATUS NOT = "00"
               DISPLAY "KONTOREGISTERET KAN IKKE AABNES - STATUS "
                   WS-KONTO-STATUS
               GO TO KOER-UDVALG-EXIT
           END-IF
           MOVE "Y" TO WS-KOERSEL-OK
           OPEN OUTPUT MASSEAENDRING-PROEVE
           MOVE SPACES TO PROEVE-LINJE
           IF WS-KOERSEL-TYPE = "R"
               STRING "MASSEAENDRING " DELIMITED BY SIZE
                   MA-REFERENCE OF AKTUEL-MASSEAENDRING
                       DELIMITED BY SIZE
                   " - KOERSEL " DELIMITED BY SIZE
                   WS-I-DAG DELIMITED BY SIZE
                   INTO PROEVE-LINJE
           ELSE
               STRING "MASSEAENDRING " DELIMITED BY SIZE
                   MA-REFERENCE OF AKTUEL-MASSEAENDRING
                       DELIMITED BY SIZE
                   " - PROEVEKOERSEL " DELIMITED BY SIZE
                   WS-I-DAG DELIMITED BY SIZE
                   INTO PROEVE-LINJE
           END-IF
           WRITE PROEVE-LINJE
           MOVE SPACES TO PROEVE-LINJE
           STRING "UDVALG " DELIMITED BY SIZE
               WS-J-GAMMEL DELIMITED BY SIZE
               "  FELT " DELIMITED BY SIZE
               MA-FELT OF AKTUEL-MASSEAENDRING DELIMITED BY SPACE
               " -> '" DELIMITED BY SIZE
               WS-NY-VIS DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO PROEVE-LINJE
           WRITE PROEVE-LINJE
           DISPLAY PROEVE-LINJE
           IF WS-KOERSEL-TYPE = "R"
               PERFORM AABN-JOURNAL
           END-IF
           MOVE "N" TO EOF-KONTO
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       PERFORM VURDER-KONTO THRU VURDER-KONTO-EXIT
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER
           IF WS-KOERSEL-TYPE = "R"
               CLOSE AENDRINGS-JOURNAL
           END-IF
           PERFORM VARYING WS-LISTE-IX FROM 1 BY 1
                   UNTIL WS-LISTE-IX > ANTAL-LISTE
               IF KL-FUNDET(WS-LISTE-IX) = "N"
                   ADD 1 TO WS-ANTAL-UKENDT
                   MOVE SPACES TO WS-PROEVE-DETALJE
                   MOVE KL-KONTO-ID(WS-LISTE-IX) TO PD-KONTO-ID
                   MOVE "FINDES IKKE I KONTOREGISTERET"
                       TO PD-BEMAERKNING
                   MOVE WS-PROEVE-DETALJE TO PROEVE-LINJE
                   WRITE PROEVE-LINJE
                   DISPLAY PROEVE-LINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO PROEVE-LINJE
           STRING "RAMT " DELIMITED BY SIZE
               WS-ANTAL-RAMT DELIMITED BY SIZE
               "  SPRUNGET OVER " DELIMITED BY SIZE
               WS-ANTAL-SPRUNGET DELIMITED BY SIZE
               "  ALLEREDE SAT " DELIMITED BY SIZE
               WS-ANTAL-UAENDRET DELIMITED BY SIZE
               "  UKENDTE " DELIMITED BY SIZE
               WS-ANTAL-UKENDT DELIMITED BY SIZE
               INTO PROEVE-LINJE
           WRITE PROEVE-LINJE
           DISPLAY PROEVE-LINJE
           CLOSE MASSEAENDRING-PROEVE.

       KOER-UDVALG-EXIT.
           EXIT.

      * ONE ACCOUNT OF THE WALK: IN THE SELECTION OR NOT, ALREADY
      * CARRYING THE VALUE, BARRED BY A RULE, OR CHANGED.
       VURDER-KONTO.
           PERFORM MATCH-UDVALG
           IF WS-MATCH = "N"
               GO TO VURDER-KONTO-EXIT
           END-IF
           PERFORM HENT-GAMMEL-VAERDI
           IF WS-ER-ENS = "Y"
               ADD 1 TO WS-ANTAL-UAENDRET
               GO TO VURDER-KONTO-EXIT
           END-IF
           PERFORM BESTEM-SPRING
           IF WS-SPRING-AARSAG = SPACES
               AND WS-KOERSEL-TYPE = "R"
               PERFORM SAET-NY-VAERDI
               REWRITE KONTOOPL-IN
                   INVALID KEY
                       MOVE "KONTOEN KUNNE IKKE OPDATERES"
                           TO WS-SPRING-AARSAG
               END-REWRITE
           END-IF
           MOVE SPACES TO WS-PROEVE-DETALJE
           MOVE KONTO-ID OF KONTOOPL-IN TO PD-KONTO-ID
           MOVE KONTONUMMER OF KONTOOPL-IN TO PD-KONTONUMMER
           MOVE MA-FELT OF AKTUEL-MASSEAENDRING TO PD-FELT
           MOVE WS-GAMMEL-VAERDI TO PD-GAMMEL
           MOVE WS-NY-VIS TO PD-NY
           IF WS-SPRING-AARSAG NOT = SPACES
               ADD 1 TO WS-ANTAL-SPRUNGET
               MOVE SPACES TO PD-NY
               STRING "SPRUNGET OVER: " DELIMITED BY SIZE
                   WS-SPRING-AARSAG DELIMITED BY SIZE
                   INTO PD-BEMAERKNING
           ELSE
               ADD 1 TO WS-ANTAL-RAMT
               IF WS-KOERSEL-TYPE = "R"
                   MOVE "AENDRET" TO PD-BEMAERKNING
                   PERFORM JOURNALFOER-KONTO
               ELSE
                   MOVE "AENDRES" TO PD-BEMAERKNING
               END-IF
           END-IF
           MOVE WS-PROEVE-DETALJE TO PROEVE-LINJE
           WRITE PROEVE-LINJE
           DISPLAY PROEVE-LINJE.

       VURDER-KONTO-EXIT.
           EXIT.

      * IS THE ACCOUNT IN HAND IN THE SELECTION. REG-NR AND THE
      * BALANCE TIER COME FROM LAST NIGHT'S CLOSING BALANCE; AN
      * ACCOUNT NOT ON IT YET HAS NO REG-NR AND ITS MASTER BALANCE.
       MATCH-UDVALG.
           MOVE "N" TO WS-MATCH
           MOVE BALANCE OF KONTOOPL-IN TO WS-SALDO
           MOVE ZEROES TO WS-SALDO-REG-NR
           PERFORM VARYING WS-SALDO-IX FROM 1 BY 1
                   UNTIL WS-SALDO-IX > ANTAL-SALDI
               IF SA-KONTO-ID(WS-SALDO-IX) = KONTO-ID OF KONTOOPL-IN
                   MOVE SA-BALANCE(WS-SALDO-IX) TO WS-SALDO
                   MOVE SA-REG-NR(WS-SALDO-IX) TO WS-SALDO-REG-NR
               END-IF
           END-PERFORM
           EVALUATE MA-UDVALG-TYPE OF AKTUEL-MASSEAENDRING
               WHEN "REG-NR"
                   MOVE WS-SALDO-REG-NR TO WS-REG-NR-TEKST
                   IF WS-REG-NR-TEKST
                           = MA-UDVALG-VAERDI OF AKTUEL-MASSEAENDRING
                               (1:4)
                       MOVE "Y" TO WS-MATCH
                   END-IF
               WHEN "VALUTA"
                   IF VALUTAKODE OF KONTOOPL-IN
                           = MA-UDVALG-VAERDI OF AKTUEL-MASSEAENDRING
                               (1:3)
                       MOVE "Y" TO WS-MATCH
                   END-IF
               WHEN "SALDO"
                   IF WS-SALDO >= MA-SALDO-FRA OF AKTUEL-MASSEAENDRING
                       AND (MA-SALDO-TIL OF AKTUEL-MASSEAENDRING
                               = ZEROES
                         OR WS-SALDO
                               <= MA-SALDO-TIL OF AKTUEL-MASSEAENDRING)
                       MOVE "Y" TO WS-MATCH
                   END-IF
               WHEN "PRODUKT"
                   PERFORM BESTEM-PRODUKT
                   IF WS-PRODUKT
                           = MA-UDVALG-VAERDI OF AKTUEL-MASSEAENDRING
                       MOVE "Y" TO WS-MATCH
                   END-IF
               WHEN "KONTOLISTE"
                   PERFORM VARYING WS-LISTE-IX FROM 1 BY 1
                           UNTIL WS-LISTE-IX > ANTAL-LISTE
                       IF KL-KONTO-ID(WS-LISTE-IX)
                               = KONTO-ID OF KONTOOPL-IN
                           MOVE "Y" TO WS-MATCH
                           MOVE "Y" TO KL-FUNDET(WS-LISTE-IX)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * THE ACCOUNT'S PRODUCT, FROM THE PRODUCT FIELDS ON THE MASTER
      * IN THE ORDER THE NIGHT RUNS TEST THEM.
       BESTEM-PRODUKT.
           EVALUATE TRUE
               WHEN PENSIONS-TYPE OF KONTOOPL-IN(1:5) = "ALDER"
                   MOVE "ALDER" TO WS-PRODUKT
               WHEN PENSIONS-TYPE OF KONTOOPL-IN(1:4) = "RATE"
                   MOVE "RATE" TO WS-PRODUKT
               WHEN INDLAAN-TERMIN OF KONTOOPL-IN > ZEROES
                   MOVE "INDLAAN" TO WS-PRODUKT
               WHEN BOERNE-VAERGE OF KONTOOPL-IN NOT = SPACES
                   MOVE "BOERNE" TO WS-PRODUKT
               WHEN DEPOSITUM-UDLEJER OF KONTOOPL-IN NOT = SPACES
                   MOVE "DEPOSITUM" TO WS-PRODUKT
               WHEN OTHER
                   MOVE "ORDINAER" TO WS-PRODUKT
           END-EVALUATE.

      * THE FIELD'S VALUE ON THE ACCOUNT NOW, AS SHOWN, AND WHETHER
      * IT ALREADY EQUALS THE NEW ONE.
       HENT-GAMMEL-VAERDI.
           MOVE "N" TO WS-ER-ENS
           MOVE SPACES TO WS-GAMMEL-VAERDI
           EVALUATE MA-FELT OF AKTUEL-MASSEAENDRING
               WHEN "UDSKRIFT-CYKLUS"
                   MOVE UDSKRIFT-CYKLUS OF KONTOOPL-IN
                       TO WS-GAMMEL-VAERDI
               WHEN "KONTO-STATUS"
                   MOVE KONTO-STATUS OF KONTOOPL-IN TO WS-GAMMEL-VAERDI
               WHEN "INDLAAN-SATS"
                   MOVE INDLAAN-SATS OF KONTOOPL-IN TO WS-VIS-SATS
                   MOVE WS-VIS-SATS TO WS-GAMMEL-VAERDI
                   IF INDLAAN-SATS OF KONTOOPL-IN = WS-NY-SATS
                       MOVE "Y" TO WS-ER-ENS
                   END-IF
               WHEN "INDLAAN-FORNY"
                   MOVE INDLAAN-FORNY OF KONTOOPL-IN TO WS-GAMMEL-VAERDI
               WHEN "PENSIONS-TYPE"
                   MOVE PENSIONS-TYPE OF KONTOOPL-IN TO WS-GAMMEL-VAERDI
           END-EVALUATE
           IF MA-FELT OF AKTUEL-MASSEAENDRING NOT = "INDLAAN-SATS"
               AND WS-GAMMEL-VAERDI
                   = MA-NY-VAERDI OF AKTUEL-MASSEAENDRING
               MOVE "Y" TO WS-ER-ENS
           END-IF.

      * THE RULES A SINGLE-ACCOUNT EDIT WOULD MEET: A CLOSED
      * ACCOUNT IS LEFT ALONE BUT FOR ITS STATUS, A STATUS SET BY ITS
      * OWN RUN OR CASE IS NOT OVERRIDDEN, AN ACCOUNT IS ONLY CLOSED
      * AT A ZERO BALANCE, THE TERM-DEPOSIT FIELDS ONLY MEAN
      * SOMETHING ON A TERM DEPOSIT, AND A PENSION MARKER IS NOT PUT
      * ON AN ACCOUNT THAT IS ALREADY ANOTHER PRODUCT.
       BESTEM-SPRING.
           MOVE SPACES TO WS-SPRING-AARSAG
           EVALUATE TRUE
               WHEN MA-FELT OF AKTUEL-MASSEAENDRING NOT = "KONTO-STATUS"
                   AND KONTO-STATUS OF KONTOOPL-IN = "LUKKET"
                   MOVE "KONTOEN ER LUKKET" TO WS-SPRING-AARSAG
               WHEN MA-FELT OF AKTUEL-MASSEAENDRING = "KONTO-STATUS"
                   AND (KONTO-STATUS OF KONTOOPL-IN = "HVILEN"
                     OR KONTO-STATUS OF KONTOOPL-IN = "BOET"
                     OR KONTO-STATUS OF KONTOOPL-IN = "INSOLV")
                   STRING "STATUS " DELIMITED BY SIZE
                       KONTO-STATUS OF KONTOOPL-IN DELIMITED BY SPACE
                       " AENDRES IKKE HER" DELIMITED BY SIZE
                       INTO WS-SPRING-AARSAG
               WHEN MA-FELT OF AKTUEL-MASSEAENDRING = "KONTO-STATUS"
                   AND MA-NY-VAERDI OF AKTUEL-MASSEAENDRING = "LUKKET"
                   AND WS-SALDO NOT = ZEROES
                   MOVE "SALDOEN ER IKKE NUL" TO WS-SPRING-AARSAG
               WHEN (MA-FELT OF AKTUEL-MASSEAENDRING = "INDLAAN-SATS"
                     OR MA-FELT OF AKTUEL-MASSEAENDRING
                         = "INDLAAN-FORNY")
                   AND INDLAAN-TERMIN OF KONTOOPL-IN = ZEROES
                   MOVE "IKKE ET TERMINSINDLAAN" TO WS-SPRING-AARSAG
               WHEN MA-FELT OF AKTUEL-MASSEAENDRING = "PENSIONS-TYPE"
                   AND MA-NY-VAERDI OF AKTUEL-MASSEAENDRING
                       NOT = SPACES
                   AND (INDLAAN-TERMIN OF KONTOOPL-IN > ZEROES
                     OR BOERNE-VAERGE OF KONTOOPL-IN NOT = SPACES
                     OR DEPOSITUM-UDLEJER OF KONTOOPL-IN
                         NOT = SPACES)
                   MOVE "KONTOEN ER ET ANDET PRODUKT"
                       TO WS-SPRING-AARSAG
           END-EVALUATE.

       SAET-NY-VAERDI.
           EVALUATE MA-FELT OF AKTUEL-MASSEAENDRING
               WHEN "UDSKRIFT-CYKLUS"
                   MOVE MA-NY-VAERDI OF AKTUEL-MASSEAENDRING
                       TO UDSKRIFT-CYKLUS OF KONTOOPL-IN
               WHEN "KONTO-STATUS"
                   MOVE MA-NY-VAERDI OF AKTUEL-MASSEAENDRING
                       TO KONTO-STATUS OF KONTOOPL-IN
               WHEN "INDLAAN-SATS"
                   MOVE WS-NY-SATS TO INDLAAN-SATS OF KONTOOPL-IN
               WHEN "INDLAAN-FORNY"
                   MOVE MA-NY-VAERDI OF AKTUEL-MASSEAENDRING
                       TO INDLAAN-FORNY OF KONTOOPL-IN
               WHEN "PENSIONS-TYPE"
                   MOVE MA-NY-VAERDI OF AKTUEL-MASSEAENDRING
                       TO PENSIONS-TYPE OF KONTOOPL-IN
           END-EVALUATE.

      * ONE JOURNAL ROW PER ACCOUNT CHANGED - UNDER THE PROPOSER'S
      * INITIALS, SINCE THE CHANGE IS THE PROPOSER'S AND THE
      * APPROVAL IS JOURNALLED ON ITS OWN ROW AFTERWARDS, SAME SPLIT
      * AS AENDRINGSGODKENDELSE. THE JOURNAL IS ALREADY OPEN.
       JOURNALFOER-KONTO.
           MOVE MA-INDTASTET-AF OF AKTUEL-MASSEAENDRING TO WS-J-OPERATOR
           MOVE KONTO-ID OF KONTOOPL-IN TO WS-J-NOEGLE
           MOVE MA-FELT OF AKTUEL-MASSEAENDRING TO WS-J-FELT
           MOVE WS-GAMMEL-VAERDI TO WS-J-GAMMEL
           MOVE WS-NY-VIS TO WS-J-NY
           MOVE MA-REFERENCE OF AKTUEL-MASSEAENDRING TO WS-J-BATCH-REF
           PERFORM SKRIV-JOURNAL-RAEKKE.

      * A SINGLE ROW - OPENS, WRITES, CLOSES.
       SKRIV-JOURNAL-LINJE.
           PERFORM AABN-JOURNAL
           PERFORM SKRIV-JOURNAL-RAEKKE
           CLOSE AENDRINGS-JOURNAL.

      * THE JOURNAL OPENED FOR APPENDING, THE CHAIN PICKED UP WHERE
      * IT LEFT OFF AND THE TIMESTAMP EVERY ROW OF THIS WRITE CARRIES.
       AABN-JOURNAL.
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
           END-IF.

       SKRIV-JOURNAL-RAEKKE.
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JOURNAL-TID TO AJ-TIDSPUNKT OF JOURNAL-REC
           MOVE WS-J-OPERATOR TO AJ-OPERATOR OF JOURNAL-REC
           MOVE WS-J-NOEGLE TO AJ-NOEGLE OF JOURNAL-REC
           MOVE WS-J-FELT TO AJ-FELT OF JOURNAL-REC
           MOVE WS-J-GAMMEL TO AJ-GAMMEL OF JOURNAL-REC
           MOVE WS-J-NY TO AJ-NY OF JOURNAL-REC
           PERFORM KSUM-AJ-REC
           MOVE WS-J-BATCH-REF TO AJ-BATCH-REF OF JOURNAL-REC
           WRITE JOURNAL-REC.

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

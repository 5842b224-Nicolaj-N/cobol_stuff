       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE LOAN MASTER, READ ONLY - A RESTRUCTURING IS ONLY KEYED
      * AGAINST A LOAN THAT EXISTS AND IS STILL RUNNING. THE MASTER
      * ITSELF IS CHANGED BY LAANFORFALD ON THE EFFECTIVE DATE.
           SELECT LAAN ASSIGN TO "Laan.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KONTO-ID OF LAAN-REC
               FILE STATUS IS WS-LAAN-STATUS.
      * THE RESTRUCTURING REGISTER - SEE LAANOMLAEGNINGER.CPY. SAME
      * SNAPSHOT-AND-REWRITE SHAPE AS BETALINGSINDTASTNING'S
      * PARKING FILE: LOADED WHOLE, DECIDED IN MEMORY, WRITTEN BACK.
           SELECT LAAN-OMLAEGNINGER ASSIGN TO "LaanOmlaegninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OML-STATUS.
      * THE CHANGE JOURNAL - EVERY APPROVAL OR REJECTION GOES IN
      * UNDER THE CHECKER'S INITIALS, SO THE RECORD SHOWS BOTH
      * HANDS, SAME AS AENDRINGSGODKENDELSE.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJOURNAL-STATUS.
      * THE OPERATOR SIGN-ON REGISTER - SAME GATE AS
      * LAANVEDLIGEHOLD'S. SEE OPERATOR-SIGNON/KRAEV-NIVEAU.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAAN.
       01  LAAN-REC.
           COPY "LAAN.cpy".

       FD  LAAN-OMLAEGNINGER.
       01  OMLAEGNING-REC.
           COPY "LAANOMLAEGNINGER.cpy".

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
       01  WS-LAAN-STATUS           PIC XX VALUE "00".
       01  WS-OML-STATUS            PIC XX VALUE "00".
       01  WS-AJOURNAL-STATUS       PIC XX VALUE "00".
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-TID-RAW               PIC 9(8) VALUE ZEROES.
       01  WS-VIS-BELOB             PIC -(9)9.99.
      * DATE-FORMAT CHECK - THE FIELD TO CHECK IS PASSED IN
      * WS-DATO-TEKST, WS-DATO-OK COMES BACK Y OR N.
       01  WS-DATO-TEKST            PIC X(10) VALUE SPACES.
       01  WS-DATO-OK               PIC X VALUE "N".
      * THE WHOLE REGISTER IN MEMORY, WRITTEN BACK INTACT - DECIDED
      * ROWS STAY AS THE DUAL-CONTROL TRAIL.
       01  EOF-OML                  PIC X VALUE "N".
       01  OMLAEGNING-AR OCCURS 999 TIMES.
           COPY "LAANOMLAEGNINGER.cpy".
       01  ANTAL-OML                PIC 9(4) VALUE ZEROES.
       01  WS-OML-IX                PIC 9(4).
       01  WS-OML-FUNDET            PIC X VALUE "N".

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

      * THE CREDIT DESK'S RESTRUCTURING DIALOG - ONE OPERATOR KEYS
      * THE AGREEMENT, A SECOND ONE APPROVES IT. NOTHING HERE
      * TOUCHES THE LOAN MASTER; LAANFORFALD APPLIES AN APPROVED
      * RESTRUCTURING ON ITS EFFECTIVE DATE.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU = ZEROES
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           OPEN INPUT LAAN
           IF WS-LAAN-STATUS = "35"
               DISPLAY "LAAN.TXT FINDES IKKE."
               PERFORM SKRIV-SESSIONS-LOG
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           CLOSE LAAN
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
           STRING "LAANOMLG  " DELIMITED BY SIZE
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
           DISPLAY "LAAN - OMLAEGNING OG AFDRAGSFRIHED"
           DISPLAY "1. REGISTRER OMLAEGNING"
           DISPLAY "2. GODKEND VENTENDE OMLAEGNINGER"
           DISPLAY "3. VIS OMLAEGNINGER FOR LAAN"
           DISPLAY "4. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   MOVE 2 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM REGISTRER-OMLAEGNING
                           THRU REGISTRER-OMLAEGNING-EXIT
                   END-IF
               WHEN "2"
                   MOVE 3 TO WS-NIVEAU-KRAV
                   PERFORM KRAEV-NIVEAU
                   IF WS-NIVEAU-OK = "Y"
                       PERFORM GODKEND-OMLAEGNINGER
                           THRU GODKEND-OMLAEGNINGER-EXIT
                   END-IF
               WHEN "3"
                   PERFORM VIS-OMLAEGNINGER
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

      * LOADS LAANOMLAEGNINGER.TXT - A MISSING FILE IS AN EMPTY
      * REGISTER. RELOADED FOR EVERY ACTION, SO THE NIGHT'S
      * IKRAFT/AFSLUTTET STAMPS ARE NEVER OVERWRITTEN WITH A STALE
      * COPY.
       LOAD-OMLAEGNINGER.
           MOVE ZEROES TO ANTAL-OML
           MOVE "N" TO EOF-OML
           OPEN INPUT LAAN-OMLAEGNINGER
           IF WS-OML-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-OML = "Y"
                   READ LAAN-OMLAEGNINGER
                       AT END
                           MOVE "Y" TO EOF-OML
                       NOT AT END
                           ADD 1 TO ANTAL-OML
                           MOVE OMLAEGNING-REC
                               TO OMLAEGNING-AR(ANTAL-OML)
                   END-READ
               END-PERFORM
               CLOSE LAAN-OMLAEGNINGER
           END-IF.

       GEM-OMLAEGNINGER.
           OPEN OUTPUT LAAN-OMLAEGNINGER
           PERFORM VARYING WS-OML-IX FROM 1 BY 1
                   UNTIL WS-OML-IX > ANTAL-OML
               MOVE OMLAEGNING-AR(WS-OML-IX) TO OMLAEGNING-REC
               WRITE OMLAEGNING-REC
           END-PERFORM
           CLOSE LAAN-OMLAEGNINGER.

      * THE MAKER SIDE: THE AGREEMENT IS KEYED AND VALIDATED, THEN
      * PARKED AS VENTER FOR A SECOND OPERATOR. A LOAN CARRIES AT
      * MOST ONE LIVE RESTRUCTURING (VENTER, GODKENDT OR IKRAFT).
       REGISTRER-OMLAEGNING.
           MOVE SPACES TO LAAN-REC
           DISPLAY "LAANETS KONTO-ID: " WITH NO ADVANCING
           ACCEPT LN-KONTO-ID OF LAAN-REC
           READ LAAN KEY IS LN-KONTO-ID OF LAAN-REC
               INVALID KEY
                   DISPLAY "LAAN FINDES IKKE: "
                       LN-KONTO-ID OF LAAN-REC
                   GO TO REGISTRER-OMLAEGNING-EXIT
           END-READ
           IF LN-STATUS OF LAAN-REC = "INDFRIET"
               DISPLAY "LAANET ER INDFRIET - KAN IKKE OMLAEGGES."
               GO TO REGISTRER-OMLAEGNING-EXIT
           END-IF
           PERFORM LOAD-OMLAEGNINGER
           MOVE "N" TO WS-OML-FUNDET
           PERFORM VARYING WS-OML-IX FROM 1 BY 1
                   UNTIL WS-OML-IX > ANTAL-OML
               IF LO-KONTO-ID OF OMLAEGNING-AR(WS-OML-IX)
                       = LN-KONTO-ID OF LAAN-REC
                   AND (LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                           = "VENTER"
                     OR LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                           = "GODKENDT"
                     OR LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                           = "IKRAFT")
                   MOVE "Y" TO WS-OML-FUNDET
               END-IF
           END-PERFORM
           IF WS-OML-FUNDET = "Y"
               DISPLAY "LAANET HAR ALLEREDE EN AKTUEL OMLAEGNING."
               GO TO REGISTRER-OMLAEGNING-EXIT
           END-IF
           DISPLAY "RESTGAELD " LN-RESTGAELD OF LAAN-REC
               "  REST-TERMINER " LN-REST-TERMINER OF LAAN-REC
               "  NAESTE FORFALD " LN-NAESTE-DATO OF LAAN-REC
               "  STATUS " LN-STATUS OF LAAN-REC

           MOVE SPACES TO OMLAEGNING-REC
           MOVE LN-KONTO-ID OF LAAN-REC TO LO-KONTO-ID OF OMLAEGNING-REC
           DISPLAY "IKRAFT-DATO (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT LO-IKRAFT-DATO OF OMLAEGNING-REC
           DISPLAY "AFDRAGSFRI FRA (YYYY-MM-DD, BLANK = INGEN): "
               WITH NO ADVANCING
           ACCEPT LO-FRI-FRA OF OMLAEGNING-REC
           IF LO-FRI-FRA OF OMLAEGNING-REC NOT = SPACES
               DISPLAY "AFDRAGSFRI TIL (YYYY-MM-DD): "
                   WITH NO ADVANCING
               ACCEPT LO-FRI-TIL OF OMLAEGNING-REC
           END-IF
           MOVE ZEROES TO LO-NYE-TERMINER OF OMLAEGNING-REC
           DISPLAY "NYE REST-TERMINER (3 CIFRE, 000 = UAENDRET): "
               WITH NO ADVANCING
           ACCEPT LO-NYE-TERMINER OF OMLAEGNING-REC
           DISPLAY "KAPITALISER RESTANCER (J/N): " WITH NO ADVANCING
           ACCEPT LO-KAPITALISER OF OMLAEGNING-REC
           IF LO-KAPITALISER OF OMLAEGNING-REC = "j"
               MOVE "J" TO LO-KAPITALISER OF OMLAEGNING-REC
           END-IF
           IF LO-KAPITALISER OF OMLAEGNING-REC NOT = "J"
               MOVE "N" TO LO-KAPITALISER OF OMLAEGNING-REC
           END-IF
           DISPLAY "AARSAG: " WITH NO ADVANCING
           ACCEPT LO-AARSAG OF OMLAEGNING-REC
           PERFORM VALIDER-OMLAEGNING
           IF WS-FEJL = "Y"
               DISPLAY "OMLAEGNING IKKE REGISTRERET - " WS-FEJLTEKST
               GO TO REGISTRER-OMLAEGNING-EXIT
           END-IF

           MOVE ZEROES TO LO-KAPITALISERET OF OMLAEGNING-REC
           MOVE "VENTER" TO LO-STATUS OF OMLAEGNING-REC
           MOVE WS-OPERATOR TO LO-INDTASTET-AF OF OMLAEGNING-REC
           MOVE WS-I-DAG TO LO-INDTASTET-TID OF OMLAEGNING-REC(1:10)
           ACCEPT WS-TID-RAW FROM TIME
           MOVE " " TO LO-INDTASTET-TID OF OMLAEGNING-REC(11:1)
           MOVE WS-TID-RAW(1:2) TO LO-INDTASTET-TID OF OMLAEGNING-REC
               (12:2)
           MOVE ":" TO LO-INDTASTET-TID OF OMLAEGNING-REC(14:1)
           MOVE WS-TID-RAW(3:2) TO LO-INDTASTET-TID OF OMLAEGNING-REC
               (15:2)
           MOVE ":" TO LO-INDTASTET-TID OF OMLAEGNING-REC(17:1)
           MOVE WS-TID-RAW(5:2) TO LO-INDTASTET-TID OF OMLAEGNING-REC
               (18:2)
           MOVE "N" TO LO-PLAN-SENDT OF OMLAEGNING-REC
           ADD 1 TO ANTAL-OML
           MOVE OMLAEGNING-REC TO OMLAEGNING-AR(ANTAL-OML)
           PERFORM GEM-OMLAEGNINGER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "OMLAEGNING PARKERET TIL GODKENDELSE.".

       REGISTRER-OMLAEGNING-EXIT.
           EXIT.

      * FORMAT AND COHERENCE CHECKS ON THE KEYED ROW - LAANFORFALD
      * TRUSTS EVERY DATE IT FINDS ON THE REGISTER.
       VALIDER-OMLAEGNING.
           MOVE "N" TO WS-FEJL
           MOVE LO-IKRAFT-DATO OF OMLAEGNING-REC TO WS-DATO-TEKST
           PERFORM KONTROLLER-DATO
           IF WS-DATO-OK = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "IKRAFT-DATO SKAL VAERE YYYY-MM-DD" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND LO-IKRAFT-DATO OF OMLAEGNING-REC < WS-I-DAG
               MOVE "Y" TO WS-FEJL
               MOVE "IKRAFT-DATO KAN IKKE LIGGE FOER I DAG"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND LO-FRI-FRA OF OMLAEGNING-REC NOT = SPACES
               MOVE LO-FRI-FRA OF OMLAEGNING-REC TO WS-DATO-TEKST
               PERFORM KONTROLLER-DATO
               IF WS-DATO-OK = "Y"
                   MOVE LO-FRI-TIL OF OMLAEGNING-REC TO WS-DATO-TEKST
                   PERFORM KONTROLLER-DATO
               END-IF
               IF WS-DATO-OK = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "AFDRAGSFRI FRA/TIL SKAL VAERE YYYY-MM-DD"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               AND LO-FRI-FRA OF OMLAEGNING-REC NOT = SPACES
               AND (LO-FRI-FRA OF OMLAEGNING-REC
                       < LO-IKRAFT-DATO OF OMLAEGNING-REC
                   OR LO-FRI-TIL OF OMLAEGNING-REC
                       < LO-FRI-FRA OF OMLAEGNING-REC)
               MOVE "Y" TO WS-FEJL
               MOVE "AFDRAGSFRIHED SKAL LIGGE EFTER IKRAFT-DATO"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND LO-NYE-TERMINER OF OMLAEGNING-REC IS NOT NUMERIC
               MOVE "Y" TO WS-FEJL
               MOVE "NYE REST-TERMINER SKAL VAERE NUMERISK"
                   TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               AND LO-FRI-FRA OF OMLAEGNING-REC = SPACES
               AND LO-NYE-TERMINER OF OMLAEGNING-REC = ZEROES
               AND LO-KAPITALISER OF OMLAEGNING-REC = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "OMLAEGNINGEN AENDRER INTET" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N" AND LO-AARSAG OF OMLAEGNING-REC = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "AARSAG ER PAAKRAEVET" TO WS-FEJLTEKST
           END-IF.

       KONTROLLER-DATO.
           MOVE "Y" TO WS-DATO-OK
           IF WS-DATO-TEKST(1:4) IS NOT NUMERIC
               OR WS-DATO-TEKST(5:1) NOT = "-"
               OR WS-DATO-TEKST(6:2) IS NOT NUMERIC
               OR WS-DATO-TEKST(8:1) NOT = "-"
               OR WS-DATO-TEKST(9:2) IS NOT NUMERIC
               MOVE "N" TO WS-DATO-OK
           END-IF
           IF WS-DATO-OK = "Y"
               AND (WS-DATO-TEKST(6:2) < "01"
                   OR WS-DATO-TEKST(6:2) > "12"
                   OR WS-DATO-TEKST(9:2) < "01"
                   OR WS-DATO-TEKST(9:2) > "31")
               MOVE "N" TO WS-DATO-OK
           END-IF.

      * THE CHECKER SIDE: EVERY VENTER ROW PAST A SECOND OPERATOR,
      * THE KEYER'S OWN SHOWN BUT NEVER RELEASABLE BY THE SAME
      * INITIALS - SAME FOUR-EYES RULE AS BETALINGSINDTASTNING'S
      * GODKEND-BETALINGER. EVERY DECISION IS JOURNALLED AND
      * WRITTEN BACK.
       GODKEND-OMLAEGNINGER.
           PERFORM LOAD-OMLAEGNINGER
           MOVE "N" TO WS-OML-FUNDET
           PERFORM VARYING WS-OML-IX FROM 1 BY 1
                   UNTIL WS-OML-IX > ANTAL-OML
               IF LO-STATUS OF OMLAEGNING-AR(WS-OML-IX) = "VENTER"
                   MOVE "Y" TO WS-OML-FUNDET
                   PERFORM BEHANDL-VENTENDE
               END-IF
           END-PERFORM
           IF WS-OML-FUNDET = "N"
               DISPLAY "INGEN VENTENDE OMLAEGNINGER."
               GO TO GODKEND-OMLAEGNINGER-EXIT
           END-IF
           PERFORM GEM-OMLAEGNINGER.

       GODKEND-OMLAEGNINGER-EXIT.
           EXIT.

       BEHANDL-VENTENDE.
           PERFORM VIS-EN-OMLAEGNING
           IF LO-INDTASTET-AF OF OMLAEGNING-AR(WS-OML-IX) = WS-OPERATOR
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
                           TO LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                       MOVE WS-OPERATOR
                           TO LO-GODKENDT-AF OF OMLAEGNING-AR(WS-OML-IX)
                       MOVE WS-I-DAG
                           TO LO-GODKENDT-DATO
                               OF OMLAEGNING-AR(WS-OML-IX)
                       PERFORM JOURNALFOER-BESLUTNING
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "OMLAEGNING GODKENDT."
                   WHEN "N"
                   WHEN "n"
                       MOVE "AFVIST"
                           TO LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                       MOVE WS-OPERATOR
                           TO LO-GODKENDT-AF OF OMLAEGNING-AR(WS-OML-IX)
                       MOVE WS-I-DAG
                           TO LO-GODKENDT-DATO
                               OF OMLAEGNING-AR(WS-OML-IX)
                       PERFORM JOURNALFOER-BESLUTNING
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "OMLAEGNING AFVIST."
                   WHEN OTHER
                       DISPLAY "SPRUNGET OVER."
               END-EVALUATE
           END-IF.

      * INQUIRY - EVERY ROW ON THE REGISTER FOR ONE LOAN, OLDEST
      * FIRST.
       VIS-OMLAEGNINGER.
           MOVE SPACES TO LAAN-REC
           DISPLAY "LAANETS KONTO-ID: " WITH NO ADVANCING
           ACCEPT LN-KONTO-ID OF LAAN-REC
           PERFORM LOAD-OMLAEGNINGER
           MOVE "N" TO WS-OML-FUNDET
           PERFORM VARYING WS-OML-IX FROM 1 BY 1
                   UNTIL WS-OML-IX > ANTAL-OML
               IF LO-KONTO-ID OF OMLAEGNING-AR(WS-OML-IX)
                       = LN-KONTO-ID OF LAAN-REC
                   MOVE "Y" TO WS-OML-FUNDET
                   PERFORM VIS-EN-OMLAEGNING
               END-IF
           END-PERFORM
           IF WS-OML-FUNDET = "N"
               DISPLAY "INGEN OMLAEGNINGER FOR "
                   LN-KONTO-ID OF LAAN-REC
           END-IF.

       VIS-EN-OMLAEGNING.
           DISPLAY " "
           DISPLAY "LAAN " LO-KONTO-ID OF OMLAEGNING-AR(WS-OML-IX)
               "  STATUS " LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
               "  IKRAFT " LO-IKRAFT-DATO OF OMLAEGNING-AR(WS-OML-IX)
           IF LO-FRI-FRA OF OMLAEGNING-AR(WS-OML-IX) NOT = SPACES
               DISPLAY "  AFDRAGSFRI "
                   LO-FRI-FRA OF OMLAEGNING-AR(WS-OML-IX)
                   " - " LO-FRI-TIL OF OMLAEGNING-AR(WS-OML-IX)
           END-IF
           IF LO-NYE-TERMINER OF OMLAEGNING-AR(WS-OML-IX) > ZEROES
               DISPLAY "  NYE REST-TERMINER "
                   LO-NYE-TERMINER OF OMLAEGNING-AR(WS-OML-IX)
           END-IF
           IF LO-KAPITALISER OF OMLAEGNING-AR(WS-OML-IX) = "J"
               MOVE LO-KAPITALISERET OF OMLAEGNING-AR(WS-OML-IX)
                   TO WS-VIS-BELOB
               DISPLAY "  RESTANCER KAPITALISERES - KAPITALISERET "
                   WS-VIS-BELOB
           END-IF
           DISPLAY "  AARSAG " LO-AARSAG OF OMLAEGNING-AR(WS-OML-IX)
           DISPLAY "  INDTASTET AF "
               LO-INDTASTET-AF OF OMLAEGNING-AR(WS-OML-IX)
               " " LO-INDTASTET-TID OF OMLAEGNING-AR(WS-OML-IX)
           IF LO-GODKENDT-AF OF OMLAEGNING-AR(WS-OML-IX) NOT = SPACES
               DISPLAY "  BESLUTTET AF "
                   LO-GODKENDT-AF OF OMLAEGNING-AR(WS-OML-IX)
                   " " LO-GODKENDT-DATO OF OMLAEGNING-AR(WS-OML-IX)
           END-IF.

      * ONE JOURNAL LINE PER DECISION, UNDER THE CHECKER'S INITIALS
      * WITH THE MAKER'S ON THE OLD-VALUE SIDE.
       JOURNALFOER-BESLUTNING.
           MOVE "OMLAEGNING" TO WS-J-FELT
           MOVE SPACES TO WS-J-GAMMEL
           STRING "VENTER " DELIMITED BY SIZE
               LO-IKRAFT-DATO OF OMLAEGNING-AR(WS-OML-IX)
                   DELIMITED BY SIZE
               " INDTASTET AF " DELIMITED BY SIZE
               LO-INDTASTET-AF OF OMLAEGNING-AR(WS-OML-IX)
                   DELIMITED BY SIZE
               INTO WS-J-GAMMEL
           MOVE LO-STATUS OF OMLAEGNING-AR(WS-OML-IX) TO WS-J-NY
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
           MOVE LO-KONTO-ID OF OMLAEGNING-AR(WS-OML-IX)
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

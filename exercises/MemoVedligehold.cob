       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CUSTOMER MEMO REGISTER - SEE MEMOER.CPY.
           SELECT MEMOER ASSIGN TO "Memoer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.
      * A MEMO HANGS ON A CUSTOMER OR AN ACCOUNT WE KNOW - BOTH
      * MASTERS READ-ONLY, KEYED THE WAY KLAGEVEDLIGEHOLD AND
      * BETALINGSINDTASTNING READ THEM.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMOER.
       01  MEMO-REC.
           COPY "MEMOER.cpy".

       FD  KUNDEOPLYSNINGER.
       01  KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-MEMO-STATUS           PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-MEMO                 PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-ANTAL-AENDRINGER      PIC 9(5) VALUE ZEROES.
       01  WS-SESSION-START-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-START-TIME    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-TIME      PIC 9(8) VALUE ZEROES.
       01  WS-I-DAG                 PIC X(10) VALUE SPACES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-NOEGLE-FUNDET         PIC X VALUE "N".
      * A STOP MEMO HOLDS PAYMENTS ON THE ACCOUNT, AND LIFTING ANY
      * MEMO TAKES A WARNING AWAY FROM THE NEXT PERSON AT THE DESK -
      * BOTH NEED THE SUPERVISOR LEVEL KUNDEVEDLIGEHOLD USES FOR
      * CHANGES TO THE MASTER.
       01  WS-NIVEAU-KRAV           PIC 9 VALUE 2.
       01  MEMO-AR OCCURS 999 TIMES.
           COPY "MEMOER.cpy".
       01  ANTAL-MEMOER             PIC 9(3) VALUE ZEROES.
       01  WS-MEMO-IX               PIC 9(3).
       01  WS-MEMO-FUNDET           PIC X VALUE "N".
       01  WS-ANTAL-VIST            PIC 9(3) VALUE ZEROES.
       01  WS-SOEGE-MEMO-NR         PIC X(10) VALUE SPACES.
       01  WS-SOEGE-NIVEAU          PIC X(5) VALUE SPACES.
       01  WS-SOEGE-NOEGLE          PIC X(10) VALUE SPACES.
       01  WS-AKTIV-TEKST           PIC X(8) VALUE SPACES.
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

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           STOP RUN.

       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU = ZEROES
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           OPEN INPUT KUNDEOPLYSNINGER
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER
           CLOSE KONTOOPLYSNINGER
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

       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "MEMOVEDL  " DELIMITED BY SIZE
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
           DISPLAY "KUNDEMEMOER"
           DISPLAY "1. OPRET MEMO"
           DISPLAY "2. VIS MEMOER"
           DISPLAY "3. OPHAEV MEMO"
           DISPLAY "4. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   PERFORM OPRET-MEMO THRU OPRET-MEMO-EXIT
               WHEN "2"
                   PERFORM VIS-MEMOER THRU VIS-MEMOER-EXIT
               WHEN "3"
                   PERFORM OPHAEV-MEMO THRU OPHAEV-MEMO-EXIT
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

      * WS-SOEGE-NIVEAU/WS-SOEGE-NOEGLE MUST NAME A CUSTOMER ON
      * KUNDEOPLYSNINGER.TXT OR AN ACCOUNT ON KONTOOPT.TXT.
       SLAA-NOEGLE-OP.
           MOVE "N" TO WS-NOEGLE-FUNDET
           IF WS-SOEGE-NIVEAU = "KUNDE"
               MOVE WS-SOEGE-NOEGLE TO KUNDE-ID OF KUNDEOPL-IN
               READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NOEGLE-FUNDET
               END-READ
           ELSE
               MOVE WS-SOEGE-NOEGLE TO KONTO-ID OF KONTOOPL-IN
               READ KONTOOPLYSNINGER KEY IS KONTO-ID OF KONTOOPL-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NOEGLE-FUNDET
               END-READ
           END-IF.

      * THE WHOLE REGISTER INTO MEMO-AR - THE NUMBERING, THE LISTING
      * AND THE WRITE-BACK ALL WORK FROM THE SNAPSHOT.
       LOAD-MEMOER.
           MOVE ZEROES TO ANTAL-MEMOER
           MOVE "N" TO EOF-MEMO
           OPEN INPUT MEMOER
           IF WS-MEMO-STATUS = "00"
               PERFORM UNTIL EOF-MEMO = "Y"
                   READ MEMOER
                       AT END
                           MOVE "Y" TO EOF-MEMO
                       NOT AT END
                           ADD 1 TO ANTAL-MEMOER
                           MOVE MEMO-REC TO MEMO-AR(ANTAL-MEMOER)
                   END-READ
               END-PERFORM
               CLOSE MEMOER
           END-IF.

      * NEXT N-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SAME RULE AS
      * BETALINGSINDTASTNING'S TILDEL-KULANCE-REFERENCE.
       TILDEL-MEMO-NR.
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
                   UNTIL WS-MEMO-IX > ANTAL-MEMOER
               IF MO-MEMO-NR OF MEMO-AR(WS-MEMO-IX)(2:9) IS NUMERIC
                   MOVE MO-MEMO-NR OF MEMO-AR(WS-MEMO-IX)(2:9)
                       TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "N" TO MO-MEMO-NR OF MEMO-REC(1:1)
           MOVE WS-NAESTE-NR TO MO-MEMO-NR OF MEMO-REC(2:9).

       SAET-TIDSPUNKT.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           MOVE WS-SESSION-END-DATE(1:4) TO WS-TIDSPUNKT(1:4)
           MOVE "-" TO WS-TIDSPUNKT(5:1)
           MOVE WS-SESSION-END-DATE(5:2) TO WS-TIDSPUNKT(6:2)
           MOVE "-" TO WS-TIDSPUNKT(8:1)
           MOVE WS-SESSION-END-DATE(7:2) TO WS-TIDSPUNKT(9:2)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-SESSION-END-TIME(1:2) TO WS-TIDSPUNKT(12:2)
           MOVE ":" TO WS-TIDSPUNKT(14:1)
           MOVE WS-SESSION-END-TIME(3:2) TO WS-TIDSPUNKT(15:2)
           MOVE ":" TO WS-TIDSPUNKT(17:1)
           MOVE WS-SESSION-END-TIME(5:2) TO WS-TIDSPUNKT(18:2).

      * A NEW MEMO IS APPENDED AKTIV UNDER THE KEYING OPERATOR. THE
      * EXPIRY IS OPTIONAL BUT, WHEN GIVEN, MUST BE A DATE NOT YET
      * PASSED - A MEMO BORN EXPIRED WOULD NEVER BE SEEN.
       OPRET-MEMO.
           MOVE SPACES TO MEMO-REC
           DISPLAY "KUNDE- ELLER KONTO-MEMO (KUNDE/KONTO): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-NIVEAU
           IF WS-SOEGE-NIVEAU NOT = "KUNDE"
               AND WS-SOEGE-NIVEAU NOT = "KONTO"
               DISPLAY "UKENDT NIVEAU - MEMO IKKE OPRETTET."
               GO TO OPRET-MEMO-EXIT
           END-IF
           IF WS-SOEGE-NIVEAU = "KUNDE"
               DISPLAY "KUNDE-ID (10 TEGN): " WITH NO ADVANCING
           ELSE
               DISPLAY "KONTO-ID (10 TEGN): " WITH NO ADVANCING
           END-IF
           ACCEPT WS-SOEGE-NOEGLE
           PERFORM SLAA-NOEGLE-OP
           IF WS-NOEGLE-FUNDET = "N"
               DISPLAY WS-SOEGE-NIVEAU " " WS-SOEGE-NOEGLE
                   " FINDES IKKE - MEMO IKKE OPRETTET."
               GO TO OPRET-MEMO-EXIT
           END-IF
           MOVE WS-SOEGE-NIVEAU TO MO-NIVEAU OF MEMO-REC
           MOVE WS-SOEGE-NOEGLE TO MO-NOEGLE OF MEMO-REC

           DISPLAY "KATEGORI (SVIG/SPROG/IDENTITET/VAERGE/ANDET): "
               WITH NO ADVANCING
           ACCEPT MO-KATEGORI OF MEMO-REC
           IF MO-KATEGORI OF MEMO-REC NOT = "SVIG"
               AND MO-KATEGORI OF MEMO-REC NOT = "SPROG"
               AND MO-KATEGORI OF MEMO-REC NOT = "IDENTITET"
               AND MO-KATEGORI OF MEMO-REC NOT = "VAERGE"
               AND MO-KATEGORI OF MEMO-REC NOT = "ANDET"
               DISPLAY "UKENDT KATEGORI - MEMO IKKE OPRETTET."
               GO TO OPRET-MEMO-EXIT
           END-IF

           DISPLAY "ALVOR (INFO/ADVARSEL/STOP): " WITH NO ADVANCING
           ACCEPT MO-ALVOR OF MEMO-REC
           IF MO-ALVOR OF MEMO-REC NOT = "INFO"
               AND MO-ALVOR OF MEMO-REC NOT = "ADVARSEL"
               AND MO-ALVOR OF MEMO-REC NOT = "STOP"
               DISPLAY "UKENDT ALVOR - MEMO IKKE OPRETTET."
               GO TO OPRET-MEMO-EXIT
           END-IF
           IF MO-ALVOR OF MEMO-REC = "STOP"
               AND WS-OPERATOR-NIVEAU < WS-NIVEAU-KRAV
               DISPLAY "STOP-MEMO KRAEVER NIVEAU " WS-NIVEAU-KRAV
                   " - DU HAR NIVEAU " WS-OPERATOR-NIVEAU "."
               GO TO OPRET-MEMO-EXIT
           END-IF

           DISPLAY "TEKST (MAX 60 TEGN): " WITH NO ADVANCING
           ACCEPT MO-TEKST OF MEMO-REC
           IF MO-TEKST OF MEMO-REC = SPACES
               DISPLAY "TOM TEKST - MEMO IKKE OPRETTET."
               GO TO OPRET-MEMO-EXIT
           END-IF

           DISPLAY "UDLOEBSDATO (YYYY-MM-DD, BLANK = INGEN): "
               WITH NO ADVANCING
           ACCEPT MO-UDLOEB-DATO OF MEMO-REC
           IF MO-UDLOEB-DATO OF MEMO-REC NOT = SPACES
               IF MO-UDLOEB-DATO OF MEMO-REC(1:4) IS NOT NUMERIC
                   OR MO-UDLOEB-DATO OF MEMO-REC(5:1) NOT = "-"
                   OR MO-UDLOEB-DATO OF MEMO-REC(6:2) IS NOT NUMERIC
                   OR MO-UDLOEB-DATO OF MEMO-REC(8:1) NOT = "-"
                   OR MO-UDLOEB-DATO OF MEMO-REC(9:2) IS NOT NUMERIC
                   DISPLAY "UGYLDIG DATO - MEMO IKKE OPRETTET."
                   GO TO OPRET-MEMO-EXIT
               END-IF
               IF MO-UDLOEB-DATO OF MEMO-REC < WS-I-DAG
                   DISPLAY "UDLOEBSDATO ER PASSERET - MEMO IKKE "
                       "OPRETTET."
                   GO TO OPRET-MEMO-EXIT
               END-IF
           END-IF

           PERFORM LOAD-MEMOER
           PERFORM TILDEL-MEMO-NR
           PERFORM SAET-TIDSPUNKT
           MOVE WS-OPERATOR TO MO-OPRETTET-AF OF MEMO-REC
           MOVE WS-TIDSPUNKT TO MO-OPRETTET-TID OF MEMO-REC
           MOVE "AKTIV" TO MO-STATUS OF MEMO-REC
           OPEN EXTEND MEMOER
           IF WS-MEMO-STATUS = "35"
               OPEN OUTPUT MEMOER
           END-IF
           WRITE MEMO-REC
           CLOSE MEMOER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "MEMO " MO-MEMO-NR OF MEMO-REC " OPRETTET.".

       OPRET-MEMO-EXIT.
           EXIT.

      * EVERY MEMO EVER HUNG ON THE KEY, NEWEST LAST, EACH MARKED
      * AKTIV, UDLOEBET OR OPHAEVET - THE FULL HISTORY, NOT JUST WHAT
      * THE PAYMENT DIALOG WOULD SHOW TODAY.
       VIS-MEMOER.
           DISPLAY "KUNDE- ELLER KONTO-MEMO (KUNDE/KONTO): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-NIVEAU
           IF WS-SOEGE-NIVEAU NOT = "KUNDE"
               AND WS-SOEGE-NIVEAU NOT = "KONTO"
               DISPLAY "UKENDT NIVEAU."
               GO TO VIS-MEMOER-EXIT
           END-IF
           DISPLAY "NOEGLE (10 TEGN): " WITH NO ADVANCING
           ACCEPT WS-SOEGE-NOEGLE
           PERFORM LOAD-MEMOER
           MOVE ZEROES TO WS-ANTAL-VIST
           PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
                   UNTIL WS-MEMO-IX > ANTAL-MEMOER
               IF MO-NIVEAU OF MEMO-AR(WS-MEMO-IX) = WS-SOEGE-NIVEAU
                   AND MO-NOEGLE OF MEMO-AR(WS-MEMO-IX)
                       = WS-SOEGE-NOEGLE
                   ADD 1 TO WS-ANTAL-VIST
                   IF MO-STATUS OF MEMO-AR(WS-MEMO-IX) NOT = "AKTIV"
                       MOVE "OPHAEVET" TO WS-AKTIV-TEKST
                   ELSE
                       IF MO-UDLOEB-DATO OF MEMO-AR(WS-MEMO-IX)
                               NOT = SPACES
                           AND MO-UDLOEB-DATO OF MEMO-AR(WS-MEMO-IX)
                               < WS-I-DAG
                           MOVE "UDLOEBET" TO WS-AKTIV-TEKST
                       ELSE
                           MOVE "AKTIV" TO WS-AKTIV-TEKST
                       END-IF
                   END-IF
                   DISPLAY MO-MEMO-NR OF MEMO-AR(WS-MEMO-IX) " "
                       WS-AKTIV-TEKST " "
                       MO-ALVOR OF MEMO-AR(WS-MEMO-IX) " "
                       MO-KATEGORI OF MEMO-AR(WS-MEMO-IX)
                       " OPRETTET "
                       MO-OPRETTET-TID OF MEMO-AR(WS-MEMO-IX)(1:10)
                       " AF " MO-OPRETTET-AF OF MEMO-AR(WS-MEMO-IX)
                       " UDLOEB "
                       MO-UDLOEB-DATO OF MEMO-AR(WS-MEMO-IX)
                   DISPLAY "    " MO-TEKST OF MEMO-AR(WS-MEMO-IX)
                   IF MO-STATUS OF MEMO-AR(WS-MEMO-IX) = "OPHAEVET"
                       DISPLAY "    OPHAEVET "
                           MO-OPHAEVET-DATO OF MEMO-AR(WS-MEMO-IX)
                           " AF "
                           MO-OPHAEVET-AF OF MEMO-AR(WS-MEMO-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ANTAL-VIST = ZEROES
               DISPLAY "INGEN MEMOER PAA " WS-SOEGE-NIVEAU " "
                   WS-SOEGE-NOEGLE "."
           END-IF.

       VIS-MEMOER-EXIT.
           EXIT.

      * LIFTING ONLY THROUGH THIS DIALOG, WITH THE OPERATOR AND THE
      * DATE RECORDED ON THE ROW - SAME WHO-AND-WHEN RULE AS
      * KLAGEVEDLIGEHOLD'S AFSLUT-KLAGE. THE ROW STAYS ON FILE.
       OPHAEV-MEMO.
           IF WS-OPERATOR-NIVEAU < WS-NIVEAU-KRAV
               DISPLAY "HANDLING KRAEVER NIVEAU " WS-NIVEAU-KRAV
                   " - DU HAR NIVEAU " WS-OPERATOR-NIVEAU "."
               GO TO OPHAEV-MEMO-EXIT
           END-IF
           PERFORM LOAD-MEMOER
           IF ANTAL-MEMOER = ZEROES
               DISPLAY "INGEN MEMOER PAA FIL."
               GO TO OPHAEV-MEMO-EXIT
           END-IF
           DISPLAY "MEMO-NUMMER: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-MEMO-NR
           MOVE "N" TO WS-MEMO-FUNDET
           PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
                   UNTIL WS-MEMO-IX > ANTAL-MEMOER
               IF MO-MEMO-NR OF MEMO-AR(WS-MEMO-IX)
                       = WS-SOEGE-MEMO-NR
                   AND MO-STATUS OF MEMO-AR(WS-MEMO-IX) = "AKTIV"
                   MOVE "Y" TO WS-MEMO-FUNDET
                   DISPLAY MO-NIVEAU OF MEMO-AR(WS-MEMO-IX) " "
                       MO-NOEGLE OF MEMO-AR(WS-MEMO-IX) " "
                       MO-ALVOR OF MEMO-AR(WS-MEMO-IX) " "
                       MO-KATEGORI OF MEMO-AR(WS-MEMO-IX)
                   DISPLAY "    " MO-TEKST OF MEMO-AR(WS-MEMO-IX)
                   DISPLAY "BEKRAEFT OPHAEVELSE (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-SVAR
                   IF WS-SVAR = "J" OR WS-SVAR = "j"
                       MOVE "OPHAEVET"
                           TO MO-STATUS OF MEMO-AR(WS-MEMO-IX)
                       MOVE WS-OPERATOR
                           TO MO-OPHAEVET-AF OF MEMO-AR(WS-MEMO-IX)
                       MOVE WS-I-DAG
                           TO MO-OPHAEVET-DATO OF MEMO-AR(WS-MEMO-IX)
                       ADD 1 TO WS-ANTAL-AENDRINGER
                       DISPLAY "MEMO OPHAEVET."
                   ELSE
                       MOVE "N" TO WS-MEMO-FUNDET
                       DISPLAY "OPHAEVELSE FORTRUDT."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEMO-FUNDET = "N"
               GO TO OPHAEV-MEMO-EXIT
           END-IF

           OPEN OUTPUT MEMOER
           PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
                   UNTIL WS-MEMO-IX > ANTAL-MEMOER
               MOVE MEMO-AR(WS-MEMO-IX) TO MEMO-REC
               WRITE MEMO-REC
           END-PERFORM
           CLOSE MEMOER.

       OPHAEV-MEMO-EXIT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE DISSOLUTION CASE REGISTER OPHAEVELSEAFVIKLING SETTLES
      * FROM - SEE OPHAEVELSER.CPY.
           SELECT OPHAEVELSER ASSIGN TO "Ophaevelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAG-STATUS.
      * OPENED READ-ONLY, KEYED BY KONTO-ID - THE JOINT ACCOUNT
      * ITSELF AND EVERY NOMINATED DESTINATION ARE CHECKED HERE,
      * AND A NEW DESTINATION'S KONTO-ID MUST NOT BE TAKEN.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
      * THE HOLDERS' NAMES FOR THE DIALOG, AND THE COUNTRY CODE A
      * NEW ACCOUNT'S IBAN IS CHECKED AGAINST.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL-IN
               FILE STATUS IS WS-KUNDE-STATUS.
      * THE ITEMS HANGING ON THE JOINT ACCOUNT, READ ONLY - EACH
      * LIVE ONE IS GIVEN TO THE HOLDER WHO KEEPS IT.
           SELECT STAAENDE-ORDRER ASSIGN TO "StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.
           SELECT BS-MANDATER ASSIGN TO "BsMandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDAT-STATUS.
           SELECT KORT-REGISTER ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.
      * SPLITTING A JOINT ACCOUNT MOVES MONEY AWAY FROM A HOLDER
      * AND OPENS ACCOUNTS - A CLOSE-LEVEL ACTION, NIVEAU 3, THE
      * SAME AS REGISTERING AN ESTATE IN BOVEDLIGEHOLD.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPHAEVELSER.
       01  SAG-REC.
           COPY "OPHAEVELSER.cpy".

       FD  KONTOOPLYSNINGER.
       01  KONTOOPL-IN.
           COPY "KONTOOPL.cpy".

       FD  KUNDEOPLYSNINGER.
       01  KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".

       FD  STAAENDE-ORDRER.
       01  ORDRE-REC.
           COPY "STAAENDEORDRER.cpy".

       FD  BS-MANDATER.
       01  MANDAT-REC.
           COPY "BSMANDATER.cpy".

       FD  KORT-REGISTER.
       01  KORT-REC.
           COPY "KORT.cpy".

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-SAG-STATUS            PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-KUNDE-STATUS          PIC XX VALUE "00".
       01  WS-ORDRE-STATUS          PIC XX VALUE "00".
       01  WS-MANDAT-STATUS         PIC XX VALUE "00".
       01  WS-KORT-STATUS           PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-SAG                  PIC X VALUE "N".
       01  EOF-ORDRE                PIC X VALUE "N".
       01  EOF-MANDAT               PIC X VALUE "N".
       01  EOF-KORT                 PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-ANTAL-AENDRINGER      PIC 9(5) VALUE ZEROES.
       01  WS-SESSION-START-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-START-TIME    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-TIME      PIC 9(8) VALUE ZEROES.
       01  WS-I-DAG                 PIC X(10) VALUE SPACES.
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
       01  WS-SVAR                  PIC X VALUE SPACE.
       01  WS-FEJL                  PIC X VALUE "N".
       01  WS-FEJLTEKST             PIC X(60) VALUE SPACES.
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
       01  WS-KUNDE-FUNDET          PIC X VALUE "N".
       01  SAG-AR OCCURS 200 TIMES.
           COPY "OPHAEVELSER.cpy".
       01  ANTAL-SAGER              PIC 9(3) VALUE ZEROES.
       01  WS-SAG-IX                PIC 9(3).
       01  WS-SAG-FUNDET            PIC X VALUE "N".
       01  WS-HOEJESTE-NR           PIC 9(9) VALUE ZEROES.
       01  WS-NAESTE-NR             PIC 9(9) VALUE ZEROES.
       01  WS-SOEGE-NOEGLE          PIC X(10) VALUE SPACES.
      * THE JOINT ACCOUNT AS READ AT THE START OF THE DIALOG -
      * KONTOOPL-IN IS REUSED FOR EVERY DESTINATION LOOKUP AFTER IT.
       01  WS-FAELLES-KONTO-ID      PIC X(10) VALUE SPACES.
       01  WS-FAELLES-VALUTA        PIC X(3) VALUE SPACES.
       01  WS-IX                    PIC 9 VALUE ZEROES.
       01  WS-IX2                   PIC 9 VALUE ZEROES.
       01  WS-ANDEL-SUM             PIC 9(4) VALUE ZEROES.
       01  WS-INDEHAVER-VALG        PIC 9 VALUE ZEROES.
       01  WS-T-IX                  PIC 9(2) VALUE ZEROES.
       01  WS-T-FUNDET              PIC X VALUE "N".
       01  WS-T-TYPE                PIC X(6) VALUE SPACES.
       01  WS-T-NOEGLE              PIC X(20) VALUE SPACES.
       01  WS-NAVN                  PIC X(41) VALUE SPACES.
       01  WS-BELOB-DISPLAY         PIC -(9)9.99.
      * IBAN STRUCTURAL/CHECK-DIGIT VALIDATION FOR A NEW
      * DESTINATION ACCOUNT - THE SAME CHECK KONTOVEDLIGEHOLD
      * APPLIES WHEN AN ACCOUNT IS OPENED AT THE DESK. SEE
      * VALIDER-IBAN AND BEREGN-IBAN-KONTROL.
       01  WS-IBAN-OK                PIC X VALUE "J".
       01  WS-IBAN-LANDE             PIC XX VALUE "DK".
       01  WS-IBAN-LEN               PIC 99 VALUE ZEROES.
       01  WS-IBAN-LEN4              PIC 99 VALUE ZEROES.
       01  WS-IBAN-POS               PIC 99 VALUE ZEROES.
       01  WS-IBAN-REARR             PIC X(20) VALUE SPACES.
       01  WS-IBAN-IX                PIC 99 VALUE ZEROES.
       01  WS-IBAN-IX2               PIC 99 VALUE ZEROES.
       01  WS-IBAN-CHAR              PIC X VALUE SPACE.
       01  WS-IBAN-REMAINDER         PIC 99 VALUE ZEROES.
       01  WS-IBAN-VAL               PIC 99 VALUE ZEROES.
       01  WS-IBAN-D1                PIC 9 VALUE ZEROES.
       01  WS-IBAN-D2                PIC 9 VALUE ZEROES.
       01  WS-IBAN-TEMP              PIC 9(3) VALUE ZEROES.
       01  WS-IBAN-QUOT              PIC 9(3) VALUE ZEROES.
       01  WS-LETTERS                PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LETTER-POS             PIC 99 VALUE ZEROES.
       01  WS-L-IX                   PIC 99 VALUE ZEROES.

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
           IF WS-OPERATOR-NIVEAU < 3
               DISPLAY "OPHAEVELSE KRAEVER NIVEAU 3 - ADGANG NAEGTET."
               STOP RUN
           END-IF
           OPEN INPUT KONTOOPLYSNINGER
           OPEN INPUT KUNDEOPLYSNINGER
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
           STRING "OPHAEVVEDL" DELIMITED BY SIZE
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
           DISPLAY "OPHAEVELSE AF FAELLESKONTO"
           DISPLAY "1. REGISTRER OPHAEVELSE"
           DISPLAY "2. VIS SAG"
           DISPLAY "3. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   PERFORM OPRET-SAG THRU OPRET-SAG-EXIT
               WHEN "2"
                   PERFORM VIS-SAG THRU VIS-SAG-EXIT
               WHEN "3"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

       SLAA-KONTO-OP.
           MOVE "N" TO WS-KONTO-FUNDET
           READ KONTOOPLYSNINGER KEY IS KONTO-ID OF KONTOOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-FUNDET
           END-READ.

      * THE HOLDER'S NAME INTO WS-NAVN - "(UKENDT KUNDE)" WHEN THE
      * KUNDE-ID IS NOT ON THE CUSTOMER MASTER.
       SLAA-KUNDE-OP.
           MOVE "N" TO WS-KUNDE-FUNDET
           MOVE "(UKENDT KUNDE)" TO WS-NAVN
           READ KUNDEOPLYSNINGER KEY IS KUNDE-ID OF KUNDEOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KUNDE-FUNDET
                   MOVE SPACES TO WS-NAVN
                   STRING FORNAVN OF KUNDEOPL-IN DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EFTERNAVN OF KUNDEOPL-IN DELIMITED BY "  "
                       INTO WS-NAVN
           END-READ.

       LOAD-SAGER.
           MOVE ZEROES TO ANTAL-SAGER
           MOVE "N" TO EOF-SAG
           OPEN INPUT OPHAEVELSER
           IF WS-SAG-STATUS = "00"
               PERFORM UNTIL EOF-SAG = "Y"
                   READ OPHAEVELSER
                       AT END
                           MOVE "Y" TO EOF-SAG
                       NOT AT END
                           ADD 1 TO ANTAL-SAGER
                           MOVE SAG-REC TO SAG-AR(ANTAL-SAGER)
                   END-READ
               END-PERFORM
               CLOSE OPHAEVELSER
           END-IF.

      * NEXT F-NUMBER - ONE ABOVE THE HIGHEST ON FILE, SAME RULE AS
      * MEMOVEDLIGEHOLD'S TILDEL-MEMO-NR.
       TILDEL-SAG-NR.
           MOVE ZEROES TO WS-HOEJESTE-NR
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               IF OH-SAG-NR OF SAG-AR(WS-SAG-IX)(2:9) IS NUMERIC
                   MOVE OH-SAG-NR OF SAG-AR(WS-SAG-IX)(2:9)
                       TO WS-NAESTE-NR
                   IF WS-NAESTE-NR > WS-HOEJESTE-NR
                       MOVE WS-NAESTE-NR TO WS-HOEJESTE-NR
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NAESTE-NR = WS-HOEJESTE-NR + 1
           MOVE "F" TO OH-SAG-NR OF SAG-REC(1:1)
           MOVE WS-NAESTE-NR TO OH-SAG-NR OF SAG-REC(2:9).

      * THE JOINT ACCOUNT, THE GROUNDS (EVERY HOLDER'S SIGNED
      * CONSENT OR A COURT ORDER), WHO KEEPS THE ACCOUNT, EVERY
      * HOLDER'S SHARE AND DESTINATION, AND WHO KEEPS EACH LIVE
      * STANDING ORDER, MANDATE AND CARD. NOTHING IS WRITTEN UNTIL
      * ALL OF IT HAS PASSED - THE SETTLEMENT RUN TRUSTS THE CASE.
       OPRET-SAG.
           MOVE SPACES TO SAG-REC
           MOVE "N" TO WS-FEJL
           MOVE ZEROES TO OH-ANTAL-TILDELINGER OF SAG-REC
           DISPLAY "FAELLESKONTOENS KONTO-ID: " WITH NO ADVANCING
           ACCEPT OH-KONTO-ID OF SAG-REC
           MOVE OH-KONTO-ID OF SAG-REC TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "N"
               MOVE "KONTO-ID FINDES IKKE I KONTOREGISTER"
                   TO WS-FEJLTEKST
               GO TO OPRET-SAG-AFVIS
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               MOVE "KONTOEN ER IKKE AKTIV" TO WS-FEJLTEKST
               GO TO OPRET-SAG-AFVIS
           END-IF
           IF ANTAL-MEDINDEHAVERE OF KONTOOPL-IN = ZEROES
               MOVE "KONTOEN HAR KUN EN INDEHAVER" TO WS-FEJLTEKST
               GO TO OPRET-SAG-AFVIS
           END-IF
           PERFORM LOAD-SAGER
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               IF OH-KONTO-ID OF SAG-AR(WS-SAG-IX)
                       = OH-KONTO-ID OF SAG-REC
                   AND OH-STATUS OF SAG-AR(WS-SAG-IX) = "AABEN"
                   MOVE "Y" TO WS-FEJL
               END-IF
           END-PERFORM
           IF WS-FEJL = "Y"
               MOVE "DER ER ALLEREDE EN AABEN OPHAEVELSE PAA KONTOEN"
                   TO WS-FEJLTEKST
               GO TO OPRET-SAG-AFVIS
           END-IF
           MOVE KONTO-ID OF KONTOOPL-IN TO WS-FAELLES-KONTO-ID
           MOVE VALUTAKODE OF KONTOOPL-IN TO WS-FAELLES-VALUTA
           MOVE KUNDE-ID OF KONTOOPL-IN TO OI-KUNDE-ID OF SAG-REC(1)
           COMPUTE OH-ANTAL-INDEHAVERE OF SAG-REC =
               ANTAL-MEDINDEHAVERE OF KONTOOPL-IN + 1
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > ANTAL-MEDINDEHAVERE OF KONTOOPL-IN
               COMPUTE WS-IX2 = WS-IX + 1
               MOVE MI-KUNDE-ID OF KONTOOPL-IN(WS-IX)
                   TO OI-KUNDE-ID OF SAG-REC(WS-IX2)
           END-PERFORM
           MOVE BALANCE OF KONTOOPL-IN TO WS-BELOB-DISPLAY
           DISPLAY "SALDO " WS-BELOB-DISPLAY " " WS-FAELLES-VALUTA
               " - INDEHAVERE:"
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > OH-ANTAL-INDEHAVERE OF SAG-REC
               MOVE OI-KUNDE-ID OF SAG-REC(WS-IX)
                   TO KUNDE-ID OF KUNDEOPL-IN
               PERFORM SLAA-KUNDE-OP
               DISPLAY "  " WS-IX ". " OI-KUNDE-ID OF SAG-REC(WS-IX)
                   " " WS-NAVN
           END-PERFORM

           DISPLAY "GRUNDLAG (SAMTYKKE/DOM): " WITH NO ADVANCING
           ACCEPT OH-GRUNDLAG OF SAG-REC
           EVALUATE OH-GRUNDLAG OF SAG-REC
               WHEN "SAMTYKKE"
                   PERFORM VARYING WS-IX FROM 1 BY 1
                           UNTIL WS-IX > OH-ANTAL-INDEHAVERE OF SAG-REC
                           OR WS-FEJL = "Y"
                       PERFORM INDTAST-SAMTYKKE
                   END-PERFORM
               WHEN "DOM"
                   DISPLAY "DOMMENS/BEVILLINGENS REFERENCE: "
                       WITH NO ADVANCING
                   ACCEPT OH-DOM-REF OF SAG-REC
                   IF OH-DOM-REF OF SAG-REC = SPACES
                       MOVE "Y" TO WS-FEJL
                       MOVE "DOMMENS REFERENCE ER PAAKRAEVET"
                           TO WS-FEJLTEKST
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-FEJL
                   MOVE "GRUNDLAG SKAL VAERE SAMTYKKE ELLER DOM"
                       TO WS-FEJLTEKST
           END-EVALUATE
           IF WS-FEJL = "Y"
               GO TO OPRET-SAG-AFVIS
           END-IF

           DISPLAY "HVILKEN INDEHAVER BEHOLDER KONTOEN (1-"
               OH-ANTAL-INDEHAVERE OF SAG-REC "): " WITH NO ADVANCING
           ACCEPT OH-BEHOLDER-IX OF SAG-REC
           IF OH-BEHOLDER-IX OF SAG-REC < 1
               OR OH-BEHOLDER-IX OF SAG-REC
                   > OH-ANTAL-INDEHAVERE OF SAG-REC
               MOVE "UGYLDIGT INDEHAVERNUMMER" TO WS-FEJLTEKST
               GO TO OPRET-SAG-AFVIS
           END-IF

           MOVE ZEROES TO WS-ANDEL-SUM
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > OH-ANTAL-INDEHAVERE OF SAG-REC
                   OR WS-FEJL = "Y"
               PERFORM INDTAST-INDEHAVER
           END-PERFORM
           IF WS-FEJL = "Y"
               GO TO OPRET-SAG-AFVIS
           END-IF
           IF WS-ANDEL-SUM NOT = 100
               MOVE "ANDELENE SKAL SUMME TIL 100" TO WS-FEJLTEKST
               GO TO OPRET-SAG-AFVIS
           END-IF

           PERFORM TILDEL-ORDRER
           IF WS-FEJL = "N"
               PERFORM TILDEL-MANDATER
           END-IF
           IF WS-FEJL = "N"
               PERFORM TILDEL-KORT
           END-IF
           IF WS-FEJL = "Y"
               GO TO OPRET-SAG-AFVIS
           END-IF

           DISPLAY "REGISTRER OPHAEVELSEN (J/N): " WITH NO ADVANCING
           ACCEPT WS-SVAR
           IF WS-SVAR NOT = "J"
               DISPLAY "OPHAEVELSE IKKE REGISTRERET."
               GO TO OPRET-SAG-EXIT
           END-IF
           PERFORM TILDEL-SAG-NR
           MOVE "AABEN" TO OH-STATUS OF SAG-REC
           MOVE WS-OPERATOR TO OH-OPRETTET-AF OF SAG-REC
           MOVE WS-I-DAG TO OH-OPRETTET-DATO OF SAG-REC
           OPEN EXTEND OPHAEVELSER
           IF WS-SAG-STATUS = "35"
               OPEN OUTPUT OPHAEVELSER
           END-IF
           WRITE SAG-REC
           CLOSE OPHAEVELSER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "OPHAEVELSE " OH-SAG-NR OF SAG-REC
               " REGISTRERET - AFVIKLES AF NAESTE OPHAEVELSESKOERSEL."
           GO TO OPRET-SAG-EXIT.

       OPRET-SAG-AFVIS.
           DISPLAY "OPHAEVELSE IKKE REGISTRERET - " WS-FEJLTEKST.

       OPRET-SAG-EXIT.
           EXIT.

      * ONE HOLDER'S SIGNED CONSENT AND ITS DATE - A SINGLE MISSING
      * SIGNATURE STOPS THE CASE; WITHOUT IT THE SPLIT NEEDS A DOM.
       INDTAST-SAMTYKKE.
           DISPLAY "SAMTYKKE FRA INDEHAVER " WS-IX " (J/N): "
               WITH NO ADVANCING
           ACCEPT OI-SAMTYKKE OF SAG-REC(WS-IX)
           IF OI-SAMTYKKE OF SAG-REC(WS-IX) NOT = "J"
               MOVE "Y" TO WS-FEJL
               MOVE "ALLE INDEHAVERE SKAL SAMTYKKE - ELLER BRUG DOM"
                   TO WS-FEJLTEKST
           ELSE
               DISPLAY "SAMTYKKEDATO (YYYY-MM-DD): " WITH NO ADVANCING
               ACCEPT OI-SAMTYKKE-DATO OF SAG-REC(WS-IX)
               IF OI-SAMTYKKE-DATO OF SAG-REC(WS-IX)(1:4)
                       IS NOT NUMERIC
                   OR OI-SAMTYKKE-DATO OF SAG-REC(WS-IX)(5:1)
                       NOT = "-"
                   OR OI-SAMTYKKE-DATO OF SAG-REC(WS-IX)(6:2)
                       IS NOT NUMERIC
                   OR OI-SAMTYKKE-DATO OF SAG-REC(WS-IX)(8:1)
                       NOT = "-"
                   OR OI-SAMTYKKE-DATO OF SAG-REC(WS-IX)(9:2)
                       IS NOT NUMERIC
                   OR OI-SAMTYKKE-DATO OF SAG-REC(WS-IX) > WS-I-DAG
                   MOVE "Y" TO WS-FEJL
                   MOVE "UGYLDIG SAMTYKKEDATO" TO WS-FEJLTEKST
               END-IF
           END-IF.

      * ONE HOLDER'S SHARE, AND FOR A DEPARTING HOLDER WHERE IT
      * GOES: AN ACCOUNT THEY ALREADY HOLD ALONE IN THE JOINT
      * ACCOUNT'S VALUTA, OR A NEW ONE THE SETTLEMENT OPENS UNDER A
      * FREE KONTO-ID AND A VALID IBAN. THE REMAINING HOLDER'S SHARE
      * SIMPLY STAYS ON THE JOINT ACCOUNT.
       INDTAST-INDEHAVER.
           DISPLAY "INDEHAVER " WS-IX " - ANDEL I HELE PROCENT: "
               WITH NO ADVANCING
           ACCEPT OI-ANDEL-PCT OF SAG-REC(WS-IX)
           ADD OI-ANDEL-PCT OF SAG-REC(WS-IX) TO WS-ANDEL-SUM
           MOVE "N" TO OI-NY-KONTO OF SAG-REC(WS-IX)
           IF WS-IX = OH-BEHOLDER-IX OF SAG-REC
               MOVE WS-FAELLES-KONTO-ID
                   TO OI-KONTO-ID OF SAG-REC(WS-IX)
           ELSE
               DISPLAY "EKSISTERENDE KONTO-ID (BLANK = NY KONTO): "
                   WITH NO ADVANCING
               ACCEPT OI-KONTO-ID OF SAG-REC(WS-IX)
               IF OI-KONTO-ID OF SAG-REC(WS-IX) = SPACES
                   PERFORM INDTAST-NY-KONTO
               ELSE
                   PERFORM KONTROLLER-MODTAGERKONTO
               END-IF
           END-IF.

       KONTROLLER-MODTAGERKONTO.
           MOVE OI-KONTO-ID OF SAG-REC(WS-IX) TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "N"
               MOVE "Y" TO WS-FEJL
               MOVE "MODTAGERKONTO FINDES IKKE" TO WS-FEJLTEKST
           ELSE
               IF KONTO-ID OF KONTOOPL-IN = WS-FAELLES-KONTO-ID
                   OR KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
                   MOVE "Y" TO WS-FEJL
                   MOVE "MODTAGERKONTO ER IKKE EN AKTIV ANDEN KONTO"
                       TO WS-FEJLTEKST
               END-IF
               IF KUNDE-ID OF KONTOOPL-IN
                       NOT = OI-KUNDE-ID OF SAG-REC(WS-IX)
                   MOVE "Y" TO WS-FEJL
                   MOVE "MODTAGERKONTO TILHOERER IKKE INDEHAVEREN"
                       TO WS-FEJLTEKST
               END-IF
               IF VALUTAKODE OF KONTOOPL-IN NOT = WS-FAELLES-VALUTA
                   MOVE "Y" TO WS-FEJL
                   MOVE "MODTAGERKONTO ER I EN ANDEN VALUTA"
                       TO WS-FEJLTEKST
               END-IF
           END-IF.

       INDTAST-NY-KONTO.
           MOVE "J" TO OI-NY-KONTO OF SAG-REC(WS-IX)
           DISPLAY "NY KONTOS KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT OI-KONTO-ID OF SAG-REC(WS-IX)
           DISPLAY "NY KONTOS KONTONUMMER (IBAN): " WITH NO ADVANCING
           ACCEPT OI-NY-KONTONUMMER OF SAG-REC(WS-IX)
           IF OI-KONTO-ID OF SAG-REC(WS-IX) = SPACES
               MOVE "Y" TO WS-FEJL
               MOVE "NY KONTO KRAEVER ET KONTO-ID" TO WS-FEJLTEKST
           END-IF
           IF WS-FEJL = "N"
               MOVE OI-KONTO-ID OF SAG-REC(WS-IX)
                   TO KONTO-ID OF KONTOOPL-IN
               PERFORM SLAA-KONTO-OP
               IF WS-KONTO-FUNDET = "Y"
                   MOVE "Y" TO WS-FEJL
                   MOVE "DET NYE KONTO-ID ER ALLEREDE I BRUG"
                       TO WS-FEJLTEKST
               END-IF
           END-IF
           IF WS-FEJL = "N"
               PERFORM VARYING WS-IX2 FROM 1 BY 1
                       UNTIL WS-IX2 >= WS-IX
                   IF OI-KONTO-ID OF SAG-REC(WS-IX2)
                           = OI-KONTO-ID OF SAG-REC(WS-IX)
                       MOVE "Y" TO WS-FEJL
                       MOVE "KONTO-ID ER BRUGT TO GANGE I SAGEN"
                           TO WS-FEJLTEKST
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FEJL = "N"
               MOVE OI-KUNDE-ID OF SAG-REC(WS-IX)
                   TO KUNDE-ID OF KUNDEOPL-IN
               PERFORM SLAA-KUNDE-OP
               MOVE SPACES TO KONTOOPL-IN
               MOVE OI-NY-KONTONUMMER OF SAG-REC(WS-IX)
                   TO KONTONUMMER OF KONTOOPL-IN
               PERFORM VALIDER-IBAN
               IF WS-IBAN-OK = "N"
                   MOVE "Y" TO WS-FEJL
                   MOVE "UGYLDIGT KONTONUMMER - IBAN-KONTROL FEJLER"
                       TO WS-FEJLTEKST
               END-IF
           END-IF.

      * EVERY LIVE STANDING ORDER ON THE JOINT ACCOUNT, ONE QUESTION
      * PER RECEIVING ACCOUNT.
       TILDEL-ORDRER.
           MOVE "N" TO EOF-ORDRE
           OPEN INPUT STAAENDE-ORDRER
           IF WS-ORDRE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-ORDRE = "Y" OR WS-FEJL = "Y"
                   READ STAAENDE-ORDRER
                       AT END
                           MOVE "Y" TO EOF-ORDRE
                       NOT AT END
                           IF SO-KONTO-ID OF ORDRE-REC
                                   = WS-FAELLES-KONTO-ID
                               AND SO-STATUS OF ORDRE-REC = "AKTIV"
                               MOVE SO-BELOB OF ORDRE-REC
                                   TO WS-BELOB-DISPLAY
                               DISPLAY "STAAENDE ORDRE TIL "
                                   SO-MODTAGER-NAVN OF ORDRE-REC
                               DISPLAY "  "
                                   SO-MODTAGER-KONTO OF ORDRE-REC
                                   " " WS-BELOB-DISPLAY " "
                                   SO-FREKVENS OF ORDRE-REC
                               MOVE "ORDRE" TO WS-T-TYPE
                               MOVE SO-MODTAGER-KONTO OF ORDRE-REC
                                   TO WS-T-NOEGLE
                               MOVE ZEROES TO WS-INDEHAVER-VALG
                               PERFORM NOTER-TILDELING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAAENDE-ORDRER
           END-IF.

       TILDEL-MANDATER.
           MOVE "N" TO EOF-MANDAT
           OPEN INPUT BS-MANDATER
           IF WS-MANDAT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MANDAT = "Y" OR WS-FEJL = "Y"
                   READ BS-MANDATER
                       AT END
                           MOVE "Y" TO EOF-MANDAT
                       NOT AT END
                           IF BM-KONTO-ID OF MANDAT-REC
                                   = WS-FAELLES-KONTO-ID
                               AND BM-STATUS OF MANDAT-REC = "AKTIV"
                               DISPLAY "BS-MANDAT "
                                   BM-KREDITOR-NR OF MANDAT-REC " "
                                   BM-KREDITOR-NAVN OF MANDAT-REC
                               MOVE "MANDAT" TO WS-T-TYPE
                               MOVE BM-KREDITOR-NR OF MANDAT-REC
                                   TO WS-T-NOEGLE
                               MOVE ZEROES TO WS-INDEHAVER-VALG
                               PERFORM NOTER-TILDELING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BS-MANDATER
           END-IF.

      * A CARD FOLLOWS ITS CARDHOLDER WHEN THE CARDHOLDER IS ONE OF
      * THE ACCOUNT'S HOLDERS - A CARD IS PERSONAL. ONLY A CARD
      * ISSUED TO SOMEONE ELSE (A CHILD'S CARD ON THE FAMILY
      * ACCOUNT) IS ASKED ABOUT. EXPIRED AND REPLACED CARDS STAY.
       TILDEL-KORT.
           MOVE "N" TO EOF-KORT
           OPEN INPUT KORT-REGISTER
           IF WS-KORT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KORT = "Y" OR WS-FEJL = "Y"
                   READ KORT-REGISTER
                       AT END
                           MOVE "Y" TO EOF-KORT
                       NOT AT END
                           IF KT-KONTO-ID OF KORT-REC
                                   = WS-FAELLES-KONTO-ID
                               AND KT-STATUS OF KORT-REC
                                   NOT = "UDLOEBET"
                               AND KT-STATUS OF KORT-REC
                                   NOT = "ERSTATTE"
                               PERFORM TILDEL-ET-KORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORT-REGISTER
           END-IF.

       TILDEL-ET-KORT.
           DISPLAY "KORT " KT-KORTNUMMER OF KORT-REC(13:4)
               " KORTHOLDER " KT-KUNDE-ID OF KORT-REC
               " " KT-STATUS OF KORT-REC
           MOVE "KORT" TO WS-T-TYPE
           MOVE KT-KORTNUMMER OF KORT-REC TO WS-T-NOEGLE
           MOVE ZEROES TO WS-INDEHAVER-VALG
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > OH-ANTAL-INDEHAVERE OF SAG-REC
               IF OI-KUNDE-ID OF SAG-REC(WS-IX)
                       = KT-KUNDE-ID OF KORT-REC
                   MOVE WS-IX TO WS-INDEHAVER-VALG
               END-IF
           END-PERFORM
           IF WS-INDEHAVER-VALG NOT = ZEROES
               DISPLAY "  FOELGER KORTHOLDEREN - INDEHAVER "
                   WS-INDEHAVER-VALG
           END-IF
           PERFORM NOTER-TILDELING.

      * ONE ITEM ONTO THE CASE'S ASSIGNMENT TABLE. AN ORDER WHOSE
      * RECEIVING ACCOUNT IS ALREADY ASSIGNED GOES THE SAME WAY
      * WITHOUT A SECOND QUESTION; OTHERWISE WS-INDEHAVER-VALG ZERO
      * MEANS ASK.
       NOTER-TILDELING.
           MOVE "N" TO WS-T-FUNDET
           PERFORM VARYING WS-T-IX FROM 1 BY 1
                   UNTIL WS-T-IX > OH-ANTAL-TILDELINGER OF SAG-REC
               IF OT-TYPE OF SAG-REC(WS-T-IX) = WS-T-TYPE
                   AND OT-NOEGLE OF SAG-REC(WS-T-IX) = WS-T-NOEGLE
                   MOVE "Y" TO WS-T-FUNDET
               END-IF
           END-PERFORM
           IF WS-T-FUNDET = "N"
               IF OH-ANTAL-TILDELINGER OF SAG-REC >= 20
                   MOVE "Y" TO WS-FEJL
                   MOVE "FOR MANGE ORDRER, MANDATER OG KORT PAA KONTOEN"
                       TO WS-FEJLTEKST
               ELSE
                   IF WS-INDEHAVER-VALG = ZEROES
                       DISPLAY "  HVEM BEHOLDER DEN (1-"
                           OH-ANTAL-INDEHAVERE OF SAG-REC "): "
                           WITH NO ADVANCING
                       ACCEPT WS-INDEHAVER-VALG
                   END-IF
                   IF WS-INDEHAVER-VALG < 1
                       OR WS-INDEHAVER-VALG
                           > OH-ANTAL-INDEHAVERE OF SAG-REC
                       MOVE "Y" TO WS-FEJL
                       MOVE "UGYLDIGT INDEHAVERNUMMER"
                           TO WS-FEJLTEKST
                   ELSE
                       ADD 1 TO OH-ANTAL-TILDELINGER OF SAG-REC
                       MOVE OH-ANTAL-TILDELINGER OF SAG-REC
                           TO WS-T-IX
                       MOVE WS-T-TYPE TO OT-TYPE OF SAG-REC(WS-T-IX)
                       MOVE WS-T-NOEGLE
                           TO OT-NOEGLE OF SAG-REC(WS-T-IX)
                       MOVE WS-INDEHAVER-VALG
                           TO OT-INDEHAVER-IX OF SAG-REC(WS-T-IX)
                   END-IF
               END-IF
           END-IF.

      * ONE CASE BY ITS F-NUMBER OR THE JOINT ACCOUNT'S KONTO-ID -
      * THE HOLDERS, SHARES, DESTINATIONS AND WHERE IT STANDS.
       VIS-SAG.
           DISPLAY "SAGSNUMMER ELLER KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-SOEGE-NOEGLE
           PERFORM LOAD-SAGER
           MOVE "N" TO WS-SAG-FUNDET
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               IF OH-SAG-NR OF SAG-AR(WS-SAG-IX) = WS-SOEGE-NOEGLE
                   OR OH-KONTO-ID OF SAG-AR(WS-SAG-IX)
                       = WS-SOEGE-NOEGLE
                   MOVE "Y" TO WS-SAG-FUNDET
                   MOVE SAG-AR(WS-SAG-IX) TO SAG-REC
                   PERFORM VIS-EN-SAG
               END-IF
           END-PERFORM
           IF WS-SAG-FUNDET = "N"
               DISPLAY "INGEN OPHAEVELSE FUNDET."
           END-IF.

       VIS-SAG-EXIT.
           EXIT.

       VIS-EN-SAG.
           DISPLAY " "
           DISPLAY "SAG " OH-SAG-NR OF SAG-REC " KONTO "
               OH-KONTO-ID OF SAG-REC " " OH-STATUS OF SAG-REC
               " OPRETTET " OH-OPRETTET-DATO OF SAG-REC
               " AF " OH-OPRETTET-AF OF SAG-REC
           IF OH-GRUNDLAG OF SAG-REC = "DOM"
               DISPLAY "GRUNDLAG DOM " OH-DOM-REF OF SAG-REC
           ELSE
               DISPLAY "GRUNDLAG SAMTYKKE FRA ALLE INDEHAVERE"
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > OH-ANTAL-INDEHAVERE OF SAG-REC
               IF WS-IX = OH-BEHOLDER-IX OF SAG-REC
                   DISPLAY "  " WS-IX ". "
                       OI-KUNDE-ID OF SAG-REC(WS-IX) " "
                       OI-ANDEL-PCT OF SAG-REC(WS-IX)
                       "% - BEHOLDER KONTOEN"
               ELSE
                   IF OI-NY-KONTO OF SAG-REC(WS-IX) = "J"
                       DISPLAY "  " WS-IX ". "
                           OI-KUNDE-ID OF SAG-REC(WS-IX) " "
                           OI-ANDEL-PCT OF SAG-REC(WS-IX)
                           "% - NY KONTO "
                           OI-KONTO-ID OF SAG-REC(WS-IX)
                   ELSE
                       DISPLAY "  " WS-IX ". "
                           OI-KUNDE-ID OF SAG-REC(WS-IX) " "
                           OI-ANDEL-PCT OF SAG-REC(WS-IX)
                           "% - TIL KONTO "
                           OI-KONTO-ID OF SAG-REC(WS-IX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-T-IX FROM 1 BY 1
                   UNTIL WS-T-IX > OH-ANTAL-TILDELINGER OF SAG-REC
               DISPLAY "  " OT-TYPE OF SAG-REC(WS-T-IX) " "
                   OT-NOEGLE OF SAG-REC(WS-T-IX) " - INDEHAVER "
                   OT-INDEHAVER-IX OF SAG-REC(WS-T-IX)
           END-PERFORM
           IF OH-STATUS OF SAG-REC = "AFSLUTTET"
               DISPLAY "AFVIKLET " OH-AFSLUTTET-DATO OF SAG-REC
           END-IF.

       VALIDER-IBAN.
           MOVE "J" TO WS-IBAN-OK
           MOVE ZEROES TO WS-IBAN-LEN
           PERFORM VARYING WS-IBAN-IX FROM 1 BY 1 UNTIL WS-IBAN-IX > 20
               IF KONTONUMMER OF KONTOOPL-IN(WS-IBAN-IX:1) NOT = SPACE
                   MOVE WS-IBAN-IX TO WS-IBAN-LEN
               END-IF
           END-PERFORM
           IF WS-IBAN-LEN < 15
               MOVE "N" TO WS-IBAN-OK
           END-IF
           IF WS-IBAN-OK = "J"
               MOVE "DK" TO WS-IBAN-LANDE
               IF WS-KUNDE-FUNDET = "Y"
                   AND LANDE-KODE OF ADRESSE OF KUNDEOPL-IN NOT = SPACES
                   MOVE LANDE-KODE OF ADRESSE OF KUNDEOPL-IN
                       TO WS-IBAN-LANDE
               END-IF
               IF KONTONUMMER OF KONTOOPL-IN(1:2) NOT = WS-IBAN-LANDE
                   MOVE "N" TO WS-IBAN-OK
               END-IF
           END-IF
           IF WS-IBAN-OK = "J"
               IF KONTONUMMER OF KONTOOPL-IN(3:2) IS NOT NUMERIC
                   MOVE "N" TO WS-IBAN-OK
               END-IF
           END-IF
           IF WS-IBAN-OK = "J"
               PERFORM BEREGN-IBAN-KONTROL
               IF WS-IBAN-REMAINDER NOT = 1
                   MOVE "N" TO WS-IBAN-OK
               END-IF
           END-IF.

      * ISO 7064 MOD-97-10 IBAN CHECKSUM - SEE KONTOVEDLIGEHOLD'S
      * BEREGN-IBAN-KONTROL, WHICH THIS REPEATS.
       BEREGN-IBAN-KONTROL.
           MOVE ZEROES TO WS-IBAN-REMAINDER
           COMPUTE WS-IBAN-LEN4 = WS-IBAN-LEN - 4
           MOVE SPACES TO WS-IBAN-REARR
           MOVE KONTONUMMER OF KONTOOPL-IN(5:WS-IBAN-LEN4)
               TO WS-IBAN-REARR(1:WS-IBAN-LEN4)
           COMPUTE WS-IBAN-POS = WS-IBAN-LEN4 + 1
           MOVE KONTONUMMER OF KONTOOPL-IN(1:4)
               TO WS-IBAN-REARR(WS-IBAN-POS:4)
           PERFORM VARYING WS-IBAN-IX2 FROM 1 BY 1
                   UNTIL WS-IBAN-IX2 > WS-IBAN-LEN
               MOVE WS-IBAN-REARR(WS-IBAN-IX2:1) TO WS-IBAN-CHAR
               IF WS-IBAN-CHAR IS ALPHABETIC
                   PERFORM BOGSTAV-TIL-TAL
                   COMPUTE WS-IBAN-D1 = WS-IBAN-VAL / 10
                   COMPUTE WS-IBAN-D2 = WS-IBAN-VAL
                       - (WS-IBAN-D1 * 10)
                   COMPUTE WS-IBAN-TEMP =
                       (WS-IBAN-REMAINDER * 10) + WS-IBAN-D1
                   DIVIDE WS-IBAN-TEMP BY 97
                       GIVING WS-IBAN-QUOT
                       REMAINDER WS-IBAN-REMAINDER
                   COMPUTE WS-IBAN-TEMP =
                       (WS-IBAN-REMAINDER * 10) + WS-IBAN-D2
                   DIVIDE WS-IBAN-TEMP BY 97
                       GIVING WS-IBAN-QUOT
                       REMAINDER WS-IBAN-REMAINDER
               ELSE
                   MOVE WS-IBAN-CHAR TO WS-IBAN-D1
                   COMPUTE WS-IBAN-TEMP =
                       (WS-IBAN-REMAINDER * 10) + WS-IBAN-D1
                   DIVIDE WS-IBAN-TEMP BY 97
                       GIVING WS-IBAN-QUOT
                       REMAINDER WS-IBAN-REMAINDER
               END-IF
           END-PERFORM.

       BOGSTAV-TIL-TAL.
           MOVE ZEROES TO WS-LETTER-POS
           PERFORM VARYING WS-L-IX FROM 1 BY 1 UNTIL WS-L-IX > 26
               IF WS-LETTERS(WS-L-IX:1) = WS-IBAN-CHAR
                   MOVE WS-L-IX TO WS-LETTER-POS
               END-IF
           END-PERFORM
           COMPUTE WS-IBAN-VAL = WS-LETTER-POS + 9.

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

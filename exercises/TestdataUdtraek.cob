       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE PRODUCTION MASTERS, THE TRANSACTION FEED AND THE LINKED
      * REGISTERS THAT CARRY A PERSON OR AN AMOUNT - READ ONLY, NEVER
      * WRITTEN. EVERY ONE IS OPTIONAL BUT THE CUSTOMER MASTER.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
           SELECT VIRKSOMHEDER ASSIGN TO "Virksomheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
           SELECT RKI-REGISTER ASSIGN TO "RkiRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
           SELECT STAAENDE-ORDRER ASSIGN TO "StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
           SELECT LAAN ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
           SELECT OVERTRAEK-AFTALER ASSIGN TO "OvertraekAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
           SELECT BANKOPLYSNINGER ASSIGN TO "Banker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
      * THE MASKED COPY OF WHICHEVER FILE IS BEING EXTRACTED, UNDER
      * THE SAME NAME IN THE TARGET DIRECTORY - SAME NAME-SWITCH
      * STYLE AS MASTERBACKUP.
           SELECT TESTDATA-UD ASSIGN TO WS-UD-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UD-STATUS.
      * WHAT THIS RUN PUT IN THE TARGET DIRECTORY - WHEN, FROM
      * WHERE, WITH WHAT SCALING, AND PER FILE THE ROW COUNTS AND
      * HOW MANY CPR NUMBERS AND AMOUNTS WERE REPLACED. THE MASKING
      * KEY ITSELF IS NEVER WRITTEN ANYWHERE.
           SELECT TESTDATA-MANIFEST ASSIGN TO WS-MANIFEST-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD VIRKSOMHEDER.
       01 VIRKSOMHED-REC.
           COPY "VIRKSOMHEDER.cpy".
       FD RKI-REGISTER.
       01 REGISTER-REC.
           COPY "RKIREGISTER.cpy".
       FD STAAENDE-ORDRER.
       01 ORDRE-REC.
           COPY "STAAENDEORDRER.cpy".
       FD LUKKESALDO-FILE.
       01 LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
           02  LS-UDSKRIFT-NR       PIC 9(6).
       FD LAAN.
       01 LAAN-REC.
           COPY "LAAN.cpy".
       FD OVERTRAEK-AFTALER.
       01 AFTALE-REC.
           COPY "OVERTRAEKSAFTALER.cpy".
       FD BANKOPLYSNINGER.
       01 BANK-REC.
           02  BANK-LINJE           PIC X(200).
       FD TESTDATA-UD.
       01 TESTDATA-UD-REC.
           02  TU-LINJE             PIC X(1000).
       FD TESTDATA-MANIFEST.
       01 TM-RECORD.
           02  TM-LINE              PIC X(150) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "TESTDATA".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-IND-STATUS            PIC XX VALUE "00".
       01  WS-UD-STATUS             PIC XX VALUE "00".
       01  WS-MANIFEST-STATUS       PIC XX VALUE "00".
       01  EOF-IND                  PIC X VALUE "N".
      * WHAT THE OPERATOR GAVE - TARGET DIRECTORY, AMOUNT SCALING IN
      * PERCENT (BLANK OR 100 KEEPS EVERY AMOUNT AS IT IS) AND THE
      * MASKING KEY. THE SAME KEY GIVES THE SAME FAKE CPR NUMBERS,
      * NAMES AND ADDRESSES ON EVERY RUN, SO A REFRESHED EXTRACT
      * STILL LINES UP WITH THE TESTERS' OWN CASES; A NEW KEY GIVES
      * A NEW POPULATION.
       01  WS-MAALKATALOG           PIC X(60) VALUE SPACES.
       01  WS-PROD-KATALOG          PIC X(60) VALUE SPACES.
       01  WS-SKALERING-X           PIC X(3) VALUE SPACES.
       01  WS-SKALERING             PIC 9(3) VALUE 100.
       01  WS-NOEGLE                PIC X(20) VALUE SPACES.
       01  WS-NOEGLE-ANGIVET        PIC X VALUE "J".
       01  WS-KAT-LEN               PIC 99 VALUE ZEROES.
       01  WS-PROD-LEN              PIC 99 VALUE ZEROES.
       01  WS-PRIKKER               PIC 99 VALUE ZEROES.
       01  WS-AFVIS-TEKST           PIC X(60) VALUE SPACES.
       01  WS-UD-NAVN               PIC X(90) VALUE SPACES.
       01  WS-MANIFEST-NAVN         PIC X(90) VALUE SPACES.
       01  WS-FIL-NAVN              PIC X(24) VALUE SPACES.
       01  WS-BASIS-LEN             PIC 99 VALUE ZEROES.
       01  IX                       PIC 99 VALUE ZEROES.
      * PER-FILE FIGURES FOR THE MANIFEST.
       01  WS-FIL-IND               PIC 9(9) VALUE ZEROES.
       01  WS-FIL-UD                PIC 9(9) VALUE ZEROES.
       01  WS-FIL-CPR               PIC 9(9) VALUE ZEROES.
       01  WS-FIL-BELOB             PIC 9(9) VALUE ZEROES.
       01  WS-FIL-LOFT              PIC 9(5) VALUE ZEROES.
       01  WS-FIL-FINDES            PIC X VALUE "N".
      * THE KEY FOLDED TO A NUMBER - THE STARTING VALUE OF EVERY
      * MASKING CHECKSUM BELOW.
       01  WS-FROE                  PIC 9(9) VALUE ZEROES.
       01  WS-HASH-X                PIC X(9) VALUE SPACES.
      * CPR MASKING - REAL CPR TO FAKE CPR, FIXED FOR THE RUN SO
      * EVERY FILE GETS THE SAME FAKE FOR THE SAME PERSON AND TWO
      * PEOPLE NEVER SHARE ONE. THE FAKE KEEPS THE BIRTH DATE, THE
      * CENTURY DIGIT AND THE SEX (ODD/EVEN LAST DIGIT), SO AGE
      * RULES STILL BITE, AND CARRIES A CORRECT MODULUS-11 CHECK
      * DIGIT - UNLESS THE REAL ONE FAILED THE CHECK, IN WHICH CASE
      * THE FAKE FAILS IT TOO AND CPRKONTROL STILL HAS SOMETHING TO
      * FIND. A CPR THAT IS NOT TEN DIGITS BECOMES ALL ZEROES.
       01  CPR-AR OCCURS 9999 TIMES.
           02  CA-AEGTE             PIC X(10) VALUE SPACES.
           02  CA-FALSK             PIC X(10) VALUE SPACES.
       01  ANTAL-CPR                PIC 9(4) VALUE ZEROES.
       01  WS-CPR-IX                PIC 9(4).
       01  WS-CPR-OVERLOEB          PIC 9(7) VALUE ZEROES.
       01  WS-CPR-UDEN-FALSK        PIC 9(7) VALUE ZEROES.
       01  WS-CPR-IND               PIC X(10) VALUE SPACES.
       01  WS-CPR-UD                PIC X(10) VALUE SPACES.
       01  WS-CPR-KANDIDAT          PIC X(10) VALUE SPACES.
       01  WS-CPR-OK                PIC X VALUE "N".
       01  WS-CPR-FUNDET            PIC X VALUE "N".
       01  WS-CPR-HASH              PIC 9(9) VALUE ZEROES.
       01  WS-CPR-FORSOEG           PIC 9(3) VALUE ZEROES.
       01  WS-CPR-NR2               PIC 99 VALUE ZEROES.
       01  WS-CPR-VAEGTE.
           02  FILLER               PIC 9 VALUE 4.
           02  FILLER               PIC 9 VALUE 3.
           02  FILLER               PIC 9 VALUE 2.
           02  FILLER               PIC 9 VALUE 7.
           02  FILLER               PIC 9 VALUE 6.
           02  FILLER               PIC 9 VALUE 5.
           02  FILLER               PIC 9 VALUE 4.
           02  FILLER               PIC 9 VALUE 3.
           02  FILLER               PIC 9 VALUE 2.
           02  FILLER               PIC 9 VALUE 1.
       01  WS-CPR-VAEGTE-R REDEFINES WS-CPR-VAEGTE.
           02  WS-VAEGT             PIC 9 OCCURS 10 TIMES.
       01  WS-VAEGT-IX              PIC 99 VALUE ZEROES.
       01  WS-CPR-CIFFER            PIC 9 VALUE ZEROES.
       01  WS-CPR-SUM               PIC 9(4) VALUE ZEROES.
       01  WS-CPR-REST              PIC 99 VALUE ZEROES.
       01  WS-CPR-KVOT              PIC 9(9) VALUE ZEROES.
       01  WS-KONTROL-CIFFER        PIC 99 VALUE ZEROES.
       01  WS-AEGTE-CIFFER          PIC 9 VALUE ZEROES.
       01  WS-PARITET-1             PIC 9 VALUE ZEROES.
       01  WS-PARITET-2             PIC 9 VALUE ZEROES.
      * NAME AND STREET MASKING - EVERY WORD IS REPLACED IN PLACE BY
      * A MADE-UP WORD OF THE SAME LENGTH, LETTER BY LETTER FROM A
      * CHECKSUM RUNNING OVER THE REAL WORD. THE SAME REAL WORD
      * ALWAYS GIVES THE SAME FAKE ONE, WHEREVER IT STANDS, SO THE
      * NAME ON A TRANSACTION STILL MATCHES THE CUSTOMER MASTER,
      * HOUSEHOLDS STILL SHARE A STREET AND THE DUPLICATE-PERSON
      * CHECKS STILL SEE THE SAME PERSON TWICE; A NAME CUT SHORT BY
      * ITS FIELD MASKS TO THE CUT-SHORT FAKE. WORDS HOLDING A DIGIT
      * (HOUSE NUMBERS, POSTCODES) ARE KEPT, AND IN AN ADDRESS LINE
      * EVERYTHING FROM THE FIRST SUCH WORD ON (POSTCODE AND TOWN)
      * IS KEPT AS WELL - ONLY THE STREET IDENTIFIES ANYONE.
       01  WS-TEKST                 PIC X(60) VALUE SPACES.
       01  WS-TEKST-LAENGDE         PIC 99 VALUE ZEROES.
       01  WS-TEKST-ART             PIC X VALUE "N".
       01  WS-TEKST-STOP            PIC X VALUE "N".
       01  WS-T-POS                 PIC 99 VALUE ZEROES.
       01  WS-T-IX                  PIC 99 VALUE ZEROES.
       01  WS-ORD-START             PIC 99 VALUE ZEROES.
       01  WS-ORD-LEN               PIC 99 VALUE ZEROES.
       01  WS-ORD-CIFRE             PIC 99 VALUE ZEROES.
       01  WS-TEGN                  PIC X VALUE SPACE.
       01  WS-TEGN-REST             PIC 99 VALUE ZEROES.
       01  WS-TEGN-KVOT             PIC 9(9) VALUE ZEROES.
       01  WS-MELLEM                PIC 9(10) VALUE ZEROES.
       01  WS-KONSONANTER           PIC X(16)
                                    VALUE "BDFGHJKLMNPRSTVW".
       01  WS-VOKALER               PIC X(6) VALUE "AEIOUY".
      * AMOUNT SCALING - AN AMOUNT THAT WOULD NOT FIT ITS FIELD
      * AFTER SCALING IS KEPT AS IT WAS AND COUNTED AS CAPPED.
       01  WS-BELOB                 PIC S9(18)V99 VALUE ZEROES.
       01  WS-BELOB-UD              PIC S9(18)V99 VALUE ZEROES.
       01  WS-BELOB-LOFT            PIC X VALUE "N".
       01  WS-BELOB-TEXT            PIC -(9)9.99.
       01  WS-P-IX                  PIC 9 VALUE ZEROES.
      * MANIFEST LINE FIELDS.
       01  WS-VIS-ANTAL             PIC Z(8)9.
       01  WS-VIS-UD                PIC Z(8)9.
       01  WS-VIS-CPR               PIC Z(8)9.
       01  WS-VIS-BELOB             PIC Z(8)9.
       01  WS-VIS-LOFT              PIC Z(4)9.
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

      * ANONYMISED TEST-DATA EXTRACT. COPIES THE CUSTOMER AND
      * ACCOUNT MASTERS, THE TRANSACTION FEED AND THE LINKED
      * REGISTERS INTO A TEST DIRECTORY WITH EVERY CPR NUMBER, NAME,
      * STREET, PHONE NUMBER AND E-MAIL ADDRESS REPLACED, AND THE
      * AMOUNTS KEPT OR SCALED. KEYS (KUNDE-ID, KONTO-ID, REG-NR)
      * ARE LEFT ALONE SO EVERY JOIN STILL HOLDS. REFUSES TO RUN -
      * CONDITION CODE 8, NOTHING WRITTEN - WHEN THE TARGET IS THE
      * PRODUCTION DIRECTORY ITSELF OR COULD REACH BACK INTO IT.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           DISPLAY "MAALKATALOG FOR TESTDATA: " WITH NO ADVANCING
           ACCEPT WS-MAALKATALOG
           DISPLAY "SKALERING AF BELOEB I PROCENT (BLANK = 100): "
               WITH NO ADVANCING
           ACCEPT WS-SKALERING-X
           DISPLAY "MASKERINGSNOEGLE: " WITH NO ADVANCING
           ACCEPT WS-NOEGLE
           PERFORM KONTROLLER-MAAL THRU KONTROLLER-MAAL-EXIT
           IF WS-AFVIS-TEKST NOT = SPACES
               DISPLAY "TESTDATA: " WS-AFVIS-TEKST
               DISPLAY "TESTDATA: INTET UDTRUKKET"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-NOEGLE = SPACES
               MOVE "N" TO WS-NOEGLE-ANGIVET
               MOVE "BANKTESTDATA" TO WS-NOEGLE
           END-IF
           MOVE ZEROES TO WS-KSUM
           MOVE WS-NOEGLE TO WS-KSUM-DATA
           MOVE 20 TO WS-KSUM-LAENGDE
           PERFORM BEREGN-KSUM
           MOVE WS-KSUM TO WS-FROE

           MOVE "TestdataManifest.txt" TO WS-FIL-NAVN
           PERFORM BYG-UD-NAVN
           MOVE WS-UD-NAVN TO WS-MANIFEST-NAVN
           OPEN OUTPUT TESTDATA-MANIFEST
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "TESTDATA: MAALKATALOGET FINDES IKKE ELLER KAN "
                   "IKKE SKRIVES - INTET UDTRUKKET"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO TM-RECORD
           STRING "TESTDATAUDTRAEK " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               "  KILDE " DELIMITED BY SIZE
               WS-PROD-KATALOG DELIMITED BY SPACE
               INTO TM-RECORD
           WRITE TM-RECORD
           MOVE SPACES TO TM-RECORD
           STRING "SKALERING " DELIMITED BY SIZE
               WS-SKALERING DELIMITED BY SIZE
               " PCT  MASKERINGSNOEGLE ANGIVET " DELIMITED BY SIZE
               WS-NOEGLE-ANGIVET DELIMITED BY SIZE
               INTO TM-RECORD
           WRITE TM-RECORD
           MOVE SPACES TO TM-RECORD
           STRING "FIL                            RAEKKER IND"
                   DELIMITED BY SIZE
               "  RAEKKER UD   CPR ERST.  BELOEB SKAL.  LOFT"
                   DELIMITED BY SIZE
               INTO TM-RECORD
           WRITE TM-RECORD

           PERFORM UDTRAEK-KUNDER THRU UDTRAEK-KUNDER-EXIT
           IF WS-FIL-FINDES = "N"
               CLOSE TESTDATA-MANIFEST
               DISPLAY "TESTDATA: Kundeoplysninger.txt KAN IKKE LAESES"
                   " - UDTRAEKKET ER UBRUGELIGT"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM UDTRAEK-KONTI THRU UDTRAEK-KONTI-EXIT
           PERFORM UDTRAEK-TRANSAKTIONER
               THRU UDTRAEK-TRANSAKTIONER-EXIT
           PERFORM UDTRAEK-VIRKSOMHEDER THRU UDTRAEK-VIRKSOMHEDER-EXIT
           PERFORM UDTRAEK-RKI THRU UDTRAEK-RKI-EXIT
           PERFORM UDTRAEK-ORDRER THRU UDTRAEK-ORDRER-EXIT
           PERFORM UDTRAEK-LUKKESALDO THRU UDTRAEK-LUKKESALDO-EXIT
           PERFORM UDTRAEK-LAAN THRU UDTRAEK-LAAN-EXIT
           PERFORM UDTRAEK-OVERTRAEK THRU UDTRAEK-OVERTRAEK-EXIT
           PERFORM UDTRAEK-BANKER THRU UDTRAEK-BANKER-EXIT

           MOVE SPACES TO TM-RECORD
           STRING "CPR-NUMRE ERSTATTET I ALT: " DELIMITED BY SIZE
               ANTAL-CPR DELIMITED BY SIZE
               "  UDEN FAST ERSTATNING: " DELIMITED BY SIZE
               WS-CPR-OVERLOEB DELIMITED BY SIZE
               "  UDEN LEDIG ERSTATNING: " DELIMITED BY SIZE
               WS-CPR-UDEN-FALSK DELIMITED BY SIZE
               INTO TM-RECORD
           WRITE TM-RECORD
           CLOSE TESTDATA-MANIFEST
           DISPLAY "TESTDATA: " WS-RECS-OUT " RAEKKER SKREVET TIL "
               WS-MAALKATALOG
           IF WS-CPR-OVERLOEB > ZEROES OR WS-CPR-UDEN-FALSK > ZEROES
               DISPLAY "TESTDATA: IKKE ALLE CPR-NUMRE FIK EN FAST "
                   "ERSTATNING - SE TestdataManifest.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2).

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

      * THE TARGET MUST BE GIVEN, MUST NOT BE THE DIRECTORY THIS RUNS
      * IN (WHERE THE PRODUCTION FILES LIVE), AND MUST NOT CLIMB OUT
      * THROUGH ".." - A RELATIVE PATH BACK INTO PRODUCTION IS THE
      * SAME MISTAKE BY ANOTHER NAME. LEAVES THE REASON FOR A REFUSAL
      * IN WS-AFVIS-TEKST. ALSO CHECKS THE SCALING.
       KONTROLLER-MAAL.
           MOVE SPACES TO WS-AFVIS-TEKST
           IF WS-MAALKATALOG = SPACES
               MOVE "INTET MAALKATALOG ANGIVET" TO WS-AFVIS-TEKST
               GO TO KONTROLLER-MAAL-EXIT
           END-IF
           MOVE ZEROES TO WS-KAT-LEN
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 60
               IF WS-MAALKATALOG(IX:1) NOT = SPACE
                   MOVE IX TO WS-KAT-LEN
               END-IF
           END-PERFORM
           IF WS-KAT-LEN > 1 AND WS-MAALKATALOG(WS-KAT-LEN:1) = "/"
               MOVE SPACE TO WS-MAALKATALOG(WS-KAT-LEN:1)
               SUBTRACT 1 FROM WS-KAT-LEN
           END-IF
           IF WS-MAALKATALOG = "." OR WS-MAALKATALOG = "/"
               MOVE "MAALKATALOGET ER PRODUKTIONSKATALOGET"
                   TO WS-AFVIS-TEKST
               GO TO KONTROLLER-MAAL-EXIT
           END-IF
           MOVE ZEROES TO WS-PRIKKER
           INSPECT WS-MAALKATALOG TALLYING WS-PRIKKER FOR ALL ".."
           IF WS-PRIKKER > ZEROES
               MOVE "MAALKATALOGET MAA IKKE INDEHOLDE .."
                   TO WS-AFVIS-TEKST
               GO TO KONTROLLER-MAAL-EXIT
           END-IF
           ACCEPT WS-PROD-KATALOG FROM ENVIRONMENT "PWD"
           MOVE ZEROES TO WS-PROD-LEN
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 60
               IF WS-PROD-KATALOG(IX:1) NOT = SPACE
                   MOVE IX TO WS-PROD-LEN
               END-IF
           END-PERFORM
           IF WS-PROD-LEN > 1 AND WS-PROD-KATALOG(WS-PROD-LEN:1) = "/"
               MOVE SPACE TO WS-PROD-KATALOG(WS-PROD-LEN:1)
           END-IF
           IF WS-MAALKATALOG = WS-PROD-KATALOG
               MOVE "MAALKATALOGET ER PRODUKTIONSKATALOGET"
                   TO WS-AFVIS-TEKST
               GO TO KONTROLLER-MAAL-EXIT
           END-IF
           IF WS-SKALERING-X = SPACES
               MOVE 100 TO WS-SKALERING
           ELSE
               IF FUNCTION TRIM(WS-SKALERING-X) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-SKALERING-X) TO WS-SKALERING
               ELSE
                   MOVE ZEROES TO WS-SKALERING
               END-IF
           END-IF
           IF WS-SKALERING = ZEROES
               MOVE "SKALERING SKAL VAERE 1-999 PROCENT"
                   TO WS-AFVIS-TEKST
           END-IF.

       KONTROLLER-MAAL-EXIT.
           EXIT.

      * "<MAALKATALOG>/<FIL>" FOR THE FILE IN WS-FIL-NAVN.
       BYG-UD-NAVN.
           MOVE ZEROES TO WS-BASIS-LEN
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 24
               IF WS-FIL-NAVN(IX:1) NOT = SPACE
                   MOVE IX TO WS-BASIS-LEN
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-UD-NAVN
           STRING WS-MAALKATALOG(1:WS-KAT-LEN) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-FIL-NAVN(1:WS-BASIS-LEN) DELIMITED BY SIZE
               INTO WS-UD-NAVN.

      * EVERY FILE STARTS THE SAME WAY: FIGURES CLEARED, OUTPUT
      * OPENED UNDER ITS OWN NAME IN THE TARGET DIRECTORY.
       START-FIL.
           MOVE ZEROES TO WS-FIL-IND
           MOVE ZEROES TO WS-FIL-UD
           MOVE ZEROES TO WS-FIL-CPR
           MOVE ZEROES TO WS-FIL-BELOB
           MOVE ZEROES TO WS-FIL-LOFT
           MOVE "N" TO EOF-IND
           PERFORM BYG-UD-NAVN
           OPEN OUTPUT TESTDATA-UD.

      * ONE MANIFEST ROW - THE FILE'S FIGURES, OR THAT PRODUCTION
      * HAD NO SUCH FILE AND NOTHING WAS EXTRACTED FOR IT.
       SKRIV-MANIFEST-FIL.
           MOVE SPACES TO TM-RECORD
           IF WS-FIL-FINDES = "N"
               STRING WS-FIL-NAVN DELIMITED BY SIZE
                   "      FINDES IKKE I PRODUKTION - IKKE UDTRUKKET"
                       DELIMITED BY SIZE
                   INTO TM-RECORD
           ELSE
               MOVE WS-FIL-IND TO WS-VIS-ANTAL
               MOVE WS-FIL-UD TO WS-VIS-UD
               MOVE WS-FIL-CPR TO WS-VIS-CPR
               MOVE WS-FIL-BELOB TO WS-VIS-BELOB
               MOVE WS-FIL-LOFT TO WS-VIS-LOFT
               STRING WS-FIL-NAVN DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-VIS-ANTAL DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-VIS-UD DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-VIS-CPR DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-VIS-BELOB DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VIS-LOFT DELIMITED BY SIZE
                   INTO TM-RECORD
           END-IF
           WRITE TM-RECORD.

       SKRIV-UD-LINJE.
           WRITE TESTDATA-UD-REC
           ADD 1 TO WS-FIL-UD
           ADD 1 TO WS-RECS-OUT.

       UDTRAEK-KUNDER.
           MOVE "Kundeoplysninger.txt" TO WS-FIL-NAVN
           MOVE "N" TO WS-FIL-FINDES
           OPEN INPUT KUNDEOPLYSNINGER
           IF WS-IND-STATUS NOT = "00"
               PERFORM SKRIV-MANIFEST-FIL
               GO TO UDTRAEK-KUNDER-EXIT
           END-IF
           MOVE "Y" TO WS-FIL-FINDES
           PERFORM START-FIL
           PERFORM UNTIL EOF-IND = "Y"
               READ KUNDEOPLYSNINGER
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       ADD 1 TO WS-FIL-IND
                       PERFORM MASKER-KUNDE
                       MOVE KUNDEOPL-IN TO TU-LINJE
                       PERFORM SKRIV-UD-LINJE
               END-READ
           END-PERFORM
           CLOSE KUNDEOPLYSNINGER
           CLOSE TESTDATA-UD
           PERFORM SKRIV-MANIFEST-FIL.

       UDTRAEK-KUNDER-EXIT.
           EXIT.

      * THE CUSTOMER: CPR, BOTH NAMES, STREET, PHONE AND E-MAIL.
      * HOUSE NUMBER, FLOOR, POSTCODE AND TOWN STAY - THEY IDENTIFY
      * NOBODY ON THEIR OWN, AND ADDRESSKONTROL'S POSTCODE CHECK AND
      * THE STATEMENT RUN'S ROUTING STILL NEED THEM.
       MASKER-KUNDE.
           MOVE CPR OF KUNDEOPL-IN TO WS-CPR-IND
           PERFORM MASKER-CPR THRU MASKER-CPR-EXIT
           MOVE WS-CPR-UD TO CPR OF KUNDEOPL-IN
           MOVE "N" TO WS-TEKST-ART
           MOVE FORNAVN OF KUNDEOPL-IN TO WS-TEKST
           MOVE 20 TO WS-TEKST-LAENGDE
           PERFORM MASKER-TEKST
           MOVE WS-TEKST TO FORNAVN OF KUNDEOPL-IN
           MOVE EFTERNAVN OF KUNDEOPL-IN TO WS-TEKST
           MOVE 20 TO WS-TEKST-LAENGDE
           PERFORM MASKER-TEKST
           MOVE WS-TEKST TO EFTERNAVN OF KUNDEOPL-IN
           MOVE "A" TO WS-TEKST-ART
           MOVE VEJNAVN OF ADRESSE OF KUNDEOPL-IN TO WS-TEKST
           MOVE 30 TO WS-TEKST-LAENGDE
           PERFORM MASKER-TEKST
           MOVE WS-TEKST TO VEJNAVN OF ADRESSE OF KUNDEOPL-IN
           IF TELEFON OF KUNDEOPL-IN NOT = SPACES
               MOVE WS-FROE TO WS-KSUM
               MOVE TELEFON OF KUNDEOPL-IN TO WS-KSUM-DATA
               MOVE 8 TO WS-KSUM-LAENGDE
               PERFORM BEREGN-KSUM
               MOVE WS-KSUM TO WS-HASH-X
               MOVE SPACES TO TELEFON OF KUNDEOPL-IN
               STRING "2" DELIMITED BY SIZE
                   WS-HASH-X(3:7) DELIMITED BY SIZE
                   INTO TELEFON OF KUNDEOPL-IN
           END-IF
           IF EMAIL OF KUNDEOPL-IN NOT = SPACES
               MOVE WS-FROE TO WS-KSUM
               MOVE EMAIL OF KUNDEOPL-IN TO WS-KSUM-DATA
               MOVE 50 TO WS-KSUM-LAENGDE
               PERFORM BEREGN-KSUM
               MOVE WS-KSUM TO WS-HASH-X
               MOVE SPACES TO EMAIL OF KUNDEOPL-IN
               STRING "TEST" DELIMITED BY SIZE
                   WS-HASH-X DELIMITED BY SIZE
                   "@EKSEMPEL.INVALID" DELIMITED BY SIZE
                   INTO EMAIL OF KUNDEOPL-IN
           END-IF
           MOVE BALANCE OF KONTOINFO OF KUNDEOPL-IN TO WS-BELOB
           PERFORM SKALER-BELOB
           IF WS-BELOB-LOFT = "N"
               COMPUTE BALANCE OF KONTOINFO OF KUNDEOPL-IN = WS-BELOB-UD
                   ON SIZE ERROR
                       ADD 1 TO WS-FIL-LOFT
               END-COMPUTE
           END-IF.

       UDTRAEK-KONTI.
           MOVE "KontoOpt.txt" TO WS-FIL-NAVN
           MOVE "N" TO WS-FIL-FINDES
           OPEN INPUT KONTOOPLYSNINGER
           IF WS-IND-STATUS NOT = "00"
               PERFORM SKRIV-MANIFEST-FIL
               GO TO UDTRAEK-KONTI-EXIT
           END-IF
           MOVE "Y" TO WS-FIL-FINDES
           PERFORM START-FIL
           PERFORM UNTIL EOF-IND = "Y"
               READ KONTOOPLYSNINGER
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       ADD 1 TO WS-FIL-IND
                       MOVE BALANCE OF KONTOOPL-IN TO WS-BELOB
                       PERFORM SKALER-BELOB
                       IF WS-BELOB-LOFT = "N"
                           COMPUTE BALANCE OF KONTOOPL-IN = WS-BELOB-UD
                               ON SIZE ERROR
                                   ADD 1 TO WS-FIL-LOFT
                           END-COMPUTE
                       END-IF
                       MOVE KONTOOPL-IN TO TU-LINJE
                       PERFORM SKRIV-UD-LINJE
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER
           CLOSE TESTDATA-UD
           PERFORM SKRIV-MANIFEST-FIL.

       UDTRAEK-KONTI-EXIT.
           EXIT.

      * THE FEED CARRIES THE HOLDER'S CPR, NAME AND ADDRESS ON EVERY
      * ROW - MASKED WITH THE SAME RULES AS THE MASTER, SO THEY STILL
      * AGREE WITH IT. BELOEB-TEXT IS REWRITTEN FROM THE SCALED
      * BELOEB WHEN IT WAS FILLED IN.
       UDTRAEK-TRANSAKTIONER.
           MOVE "Transaktioner.txt" TO WS-FIL-NAVN
           MOVE "N" TO WS-FIL-FINDES
           OPEN INPUT TRANSAKTIONER
           IF WS-IND-STATUS NOT = "00"
               PERFORM SKRIV-MANIFEST-FIL
               GO TO UDTRAEK-TRANSAKTIONER-EXIT
           END-IF
           MOVE "Y" TO WS-FIL-FINDES
           PERFORM START-FIL
           PERFORM UNTIL EOF-IND = "Y"
               READ TRANSAKTIONER
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       ADD 1 TO WS-FIL-IND
                       PERFORM MASKER-TRANSAKTION
                       MOVE TRANSAKTION-REC TO TU-LINJE
                       PERFORM SKRIV-UD-LINJE
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER
           CLOSE TESTDATA-UD
           PERFORM SKRIV-MANIFEST-FIL.

       UDTRAEK-TRANSAKTIONER-EXIT.
           EXIT.

       MASKER-TRANSAKTION.
           MOVE CPR OF TRANSAKTION-REC TO WS-CPR-IND
           PERFORM MASKER-CPR THRU MASKER-CPR-EXIT
           MOVE WS-CPR-UD TO CPR OF TRANSAKTION-REC
           MOVE "N" TO WS-TEKST-ART
           MOVE NAVN OF TRANSAKTION-REC TO WS-TEKST
           MOVE 40 TO WS-TEKST-LAENGDE
           PERFORM MASKER-TEKST
           MOVE WS-TEKST TO NAVN OF TRANSAKTION-REC
           MOVE "A" TO WS-TEKST-ART
           MOVE ADRESSE OF TRANSAKTION-REC TO WS-TEKST
           MOVE 60 TO WS-TEKST-LAENGDE
           PERFORM MASKER-TEKST
           MOVE WS-TEKST TO ADRESSE OF TRANSAKTION-REC
           MOVE BELØB OF TRANSAKTION-REC TO WS-BELOB
           PERFORM SKALER-BELOB
           IF WS-BELOB-LOFT = "N"
               COMPUTE BELØB OF TRANSAKTION-REC = WS-BELOB-UD
                   ON SIZE ERROR
                       ADD 1 TO WS-FIL-LOFT
               END-COMPUTE
               IF BELØB-TEXT OF TRANSAKTION-REC NOT = SPACES
                   MOVE BELØB OF TRANSAKTION-REC TO WS-BELOB-TEXT
                   MOVE WS-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
               END-IF
           END-IF.

      * CORPORATE REGISTER - THE COMPANY ITSELF IS PUBLIC RECORD AND
      * STAYS; ITS OWNERS AND SIGNATORIES ARE PEOPLE AND ARE MASKED,
      * THE SAME WAY AS ON THE CUSTOMER MASTER.
       UDTRAEK-VIRKSOMHEDER.
           MOVE "Virksomheder.txt" TO WS-FIL-NAVN
           MOVE "N" TO WS-FIL-FINDES
           OPEN INPUT VIRKSOMHEDER
           IF WS-IND-STATUS NOT = "00"
               PERFORM SKRIV-MANIFEST-FIL
               GO TO UDTRAEK-VIRKSOMHEDER-EXIT
           END-IF
           MOVE "Y" TO WS-FIL-FINDES
           PERFORM START-FIL
           PERFORM UNTIL EOF-IND = "Y"
               READ VIRKSOMHEDER
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       ADD 1 TO WS-FIL-IND
                       PERFORM VARYING WS-P-IX FROM 1 BY 1
                               UNTIL WS-P-IX > 6
                           PERFORM MASKER-VIRKSOMHEDSPERSON
                       END-PERFORM
                       MOVE VIRKSOMHED-REC TO TU-LINJE
                       PERFORM SKRIV-UD-LINJE
               END-READ
           END-PERFORM
           CLOSE VIRKSOMHEDER
           CLOSE TESTDATA-UD
           PERFORM SKRIV-MANIFEST-FIL.

       UDTRAEK-VIRKSOMHEDER-EXIT.
           EXIT.

       MASKER-VIRKSOMHEDSPERSON.
           MOVE VS-P-CPR OF VIRKSOMHED-REC(WS-P-IX) TO WS-CPR-IND
           PERFORM MASKER-CPR THRU MASKER-CPR-EXIT
           MOVE WS-CPR-UD TO VS-P-CPR OF VIRKSOMHED-REC(WS-P-IX)
           MOVE "N" TO WS-TEKST-ART
           MOVE VS-P-NAVN OF VIRKSOMHED-REC(WS-P-IX) TO WS-TEKST
           MOVE 40 TO WS-TEKST-LAENGDE
           PERFORM MASKER-TEKST
           MOVE WS-TEKST TO VS-P-NAVN OF VIRKSOMHED-REC(WS-P-IX).

       UDTRAEK-RKI.
           MOVE "RkiRegister.txt" TO WS-FIL-NAVN
           MOVE "N" TO WS-FIL-FINDES
           OPEN INPUT RKI-REGISTER
           IF WS-IND-STATUS NOT = "00"
               PERFORM SKRIV-MANIFEST-FIL
               GO TO UDTRAEK-RKI-EXIT
           END-IF
           MOVE "Y" TO WS-FIL-FINDES
           PERFORM START-FIL
           PERFORM UNTIL EOF-IND = "Y"
               READ RKI-REGISTER
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       ADD 1 TO WS-FIL-IND
                       MOVE RK-CPR OF REGISTER-REC TO WS-CPR-IND
                       PERFORM MASKER-CPR THRU MASKER-CPR-EXIT
                       MOVE WS-CPR-UD TO RK-CPR OF REGISTER-REC
                       MOVE RK-BELOB OF REGISTER-REC TO WS-BELOB
                       PERFORM SKALER-BELOB
                       IF WS-BELOB-LOFT = "N"
                           COMPUTE RK-BELOB OF REGISTER-REC
                                   = WS-BELOB-UD
                               ON SIZE ERROR
                                   ADD 1 TO WS-FIL-LOFT
                           END-COMPUTE
                       END-IF
                       MOVE REGISTER-REC TO TU-LINJE
                       PERFORM SKRIV-UD-LINJE
               END-READ
           END-PERFORM
           CLOSE RKI-REGISTER
           CLOSE TESTDATA-UD
           PERFORM SKRIV-MANIFEST-FIL.

       UDTRAEK-RKI-EXIT.
           EXIT.

      * STANDING ORDERS - THE PAYEE MAY WELL BE A PRIVATE PERSON.
       UDTRAEK-ORDRER.
           MOVE "StaaendeOrdrer.txt" TO WS-FIL-NAVN
           MOVE "N" TO WS-FIL-FINDES
           OPEN INPUT STAAENDE-ORDRER
           IF WS-IND-STATUS NOT = "00"
               PERFORM SKRIV-MANIFEST-FIL
               GO TO UDTRAEK-ORDRER-EXIT
           END-IF
           MOVE "Y" TO WS-FIL-FINDES
           PERFORM START-FIL
           PERFORM UNTIL EOF-IND = "Y"
               READ STAAENDE-ORDRER
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       ADD 1 TO WS-FIL-IND
                       MOVE "N" TO WS-TEKST-ART
                       MOVE SO-MODTAGER-NAVN OF ORDRE-REC TO WS-TEKST
                       MOVE 40 TO WS-TEKST-LAENGDE
                       PERFORM MASKER-TEKST
                       MOVE WS-TEKST TO SO-MODTAGER-NAVN OF ORDRE-REC
                       MOVE SO-BELOB OF ORDRE-REC TO WS-BELOB
                       PERFORM SKALER-BELOB
                       IF WS-BELOB-LOFT = "N"
                           COMPUTE SO-BELOB OF ORDRE-REC = WS-BELOB-UD
                               ON SIZE ERROR
                                   ADD 1 TO WS-FIL-LOFT
                           END-COMPUTE
                       END-IF
                       MOVE ORDRE-REC TO TU-LINJE
                       PERFORM SKRIV-UD-LINJE
               END-READ
           END-PERFORM
           CLOSE STAAENDE-ORDRER
           CLOSE TESTDATA-UD
           PERFORM SKRIV-MANIFEST-FIL.

       UDTRAEK-ORDRER-EXIT.
           EXIT.

       UDTRAEK-LUKKESALDO.
           MOVE "LukkeSaldo.txt" TO WS-FIL-NAVN
           MOVE "N" TO WS-FIL-FINDES
           OPEN INPUT LUKKESALDO-FILE
           IF WS-IND-STATUS NOT = "00"
               PERFORM SKRIV-MANIFEST-FIL
               GO TO UDTRAEK-LUKKESALDO-EXIT
           END-IF
           MOVE "Y" TO WS-FIL-FINDES
           PERFORM START-FIL
           PERFORM UNTIL EOF-IND = "Y"
               READ LUKKESALDO-FILE
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       ADD 1 TO WS-FIL-IND
                       MOVE "N" TO WS-TEKST-ART
                       MOVE LS-NAVN TO WS-TEKST
                       MOVE 40 TO WS-TEKST-LAENGDE
                       PERFORM MASKER-TEKST
                       MOVE WS-TEKST TO LS-NAVN
                       MOVE LS-BALANCE TO WS-BELOB
                       PERFORM SKALER-BELOB
                       IF WS-BELOB-LOFT = "N"
                           MOVE WS-BELOB-UD TO LS-BALANCE
                       END-IF
                       MOVE LUKKESALDO-REC TO TU-LINJE
                       PERFORM SKRIV-UD-LINJE
               END-READ
           END-PERFORM
           CLOSE LUKKESALDO-FILE
           CLOSE TESTDATA-UD
           PERFORM SKRIV-MANIFEST-FIL.

       UDTRAEK-LUKKESALDO-EXIT.
           EXIT.

       UDTRAEK-LAAN.
           MOVE "Laan.txt" TO WS-FIL-NAVN
           MOVE "N" TO WS-FIL-FINDES
           OPEN INPUT LAAN
           IF WS-IND-STATUS NOT = "00"
               PERFORM SKRIV-MANIFEST-FIL
               GO TO UDTRAEK-LAAN-EXIT
           END-IF
           MOVE "Y" TO WS-FIL-FINDES
           PERFORM START-FIL
           PERFORM UNTIL EOF-IND = "Y"
               READ LAAN
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       ADD 1 TO WS-FIL-IND
                       MOVE LN-HOVEDSTOL OF LAAN-REC TO WS-BELOB
                       PERFORM SKALER-BELOB
                       IF WS-BELOB-LOFT = "N"
                           COMPUTE LN-HOVEDSTOL OF LAAN-REC
                                   = WS-BELOB-UD
                               ON SIZE ERROR
                                   ADD 1 TO WS-FIL-LOFT
                           END-COMPUTE
                       END-IF
                       MOVE LN-RESTGAELD OF LAAN-REC TO WS-BELOB
                       PERFORM SKALER-BELOB
                       IF WS-BELOB-LOFT = "N"
                           COMPUTE LN-RESTGAELD OF LAAN-REC
                                   = WS-BELOB-UD
                               ON SIZE ERROR
                                   ADD 1 TO WS-FIL-LOFT
                           END-COMPUTE
                       END-IF
                       MOVE LAAN-REC TO TU-LINJE
                       PERFORM SKRIV-UD-LINJE
               END-READ
           END-PERFORM
           CLOSE LAAN
           CLOSE TESTDATA-UD
           PERFORM SKRIV-MANIFEST-FIL.

       UDTRAEK-LAAN-EXIT.
           EXIT.

       UDTRAEK-OVERTRAEK.
           MOVE "OvertraekAftaler.txt" TO WS-FIL-NAVN
           MOVE "N" TO WS-FIL-FINDES
           OPEN INPUT OVERTRAEK-AFTALER
           IF WS-IND-STATUS NOT = "00"
               PERFORM SKRIV-MANIFEST-FIL
               GO TO UDTRAEK-OVERTRAEK-EXIT
           END-IF
           MOVE "Y" TO WS-FIL-FINDES
           PERFORM START-FIL
           PERFORM UNTIL EOF-IND = "Y"
               READ OVERTRAEK-AFTALER
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       ADD 1 TO WS-FIL-IND
                       MOVE OA-GRAENSE OF AFTALE-REC TO WS-BELOB
                       PERFORM SKALER-BELOB
                       IF WS-BELOB-LOFT = "N"
                           COMPUTE OA-GRAENSE OF AFTALE-REC
                                   = WS-BELOB-UD
                               ON SIZE ERROR
                                   ADD 1 TO WS-FIL-LOFT
                           END-COMPUTE
                       END-IF
                       MOVE AFTALE-REC TO TU-LINJE
                       PERFORM SKRIV-UD-LINJE
               END-READ
           END-PERFORM
           CLOSE OVERTRAEK-AFTALER
           CLOSE TESTDATA-UD
           PERFORM SKRIV-MANIFEST-FIL.

       UDTRAEK-OVERTRAEK-EXIT.
           EXIT.

      * THE BANK REGISTER IS REFERENCE DATA ABOUT BANKS, NOT PEOPLE -
      * COPIED AS IT STANDS SO CLEARING AND THE STATEMENT RUN FIND
      * THEIR REG-NR'S.
       UDTRAEK-BANKER.
           MOVE "Banker.txt" TO WS-FIL-NAVN
           MOVE "N" TO WS-FIL-FINDES
           OPEN INPUT BANKOPLYSNINGER
           IF WS-IND-STATUS NOT = "00"
               PERFORM SKRIV-MANIFEST-FIL
               GO TO UDTRAEK-BANKER-EXIT
           END-IF
           MOVE "Y" TO WS-FIL-FINDES
           PERFORM START-FIL
           PERFORM UNTIL EOF-IND = "Y"
               READ BANKOPLYSNINGER
                   AT END
                       MOVE "Y" TO EOF-IND
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       ADD 1 TO WS-FIL-IND
                       MOVE BANK-LINJE TO TU-LINJE
                       PERFORM SKRIV-UD-LINJE
               END-READ
           END-PERFORM
           CLOSE BANKOPLYSNINGER
           CLOSE TESTDATA-UD
           PERFORM SKRIV-MANIFEST-FIL.

       UDTRAEK-BANKER-EXIT.
           EXIT.

      * WS-CPR-IND TO ITS FAKE IN WS-CPR-UD - FROM THE RUN'S TABLE
      * WHEN THE PERSON HAS ALREADY BEEN SEEN, OTHERWISE A NEW FAKE
      * IS PICKED: SAME FIRST SEVEN DIGITS, THEN THE FIRST FREE
      * EIGHTH/NINTH PAIR (STARTING FROM A POINT SET BY THE KEY AND
      * THE REAL NUMBER) THAT ALLOWS A CHECK DIGIT OF THE RIGHT SEX.
       MASKER-CPR.
           MOVE WS-CPR-IND TO WS-CPR-UD
           IF WS-CPR-IND = SPACES
               GO TO MASKER-CPR-EXIT
           END-IF
           IF WS-CPR-IND IS NOT NUMERIC
               MOVE "0000000000" TO WS-CPR-UD
               ADD 1 TO WS-FIL-CPR
               GO TO MASKER-CPR-EXIT
           END-IF
           ADD 1 TO WS-FIL-CPR
           PERFORM VARYING WS-CPR-IX FROM 1 BY 1
                   UNTIL WS-CPR-IX > ANTAL-CPR
               IF CA-AEGTE(WS-CPR-IX) = WS-CPR-IND
                   MOVE CA-FALSK(WS-CPR-IX) TO WS-CPR-UD
                   GO TO MASKER-CPR-EXIT
               END-IF
           END-PERFORM

           MOVE WS-CPR-IND TO WS-CPR-KANDIDAT
           MOVE 10 TO WS-VAEGT-IX
           PERFORM SUMMER-CPR
           MOVE "N" TO WS-CPR-OK
           IF WS-CPR-REST = ZEROES
               MOVE "Y" TO WS-CPR-OK
           END-IF
           MOVE WS-CPR-IND(10:1) TO WS-AEGTE-CIFFER
           DIVIDE WS-AEGTE-CIFFER BY 2
               GIVING WS-CPR-KVOT REMAINDER WS-PARITET-1
           MOVE WS-FROE TO WS-KSUM
           MOVE WS-CPR-IND TO WS-KSUM-DATA
           MOVE 10 TO WS-KSUM-LAENGDE
           PERFORM BEREGN-KSUM
           MOVE WS-KSUM TO WS-CPR-HASH
           MOVE "N" TO WS-CPR-FUNDET
           PERFORM VARYING WS-CPR-FORSOEG FROM 0 BY 1
                   UNTIL WS-CPR-FUNDET = "Y" OR WS-CPR-FORSOEG > 99
               PERFORM PROEV-CPR THRU PROEV-CPR-EXIT
           END-PERFORM
           IF WS-CPR-FUNDET = "N"
               MOVE "0000000000" TO WS-CPR-UD
               ADD 1 TO WS-CPR-UDEN-FALSK
               GO TO MASKER-CPR-EXIT
           END-IF
           IF ANTAL-CPR < 9999
               ADD 1 TO ANTAL-CPR
               MOVE WS-CPR-IND TO CA-AEGTE(ANTAL-CPR)
               MOVE WS-CPR-UD TO CA-FALSK(ANTAL-CPR)
           ELSE
               ADD 1 TO WS-CPR-OVERLOEB
           END-IF.

       MASKER-CPR-EXIT.
           EXIT.

      * WEIGHTED MOD-11 SUM OF THE FIRST WS-VAEGT-IX DIGITS OF
      * WS-CPR-KANDIDAT, REMAINDER IN WS-CPR-REST.
       SUMMER-CPR.
           MOVE ZEROES TO WS-CPR-SUM
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-VAEGT-IX
               MOVE WS-CPR-KANDIDAT(IX:1) TO WS-CPR-CIFFER
               COMPUTE WS-CPR-SUM = WS-CPR-SUM
                   + (WS-CPR-CIFFER * WS-VAEGT(IX))
           END-PERFORM
           DIVIDE WS-CPR-SUM BY 11
               GIVING WS-CPR-KVOT REMAINDER WS-CPR-REST.

      * ONE CANDIDATE EIGHTH/NINTH PAIR. A VALID REAL CPR NEEDS A
      * CHECK DIGIT THAT MAKES THE SUM A MULTIPLE OF 11 AND HAS THE
      * SAME ODD/EVEN AS THE REAL ONE; AN INVALID REAL CPR KEEPS ITS
      * OWN LAST DIGIT AND THE CANDIDATE MUST STAY INVALID. EITHER
      * WAY IT MUST DIFFER FROM THE REAL NUMBER AND BE UNUSED.
       PROEV-CPR.
           COMPUTE WS-MELLEM = WS-CPR-HASH + WS-CPR-FORSOEG
           DIVIDE WS-MELLEM BY 100
               GIVING WS-CPR-KVOT REMAINDER WS-CPR-NR2
           MOVE WS-CPR-IND TO WS-CPR-KANDIDAT
           MOVE WS-CPR-NR2 TO WS-CPR-KANDIDAT(8:2)
           MOVE 9 TO WS-VAEGT-IX
           PERFORM SUMMER-CPR
           IF WS-CPR-OK = "Y"
               IF WS-CPR-REST = ZEROES
                   MOVE ZEROES TO WS-KONTROL-CIFFER
               ELSE
                   COMPUTE WS-KONTROL-CIFFER = 11 - WS-CPR-REST
               END-IF
               IF WS-KONTROL-CIFFER = 10
                   GO TO PROEV-CPR-EXIT
               END-IF
               DIVIDE WS-KONTROL-CIFFER BY 2
                   GIVING WS-CPR-KVOT REMAINDER WS-PARITET-2
               IF WS-PARITET-2 NOT = WS-PARITET-1
                   GO TO PROEV-CPR-EXIT
               END-IF
               MOVE WS-KONTROL-CIFFER(2:1) TO WS-CPR-KANDIDAT(10:1)
           ELSE
               MOVE 10 TO WS-VAEGT-IX
               PERFORM SUMMER-CPR
               IF WS-CPR-REST = ZEROES
                   GO TO PROEV-CPR-EXIT
               END-IF
           END-IF
           IF WS-CPR-KANDIDAT = WS-CPR-IND
               GO TO PROEV-CPR-EXIT
           END-IF
           PERFORM VARYING WS-CPR-IX FROM 1 BY 1
                   UNTIL WS-CPR-IX > ANTAL-CPR
               IF CA-FALSK(WS-CPR-IX) = WS-CPR-KANDIDAT
                   GO TO PROEV-CPR-EXIT
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-CPR-FUNDET
           MOVE WS-CPR-KANDIDAT TO WS-CPR-UD.

       PROEV-CPR-EXIT.
           EXIT.

      * WS-TEKST, FIRST WS-TEKST-LAENGDE BYTES, MASKED WORD BY WORD
      * IN PLACE. WS-TEKST-ART "A" (AN ADDRESS) STOPS AT THE FIRST
      * WORD WITH A DIGIT IN IT.
       MASKER-TEKST.
           MOVE "N" TO WS-TEKST-STOP
           MOVE 1 TO WS-T-POS
           PERFORM UNTIL WS-T-POS > WS-TEKST-LAENGDE
                   OR WS-TEKST-STOP = "Y"
               IF WS-TEKST(WS-T-POS:1) = SPACE
                   ADD 1 TO WS-T-POS
               ELSE
                   PERFORM MASKER-ORD
               END-IF
           END-PERFORM.

       MASKER-ORD.
           MOVE WS-T-POS TO WS-ORD-START
           PERFORM VARYING WS-T-POS FROM WS-ORD-START BY 1
                   UNTIL WS-T-POS > WS-TEKST-LAENGDE
                       OR WS-TEKST(WS-T-POS:1) = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE WS-ORD-LEN = WS-T-POS - WS-ORD-START
           MOVE ZEROES TO WS-ORD-CIFRE
           INSPECT WS-TEKST(WS-ORD-START:WS-ORD-LEN)
               TALLYING WS-ORD-CIFRE FOR ALL "0" ALL "1" ALL "2"
                   ALL "3" ALL "4" ALL "5" ALL "6" ALL "7" ALL "8"
                   ALL "9"
           IF WS-ORD-CIFRE > ZEROES
               IF WS-TEKST-ART = "A"
                   MOVE "Y" TO WS-TEKST-STOP
               END-IF
           ELSE
               MOVE WS-FROE TO WS-KSUM
               PERFORM VARYING WS-T-IX FROM WS-ORD-START BY 1
                       UNTIL WS-T-IX >= WS-T-POS
                   PERFORM MASKER-TEGN
               END-PERFORM
           END-IF.

      * ONE BYTE: FOLDED INTO THE WORD'S RUNNING CHECKSUM, THEN
      * REPLACED BY A CONSONANT OR A VOWEL IN TURN SO THE FAKE READS
      * LIKE A NAME. HYPHENS, FULL STOPS AND APOSTROPHES STAY, SO A
      * DOUBLE-BARRELLED NAME STAYS DOUBLE-BARRELLED.
       MASKER-TEGN.
           MOVE WS-TEKST(WS-T-IX:1) TO WS-TEGN
           MOVE WS-TEGN TO WS-KSUM-DATA(1:1)
           MOVE 1 TO WS-KSUM-LAENGDE
           PERFORM BEREGN-KSUM
           IF WS-TEGN = "-" OR WS-TEGN = "." OR WS-TEGN = "'"
               CONTINUE
           ELSE
               COMPUTE WS-MELLEM = WS-T-IX - WS-ORD-START
               DIVIDE WS-MELLEM BY 2
                   GIVING WS-TEGN-KVOT REMAINDER WS-TEGN-REST
               IF WS-TEGN-REST = ZEROES
                   DIVIDE WS-KSUM BY 16
                       GIVING WS-TEGN-KVOT REMAINDER WS-TEGN-REST
                   MOVE WS-KONSONANTER(WS-TEGN-REST + 1:1)
                       TO WS-TEKST(WS-T-IX:1)
               ELSE
                   DIVIDE WS-KSUM BY 6
                       GIVING WS-TEGN-KVOT REMAINDER WS-TEGN-REST
                   MOVE WS-VOKALER(WS-TEGN-REST + 1:1)
                       TO WS-TEKST(WS-T-IX:1)
               END-IF
           END-IF.

      * WS-BELOB SCALED BY THE RUN'S PERCENTAGE INTO WS-BELOB-UD.
      * THE CALLER MOVES IT BACK; WS-BELOB-LOFT "Y" MEANS LEAVE THE
      * FIELD ALONE. AN UNSCALED RUN LEAVES EVERYTHING ALONE.
       SKALER-BELOB.
           MOVE "Y" TO WS-BELOB-LOFT
           IF WS-SKALERING NOT = 100 AND WS-BELOB NOT = ZEROES
               MOVE "N" TO WS-BELOB-LOFT
               COMPUTE WS-BELOB-UD ROUNDED
                   = WS-BELOB * WS-SKALERING / 100
               ADD 1 TO WS-FIL-BELOB
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

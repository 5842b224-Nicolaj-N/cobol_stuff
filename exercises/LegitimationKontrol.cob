       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE IDENTITY DOCUMENT REGISTER - LOADED WHOLE, THE LETTER
      * DATE STAMPED IN MEMORY AND THE FILE WRITTEN BACK, SAME
      * SNAPSHOT-AND-REWRITE SHAPE AS KUNDEVEDLIGEHOLD'S
      * GEM-LEGITIMATION. SEE LEGITIMATION.CPY.
           SELECT LEGITIMATIONER ASSIGN TO "Legitimation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGIT-STATUS.
      * CUSTOMER MASTER FOR THE NAME, ADDRESS AND LANGUAGE OF THE
      * LETTER, AND TO LEAVE CLOSED CUSTOMERS ALONE.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE MESSAGE CATALOG FOR THE RENEWAL LETTERS.
           SELECT TEKSTKATALOG ASSIGN TO "Tekstkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-STATUS.
      * THE CALENDAR STEP'S MONTH-END SWITCH - SAME GATE AS
      * KORTFORNYELSE. SEE KONTROLLER-ULTIMO.
           SELECT MAANED-ULTIMO ASSIGN TO "MaanedUltimo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ULTIMO-STATUS.
      * ONE LETTER BLOCK PER CUSTOMER ASKED FOR A NEW DOCUMENT.
           SELECT LEGITIMATION-BREVE
               ASSIGN TO "LegitimationBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE DOCUMENTS RUNNING OUT INSIDE THE WINDOW, WITH WHETHER
      * THE CUSTOMER WAS WRITTEN TO TONIGHT OR ALREADY HAD A LETTER.
      * REBUILT EVERY RUN.
           SELECT LEGITIMATION-UDLOEBER
               ASSIGN TO "LegitimationUdloeber.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE DOCUMENTS ALREADY EXPIRED - THOSE CUSTOMERS ARE ON THE
      * KYC QUEUE AND CAN OPEN NO NEW ACCOUNT. REBUILT EVERY RUN;
      * MORGENDASHBOARD COUNTS IT.
           SELECT LEGITIMATION-UDLOEBET
               ASSIGN TO "LegitimationUdloebet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE SHARED CORRESPONDENCE LOG - ONE ROW PER LETTER THIS RUN
      * SENDS. SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEGITIMATIONER.
       01 LEGIT-REC.
           COPY "LEGITIMATION.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD TEKSTKATALOG.
       01 KATALOG-REC.
           02  TK-SPROG             PIC X(2).
           02  TK-NOEGLE            PIC X(20).
           02  TK-TEKST             PIC X(90).
       FD MAANED-ULTIMO.
       01 ULTIMO-RECORD.
           02  MU-SVAR              PIC X.
           02  MU-DATO              PIC X(10).
       FD LEGITIMATION-BREVE.
       01 BREV-RECORD.
           02  BREV-LINE            PIC X(100) VALUE SPACES.
       FD LEGITIMATION-UDLOEBER.
       01 UDLOEBER-RECORD.
           02  UDLOEBER-LINE        PIC X(150) VALUE SPACES.
       FD LEGITIMATION-UDLOEBET.
       01 UDLOEBET-RECORD.
           02  UDLOEBET-LINE        PIC X(150) VALUE SPACES.
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "LEGITKTRL".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-LEGIT-STATUS          PIC XX VALUE "00".
       01  WS-KATALOG-STATUS        PIC XX VALUE "00".
       01  WS-ULTIMO-STATUS         PIC XX VALUE "00".
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
       01  WS-ER-ULTIMO             PIC X VALUE "J".
       01  EOF-LEGIT                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-KATALOG              PIC X VALUE "N".
      * THE WARNING WINDOW: AN AKTIV DOCUMENT EXPIRING FROM TODAY UP
      * TO AND INCLUDING WS-GRAENSE-DATO (TODAY PLUS WS-VARSEL-DAGE)
      * GETS THE RENEWAL LETTER. BOTH ARE YYYY-MM-DD, SO THEY
      * COMPARE AS PLAIN TEXT.
       01  WS-VARSEL-DAGE           PIC 9(3) VALUE 60.
       01  WS-IDAG-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-GRAENSE-YYYYMMDD      PIC 9(8) VALUE ZEROES.
       01  WS-GRAENSE-DATO          PIC X(10) VALUE SPACES.
      * THE WHOLE REGISTER IN MEMORY.
       01  LEGIT-AR OCCURS 2000 TIMES.
           COPY "LEGITIMATION.cpy".
       01  ANTAL-LEGIT              PIC 9(4) VALUE ZEROES.
       01  WS-LEGIT-IX              PIC 9(4).
      * CUSTOMER MASTER.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
      * MESSAGE CATALOG - SAME SHAPE AS OPGAVE11.
       01  KAT-AR OCCURS 200 TIMES.
           02  KAT-SPROG            PIC X(2) VALUE SPACES.
           02  KAT-NOEGLE           PIC X(20) VALUE SPACES.
           02  KAT-TEKST            PIC X(90) VALUE SPACES.
       01  ANTAL-KATALOG            PIC 9(3) VALUE ZEROES.
       01  WS-KAT-IX                PIC 9(3).
       01  WS-KUNDE-SPROG           PIC X(2) VALUE "DA".
       01  WS-TEKST-NOEGLE          PIC X(20) VALUE SPACES.
       01  WS-TEKST                 PIC X(90) VALUE SPACES.
       01  WS-TEKST-FUNDET          PIC X VALUE "N".
       01  WS-KL-KUNDE              PIC X(10) VALUE SPACES.
       01  WS-KL-TYPE               PIC X(15) VALUE SPACES.
       01  WS-KL-KANAL              PIC X(6) VALUE SPACES.
       01  WS-KL-KILDE              PIC X(40) VALUE SPACES.
       01  WS-BEMAERKNING           PIC X(40) VALUE SPACES.
       01  WS-ANTAL-UDLOEBER        PIC 9(4) VALUE ZEROES.
       01  WS-ANTAL-UDLOEBET        PIC 9(4) VALUE ZEROES.

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

      * AT MONTH-END, WALKS THE AKTIV IDENTITY DOCUMENTS OF OPEN
      * CUSTOMERS: ONE EXPIRING INSIDE THE WARNING WINDOW IS LISTED
      * AND ITS HOLDER SENT A LETTER ASKING FOR A NEW ONE (ONCE PER
      * DOCUMENT - LG-ANMODET-DATO REMEMBERS IT); ONE ALREADY EXPIRED
      * IS LISTED SEPARATELY. KYCVURDERING QUEUES THE EXPIRED ONES
      * AND KONTOVEDLIGEHOLD REFUSES THEM NEW ACCOUNTS.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM KONTROLLER-ULTIMO
           IF WS-ER-ULTIMO = "N"
               DISPLAY "LEGITKTRL: IKKE MAANEDSULTIMO - INGEN "
                   "LEGITIMATIONSKONTROL I NAT"
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM BEREGN-GRAENSE
           PERFORM LOAD-LEGITIMATION
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-TEKSTKATALOG
           OPEN OUTPUT LEGITIMATION-BREVE
           OPEN OUTPUT LEGITIMATION-UDLOEBER
           OPEN OUTPUT LEGITIMATION-UDLOEBET
           PERFORM VARYING WS-LEGIT-IX FROM 1 BY 1
                   UNTIL WS-LEGIT-IX > ANTAL-LEGIT
               PERFORM VURDER-LEGITIMATION
                   THRU VURDER-LEGITIMATION-EXIT
           END-PERFORM
           CLOSE LEGITIMATION-UDLOEBET
           CLOSE LEGITIMATION-UDLOEBER
           CLOSE LEGITIMATION-BREVE
           IF WS-RECS-OUT > ZEROES
               PERFORM GEM-LEGITIMATION
           END-IF
           DISPLAY "LEGITKTRL: " WS-ANTAL-UDLOEBER
               " LEGITIMATIONER UDLOEBER INDEN " WS-GRAENSE-DATO
           DISPLAY "LEGITKTRL: " WS-RECS-OUT
               " ANMODNINGSBREVE SENDT - SE LEGITIMATIONBREVE.TXT"
           DISPLAY "LEGITKTRL: " WS-ANTAL-UDLOEBET
               " LEGITIMATIONER UDLOEBET - SE "
               "LEGITIMATIONUDLOEBET.TXT"
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
           COMPUTE WS-IDAG-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE).

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
               "  BREVE " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * SAME SWITCH AS KORTFORNYELSE - "J" DATED TODAY MEANS
      * TONIGHT IS THE MONTH'S LAST BANKING DAY; NO SWITCH FILE
      * MEANS AN OPERATOR RAN THE PROGRAM BY HAND.
       KONTROLLER-ULTIMO.
           OPEN INPUT MAANED-ULTIMO
           IF WS-ULTIMO-STATUS = "35"
               CONTINUE
           ELSE
               READ MAANED-ULTIMO
                   AT END
                       MOVE "N" TO WS-ER-ULTIMO
                   NOT AT END
                       IF MU-SVAR OF ULTIMO-RECORD = "J"
                           AND MU-DATO OF ULTIMO-RECORD = WS-DAGS-DATO
                           MOVE "J" TO WS-ER-ULTIMO
                       ELSE
                           MOVE "N" TO WS-ER-ULTIMO
                       END-IF
               END-READ
               CLOSE MAANED-ULTIMO
           END-IF.

      * TODAY PLUS WS-VARSEL-DAGE CALENDAR DAYS, AS YYYY-MM-DD.
       BEREGN-GRAENSE.
           COMPUTE WS-GRAENSE-YYYYMMDD = FUNCTION DATE-OF-INTEGER
               (WS-IDAG-HELTAL + WS-VARSEL-DAGE)
           MOVE WS-GRAENSE-YYYYMMDD(1:4) TO WS-GRAENSE-DATO(1:4)
           MOVE "-" TO WS-GRAENSE-DATO(5:1)
           MOVE WS-GRAENSE-YYYYMMDD(5:2) TO WS-GRAENSE-DATO(6:2)
           MOVE "-" TO WS-GRAENSE-DATO(8:1)
           MOVE WS-GRAENSE-YYYYMMDD(7:2) TO WS-GRAENSE-DATO(9:2).

       LOAD-LEGITIMATION.
           OPEN INPUT LEGITIMATIONER
           IF WS-LEGIT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LEGIT = "Y"
                   READ LEGITIMATIONER
                       AT END
                           MOVE "Y" TO EOF-LEGIT
                       NOT AT END
                           ADD 1 TO ANTAL-LEGIT
                           ADD 1 TO WS-RECS-IN
                           MOVE LEGIT-REC TO LEGIT-AR(ANTAL-LEGIT)
                   END-READ
               END-PERFORM
               CLOSE LEGITIMATIONER
           END-IF.

       GEM-LEGITIMATION.
           OPEN OUTPUT LEGITIMATIONER
           PERFORM VARYING WS-LEGIT-IX FROM 1 BY 1
                   UNTIL WS-LEGIT-IX > ANTAL-LEGIT
               MOVE LEGIT-AR(WS-LEGIT-IX) TO LEGIT-REC
               WRITE LEGIT-REC
           END-PERFORM
           CLOSE LEGITIMATIONER.

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

       LOAD-TEKSTKATALOG.
           OPEN INPUT TEKSTKATALOG
           IF WS-KATALOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KATALOG = "Y"
                   READ TEKSTKATALOG
                       AT END
                           MOVE "Y" TO EOF-KATALOG
                       NOT AT END
                           ADD 1 TO ANTAL-KATALOG
                           MOVE TK-SPROG TO KAT-SPROG(ANTAL-KATALOG)
                           MOVE TK-NOEGLE
                               TO KAT-NOEGLE(ANTAL-KATALOG)
                           MOVE TK-TEKST TO KAT-TEKST(ANTAL-KATALOG)
                   END-READ
               END-PERFORM
               CLOSE TEKSTKATALOG
           END-IF.

       HENT-TEKST.
           MOVE "N" TO WS-TEKST-FUNDET
           PERFORM VARYING WS-KAT-IX FROM 1 BY 1
                   UNTIL WS-KAT-IX > ANTAL-KATALOG
               IF KAT-SPROG(WS-KAT-IX) = WS-KUNDE-SPROG
                   AND KAT-NOEGLE(WS-KAT-IX) = WS-TEKST-NOEGLE
                   MOVE KAT-TEKST(WS-KAT-IX) TO WS-TEKST
                   MOVE "Y" TO WS-TEKST-FUNDET
               END-IF
           END-PERFORM
           IF WS-TEKST-FUNDET = "N" AND WS-KUNDE-SPROG NOT = "DA"
               PERFORM VARYING WS-KAT-IX FROM 1 BY 1
                       UNTIL WS-KAT-IX > ANTAL-KATALOG
                   IF KAT-SPROG(WS-KAT-IX) = "DA"
                       AND KAT-NOEGLE(WS-KAT-IX) = WS-TEKST-NOEGLE
                       MOVE KAT-TEKST(WS-KAT-IX) TO WS-TEKST
                   END-IF
               END-PERFORM
           END-IF.

      * ONE DOCUMENT. ONLY THE AKTIV ROW COUNTS - A REPLACED
      * DOCUMENT'S EXPIRY NO LONGER MATTERS - AND A CLOSED CUSTOMER
      * IS NOT CHASED FOR A NEW ONE.
       VURDER-LEGITIMATION.
           IF LG-STATUS OF LEGIT-AR(WS-LEGIT-IX) NOT = "AKTIV"
               GO TO VURDER-LEGITIMATION-EXIT
           END-IF
           IF LG-UDLOEB-DATO OF LEGIT-AR(WS-LEGIT-IX) > WS-GRAENSE-DATO
               GO TO VURDER-LEGITIMATION-EXIT
           END-IF
           MOVE ZEROES TO WS-KUNDE-MATCH-IX
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = LG-KUNDE-ID OF LEGIT-AR(WS-LEGIT-IX)
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-KUNDE-MATCH-IX > ZEROES
               IF KONTO-STATUS OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       = "LUKKET"
                   GO TO VURDER-LEGITIMATION-EXIT
               END-IF
           END-IF
           IF LG-UDLOEB-DATO OF LEGIT-AR(WS-LEGIT-IX) < WS-DAGS-DATO
               PERFORM SKRIV-UDLOEBET
               GO TO VURDER-LEGITIMATION-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-KUNDE-MATCH-IX = ZEROES
                   MOVE "KUNDE IKKE FUNDET - INTET BREV"
                       TO WS-BEMAERKNING
               WHEN LG-ANMODET-DATO OF LEGIT-AR(WS-LEGIT-IX)
                       NOT = SPACES
                   MOVE SPACES TO WS-BEMAERKNING
                   STRING "ANMODNING SENDT " DELIMITED BY SIZE
                       LG-ANMODET-DATO OF LEGIT-AR(WS-LEGIT-IX)
                           DELIMITED BY SIZE
                       INTO WS-BEMAERKNING
               WHEN OTHER
                   PERFORM SKRIV-ANMODNINGS-BREV
                   MOVE LG-KUNDE-ID OF LEGIT-AR(WS-LEGIT-IX)
                       TO WS-KL-KUNDE
                   MOVE "LEGIT-FORNYELSE" TO WS-KL-TYPE
                   MOVE "PAPIR" TO WS-KL-KANAL
                   MOVE "LegitimationBreve.txt" TO WS-KL-KILDE
                   PERFORM SKRIV-KORRESPONDANCE
                   MOVE WS-DAGS-DATO
                       TO LG-ANMODET-DATO OF LEGIT-AR(WS-LEGIT-IX)
                   ADD 1 TO WS-RECS-OUT
                   MOVE "ANMODNING SENDT I NAT" TO WS-BEMAERKNING
           END-EVALUATE
           ADD 1 TO WS-ANTAL-UDLOEBER
           MOVE SPACES TO UDLOEBER-RECORD
           STRING "KUNDE " DELIMITED BY SIZE
               LG-KUNDE-ID OF LEGIT-AR(WS-LEGIT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LG-DOK-TYPE OF LEGIT-AR(WS-LEGIT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LG-DOK-NR OF LEGIT-AR(WS-LEGIT-IX) DELIMITED BY SIZE
               " UDLOEBER " DELIMITED BY SIZE
               LG-UDLOEB-DATO OF LEGIT-AR(WS-LEGIT-IX)
                   DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-BEMAERKNING DELIMITED BY SIZE
               INTO UDLOEBER-RECORD
           WRITE UDLOEBER-RECORD.

       VURDER-LEGITIMATION-EXIT.
           EXIT.

       SKRIV-UDLOEBET.
           ADD 1 TO WS-ANTAL-UDLOEBET
           MOVE SPACES TO UDLOEBET-RECORD
           STRING "KUNDE " DELIMITED BY SIZE
               LG-KUNDE-ID OF LEGIT-AR(WS-LEGIT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LG-DOK-TYPE OF LEGIT-AR(WS-LEGIT-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LG-DOK-NR OF LEGIT-AR(WS-LEGIT-IX) DELIMITED BY SIZE
               " UDLOEBET " DELIMITED BY SIZE
               LG-UDLOEB-DATO OF LEGIT-AR(WS-LEGIT-IX)
                   DELIMITED BY SIZE
               " - NY LEGITIMATION KRAEVES" DELIMITED BY SIZE
               INTO UDLOEBET-RECORD
           WRITE UDLOEBET-RECORD.

      * ONE ROW ON THE SHARED CORRESPONDENCE LOG - CALLER FILLS THE
      * WS-KL FIELDS FIRST.
       SKRIV-KORRESPONDANCE.
           OPEN EXTEND KORRESPONDANCE-LOG
           IF WS-KORR-LOG-STATUS = "35"
               OPEN OUTPUT KORRESPONDANCE-LOG
           END-IF
           MOVE SPACES TO KORR-LOG-REC
           MOVE WS-KL-KUNDE TO CL-KUNDE-ID OF KORR-LOG-REC
           MOVE WS-KL-TYPE TO CL-DOK-TYPE OF KORR-LOG-REC
           MOVE WS-DAGS-DATO TO CL-DATO OF KORR-LOG-REC
           MOVE WS-KL-KANAL TO CL-KANAL OF KORR-LOG-REC
           MOVE WS-KL-KILDE TO CL-KILDE OF KORR-LOG-REC
           WRITE KORR-LOG-REC
           CLOSE KORRESPONDANCE-LOG.

      * THE RENEWAL LETTER - THE CUSTOMER'S ADDRESS, THE DOCUMENT ON
      * FILE, THEN THE CATALOG BODY IN THE CUSTOMER'S LANGUAGE
      * (SPROG-KODE, DEFAULTING FROM LANDE-KODE THE WAY OPGAVE11'S
      * FIND-LEVERINGS-KANAL DOES).
       SKRIV-ANMODNINGS-BREV.
           MOVE SPACES TO BREV-RECORD
           STRING "LEGITIMATION - KUNDE-ID " DELIMITED BY SIZE
               LG-KUNDE-ID OF LEGIT-AR(WS-LEGIT-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               VEJNAVN OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HUSNR OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POSTNR OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BYNAVN OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           STRING LG-DOK-TYPE OF LEGIT-AR(WS-LEGIT-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LG-DOK-NR OF LEGIT-AR(WS-LEGIT-IX) DELIMITED BY SIZE
               " UDLOEBER " DELIMITED BY SIZE
               LG-UDLOEB-DATO OF LEGIT-AR(WS-LEGIT-IX)
                   DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE "DA" TO WS-KUNDE-SPROG
           IF SPROG-KODE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   NOT = SPACES
               MOVE SPROG-KODE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   TO WS-KUNDE-SPROG
           ELSE
               IF LANDE-KODE OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX) NOT = "DK"
                   AND LANDE-KODE OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX) NOT = SPACES
                   MOVE "EN" TO WS-KUNDE-SPROG
               END-IF
           END-IF
           MOVE "LEGIT-FORNYELSE" TO WS-TEKST-NOEGLE
           MOVE SPACES TO WS-TEKST
           STRING "DIN LEGITIMATION UDLOEBER SNART - MEDBRING "
               DELIMITED BY SIZE
               "VENLIGST NY GYLDIG LEGITIMATION I DIN AFDELING."
               DELIMITED BY SIZE
               INTO WS-TEKST
           PERFORM HENT-TEKST
           MOVE SPACES TO BREV-RECORD
           MOVE WS-TEKST TO BREV-LINE
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           WRITE BREV-RECORD.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE LOAN MASTER, READ ONLY - SAME KEYING AS LAANFORFALD. ONE
      * LOAN BY KEY ON DEMAND, OR THE WHOLE MASTER IN THE BATCH RUN.
           SELECT LAAN ASSIGN TO "Laan.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KONTO-ID OF LAAN-REC
               FILE STATUS IS WS-LAAN-STATUS.
      * KONTO-ID -> KUNDE-ID, THEN THE CUSTOMER FOR THE LETTER HEAD
      * AND LANGUAGE - SAME TWO-STEP LOOKUP AS LAANFORFALD.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RATE EACH LOAN'S LAST SCHEDULE WAS PRINTED AT. THE BATCH
      * RUN SENDS A NEW SCHEDULE FOR EVERY LOAN WHOSE LN-SATS NO
      * LONGER MATCHES IT - WHICHEVER RUN REPRICED THE LOAN - AND
      * WRITES THE FILE BACK WITH TONIGHT'S RATES. SAME SNAPSHOT-
      * AND-REWRITE SHAPE AS RYKKERSAGER.TXT.
           SELECT AFDRAGSPLAN-SATSER ASSIGN TO "AfdragsplanSatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SATS-STATUS.
      * THE RESTRUCTURING REGISTER - SEE LAANOMLAEGNINGER.CPY. AN
      * APPROVED PAYMENT HOLIDAY OR NEW TERM COUNT IS PROJECTED INTO
      * THE SCHEDULE, AND THE BATCH RUN MAILS A NEW SCHEDULE ONCE
      * LAANFORFALD HAS APPLIED A RESTRUCTURING, STAMPING
      * LO-PLAN-SENDT AND WRITING THE REGISTER BACK.
           SELECT LAAN-OMLAEGNINGER ASSIGN TO "LaanOmlaegninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OML-STATUS.
      * THE MESSAGE CATALOG FOR THE LETTER TEXTS.
           SELECT TEKSTKATALOG ASSIGN TO "Tekstkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-STATUS.
      * ONE LETTER BLOCK PER SCHEDULE PRINTED.
           SELECT AFDRAGSPLANER ASSIGN TO "Afdragsplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE SHARED CORRESPONDENCE LOG - ONE ROW PER DOCUMENT THIS
      * RUN SENDS. SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LAAN.
       01 LAAN-REC.
           COPY "LAAN.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD AFDRAGSPLAN-SATSER.
       01 SATS-REC.
           02  AS-KONTO-ID          PIC X(10).
           02  AS-SATS              PIC 9(3)V99.
       FD LAAN-OMLAEGNINGER.
       01 OMLAEGNING-REC.
           COPY "LAANOMLAEGNINGER.cpy".
       FD TEKSTKATALOG.
       01 KATALOG-REC.
           02  TK-SPROG             PIC X(2).
           02  TK-NOEGLE            PIC X(20).
           02  TK-TEKST             PIC X(90).
       FD AFDRAGSPLANER.
       01 BREV-RECORD.
           02  BREV-LINE            PIC X(100) VALUE SPACES.
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "AFDRPLAN".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-LAAN-STATUS           PIC XX VALUE "00".
       01  WS-SATS-STATUS           PIC XX VALUE "00".
       01  WS-KATALOG-STATUS        PIC XX VALUE "00".
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
       01  EOF-LAAN                 PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-SATS                 PIC X VALUE "N".
       01  EOF-KATALOG              PIC X VALUE "N".
      * BLANK KONTO-ID AT THE PROMPT (OR NO SYSIN AT ALL, AS IN THE
      * NIGHTLY CHAIN) MEANS THE BATCH RUN OVER EVERY REPRICED LOAN.
       01  WS-SOEGE-KONTO           PIC X(10) VALUE SPACES.
      * CUSTOMER MASTER, LOADED ONCE.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
      * KONTO-ID -> OWNING KUNDE-ID, FROM THE ACCOUNT MASTER.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-EJER-KUNDE-ID         PIC X(10) VALUE SPACES.
      * THE RATE SNAPSHOT.
       01  SATS-AR OCCURS 999 TIMES.
           02  SA-KONTO-ID          PIC X(10) VALUE SPACES.
           02  SA-SATS              PIC 9(3)V99 VALUE ZEROES.
       01  ANTAL-SATSER             PIC 9(4) VALUE ZEROES.
       01  WS-SATS-IX               PIC 9(4).
       01  WS-SATS-MATCH-IX         PIC 9(4) VALUE ZEROES.
      * THE RESTRUCTURING REGISTER SNAPSHOT. WS-OML-MATCH-IX IS THE
      * LOAN'S GODKENDT OR IKRAFT ROW THE SCHEDULE IS PROJECTED
      * THROUGH; WS-OML-BREV-IX AN APPLIED ROW WHOSE SCHEDULE HAS
      * NOT BEEN MAILED YET.
       01  WS-OML-STATUS            PIC XX VALUE "00".
       01  EOF-OML                  PIC X VALUE "N".
       01  OMLAEGNING-AR OCCURS 999 TIMES.
           COPY "LAANOMLAEGNINGER.cpy".
       01  ANTAL-OML                PIC 9(4) VALUE ZEROES.
       01  WS-OML-IX                PIC 9(4).
       01  WS-OML-MATCH-IX          PIC 9(4) VALUE ZEROES.
       01  WS-OML-BREV-IX           PIC 9(4) VALUE ZEROES.
       01  WS-PLAN-OMLAGT           PIC X VALUE "N".
       01  WS-PLAN-FRI              PIC X VALUE "N".
       01  WS-SKAL-SKRIVES          PIC X VALUE "N".
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
      * ANNUITY ARITHMETIC - TERM BY TERM EXACTLY AS LAANFORFALD'S
      * BEHANDL-LAAN WILL POST IT: THE YDELSE RECOMPUTED FROM THE
      * REMAINING DEBT AND TERMS EVERY MONTH, RENTE ON THE REMAINING
      * DEBT, AFDRAG THE REST, THE LAST TERM CLAMPED TO THE DEBT.
       01  WS-MD-RENTE              PIC SV9(9) VALUE ZEROES.
       01  WS-FAKTOR                PIC S9(7)V9(9) VALUE ZEROES.
       01  WS-FAKTOR-IX             PIC 9(3) VALUE ZEROES.
       01  WS-YDELSE                PIC S9(9)V99 VALUE ZEROES.
       01  WS-RENTE-DEL             PIC S9(9)V99 VALUE ZEROES.
       01  WS-AFDRAG-DEL            PIC S9(9)V99 VALUE ZEROES.
       01  WS-PLAN-RESTGAELD        PIC S9(9)V99 VALUE ZEROES.
       01  WS-PLAN-TERMINER         PIC 9(3) VALUE ZEROES.
       01  WS-PLAN-DATO             PIC X(10) VALUE SPACES.
       01  WS-TERMIN-NR             PIC 9(3) VALUE ZEROES.
       01  WS-SUM-YDELSE            PIC S9(11)V99 VALUE ZEROES.
       01  WS-SUM-RENTE             PIC S9(11)V99 VALUE ZEROES.
      * MONTHLY DUE-DATE ROLL - SAME CLAMP-TO-28 RULE AS LAANFORFALD.
       01  WS-NY-AAR                PIC 9(4) VALUE ZEROES.
       01  WS-NY-MAANED             PIC 9(4) VALUE ZEROES.
       01  WS-NY-DAG                PIC 9(2) VALUE ZEROES.
      * PRINT FIELDS.
       01  WS-TERMIN-TEXT           PIC ZZ9.
       01  WS-YDELSE-TEXT           PIC -(9)9.99.
       01  WS-RENTE-TEXT            PIC -(9)9.99.
       01  WS-AFDRAG-TEXT           PIC -(9)9.99.
       01  WS-REST-TEXT             PIC -(9)9.99.
       01  WS-SUM-TEXT              PIC -(11)9.99.
       01  WS-SATS-TEXT             PIC ZZ9.99.
       01  WS-KL-KUNDE              PIC X(10) VALUE SPACES.
       01  WS-KL-TYPE               PIC X(15) VALUE SPACES.
       01  WS-KL-KANAL              PIC X(6) VALUE SPACES.
       01  WS-KL-KILDE              PIC X(40) VALUE SPACES.

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

      * ONE LOAN ON DEMAND, OR - WITH NO KONTO-ID GIVEN - EVERY
      * RUNNING LOAN WHOSE RATE HAS CHANGED SINCE ITS LAST SCHEDULE:
      * THE FULL TERM-BY-TERM AFDRAGSPLAN IN THE CUSTOMER'S
      * LANGUAGE, LOGGED ON THE CORRESPONDENCE LOG.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-TEKSTKATALOG
           PERFORM LOAD-OMLAEGNINGER
           DISPLAY "KONTO-ID (BLANK = ALLE RENTEAENDREDE LAAN): "
               WITH NO ADVANCING
           ACCEPT WS-SOEGE-KONTO
           OPEN INPUT LAAN
           IF WS-LAAN-STATUS = "35"
               DISPLAY "LAAN.TXT FINDES IKKE."
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           OPEN OUTPUT AFDRAGSPLANER
           IF WS-SOEGE-KONTO = SPACES
               PERFORM KOER-BATCH
           ELSE
               PERFORM KOER-ET-LAAN
           END-IF
           CLOSE AFDRAGSPLANER
           CLOSE LAAN
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

       LOAD-KONTO-EJER-TABEL.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
               READ KONTOOPLYSNINGER INTO KONTOOPL-IN
                   AT END
                       MOVE "Y" TO EOF-KONTO
                   NOT AT END
                       ADD 1 TO ANTAL-EJER
                       MOVE KONTO-ID OF KONTOOPL-IN
                           TO KE-KONTO-ID(ANTAL-EJER)
                       MOVE KUNDE-ID OF KONTOOPL-IN
                           TO KE-KUNDE-ID(ANTAL-EJER)
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.

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

      * LOADS LAANOMLAEGNINGER.TXT - A MISSING FILE IS AN EMPTY
      * REGISTER.
       LOAD-OMLAEGNINGER.
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

      * WRITES THE REGISTER BACK WITH THE NIGHT'S LO-PLAN-SENDT
      * STAMPS. A REGISTER THAT WAS NEVER THERE IS LEFT ABSENT.
       GEM-OMLAEGNINGER.
           IF ANTAL-OML > ZEROES
               OPEN OUTPUT LAAN-OMLAEGNINGER
               PERFORM VARYING WS-OML-IX FROM 1 BY 1
                       UNTIL WS-OML-IX > ANTAL-OML
                   MOVE OMLAEGNING-AR(WS-OML-IX) TO OMLAEGNING-REC
                   WRITE OMLAEGNING-REC
               END-PERFORM
               CLOSE LAAN-OMLAEGNINGER
           END-IF.

      * THE LOAN'S GODKENDT OR IKRAFT ROW INTO WS-OML-MATCH-IX, AND
      * AN APPLIED (IKRAFT OR AFSLUTTET) ROW NOT YET MAILED INTO
      * WS-OML-BREV-IX - EACH ZERO FOR NONE.
       FIND-OMLAEGNING.
           MOVE ZEROES TO WS-OML-MATCH-IX
           MOVE ZEROES TO WS-OML-BREV-IX
           PERFORM VARYING WS-OML-IX FROM 1 BY 1
                   UNTIL WS-OML-IX > ANTAL-OML
               IF LO-KONTO-ID OF OMLAEGNING-AR(WS-OML-IX)
                       = LN-KONTO-ID OF LAAN-REC
                   IF LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                           = "GODKENDT"
                       OR LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                           = "IKRAFT"
                       MOVE WS-OML-IX TO WS-OML-MATCH-IX
                   END-IF
                   IF (LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                           = "IKRAFT"
                       OR LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                           = "AFSLUTTET")
                       AND LO-ANVENDT-DATO OF OMLAEGNING-AR(WS-OML-IX)
                           NOT = SPACES
                       AND LO-PLAN-SENDT OF OMLAEGNING-AR(WS-OML-IX)
                           NOT = "J"
                       MOVE WS-OML-IX TO WS-OML-BREV-IX
                   END-IF
               END-IF
           END-PERFORM.

      * LOADS AFDRAGSPLANSATSER.TXT - A MISSING FILE IS AN EMPTY
      * SNAPSHOT.
       LOAD-SATSER.
           OPEN INPUT AFDRAGSPLAN-SATSER
           IF WS-SATS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-SATS = "Y"
                   READ AFDRAGSPLAN-SATSER
                       AT END
                           MOVE "Y" TO EOF-SATS
                       NOT AT END
                           ADD 1 TO ANTAL-SATSER
                           MOVE AS-KONTO-ID
                               TO SA-KONTO-ID(ANTAL-SATSER)
                           MOVE AS-SATS TO SA-SATS(ANTAL-SATSER)
                   END-READ
               END-PERFORM
               CLOSE AFDRAGSPLAN-SATSER
           END-IF.

       GEM-SATSER.
           OPEN OUTPUT AFDRAGSPLAN-SATSER
           PERFORM VARYING WS-SATS-IX FROM 1 BY 1
                   UNTIL WS-SATS-IX > ANTAL-SATSER
               MOVE SA-KONTO-ID(WS-SATS-IX) TO AS-KONTO-ID
               MOVE SA-SATS(WS-SATS-IX) TO AS-SATS
               WRITE SATS-REC
           END-PERFORM
           CLOSE AFDRAGSPLAN-SATSER.

      * RESOLVES WS-TEKST-NOEGLE IN THE CUSTOMER'S LANGUAGE, FALLING
      * BACK TO THE DANISH CATALOG ROW AND FINALLY TO THE DANISH
      * DEFAULT THE CALLER PRELOADED - SAME RULE AS OPGAVE11.
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

      * ON DEMAND: ONE LOAN BY KEY, WHATEVER ITS RATE HISTORY.
       KOER-ET-LAAN.
           MOVE WS-SOEGE-KONTO TO LN-KONTO-ID OF LAAN-REC
           READ LAAN
               INVALID KEY
                   DISPLAY "LAANET FINDES IKKE: " WS-SOEGE-KONTO
               NOT INVALID KEY
                   ADD 1 TO WS-RECS-IN
                   IF LN-RESTGAELD OF LAAN-REC NOT > ZEROES
                       OR LN-STATUS OF LAAN-REC = "INDFRIET"
                       DISPLAY "LAANET ER INDFRIET - INGEN AFDRAGSPLAN."
                   ELSE
                       PERFORM SKRIV-AFDRAGSPLAN
                       DISPLAY "AFDRAGSPLANEN ER SKREVET TIL "
                           "Afdragsplaner.txt"
                   END-IF
           END-READ.

      * BATCH: EVERY RUNNING LOAN WHOSE LN-SATS DIFFERS FROM THE RATE
      * ITS LAST SCHEDULE WAS PRINTED AT, OR WHOSE RESTRUCTURING HAS
      * JUST BEEN APPLIED - ONE SCHEDULE EVEN WHEN BOTH HAPPENED. A
      * LOAN NOT YET IN THE SNAPSHOT IS ONLY RECORDED - ITS FIRST
      * SCHEDULE IS THE ONE THE CUSTOMER GOT AT OPENING, AND THE
      * FIRST NIGHT THIS RUNS MUST NOT MAIL THE WHOLE LOAN BOOK.
       KOER-BATCH.
           PERFORM LOAD-SATSER
           PERFORM UNTIL EOF-LAAN = "Y"
               READ LAAN NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-LAAN
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       IF LN-STATUS OF LAAN-REC NOT = "INDFRIET"
                           AND LN-RESTGAELD OF LAAN-REC > ZEROES
                           PERFORM VURDER-SATS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM GEM-SATSER
           PERFORM GEM-OMLAEGNINGER.

       VURDER-SATS.
           PERFORM FIND-OMLAEGNING
           MOVE "N" TO WS-SKAL-SKRIVES
           IF WS-OML-BREV-IX > ZEROES
               MOVE "Y" TO WS-SKAL-SKRIVES
               MOVE "J"
                   TO LO-PLAN-SENDT OF OMLAEGNING-AR(WS-OML-BREV-IX)
           END-IF
           MOVE ZEROES TO WS-SATS-MATCH-IX
           PERFORM VARYING WS-SATS-IX FROM 1 BY 1
                   UNTIL WS-SATS-IX > ANTAL-SATSER
               IF SA-KONTO-ID(WS-SATS-IX) = LN-KONTO-ID OF LAAN-REC
                   MOVE WS-SATS-IX TO WS-SATS-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-SATS-MATCH-IX = ZEROES
               ADD 1 TO ANTAL-SATSER
               MOVE LN-KONTO-ID OF LAAN-REC
                   TO SA-KONTO-ID(ANTAL-SATSER)
               MOVE LN-SATS OF LAAN-REC TO SA-SATS(ANTAL-SATSER)
           ELSE
               IF SA-SATS(WS-SATS-MATCH-IX) NOT = LN-SATS OF LAAN-REC
                   MOVE "Y" TO WS-SKAL-SKRIVES
                   MOVE LN-SATS OF LAAN-REC
                       TO SA-SATS(WS-SATS-MATCH-IX)
               END-IF
           END-IF
           IF WS-SKAL-SKRIVES = "Y"
               PERFORM SKRIV-AFDRAGSPLAN
           END-IF.

      * ONE SCHEDULE LETTER: HEAD, THE CATALOG INTRO, ONE LINE PER
      * REMAINING TERM, THE TOTALS AND THE CATALOG CLOSING TEXT.
       SKRIV-AFDRAGSPLAN.
           PERFORM FIND-KUNDE
           PERFORM FIND-OMLAEGNING
           MOVE SPACES TO BREV-RECORD
           STRING "AFDRAGSPLAN - KONTO-ID " DELIMITED BY SIZE
               LN-KONTO-ID OF LAAN-REC DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           IF WS-KUNDE-MATCH-IX > ZEROES
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
           END-IF
           MOVE "AFDRAGSPLAN-INTRO" TO WS-TEKST-NOEGLE
           MOVE SPACES TO WS-TEKST
           STRING "HER ER DEN RESTERENDE AFDRAGSPLAN FOR DIT LAAN "
               DELIMITED BY SIZE
               "MED DEN AKTUELLE RENTESATS." DELIMITED BY SIZE
               INTO WS-TEKST
           PERFORM HENT-TEKST
           MOVE SPACES TO BREV-RECORD
           MOVE WS-TEKST TO BREV-LINE
           WRITE BREV-RECORD
           MOVE LN-SATS OF LAAN-REC TO WS-SATS-TEXT
           MOVE LN-RESTGAELD OF LAAN-REC TO WS-REST-TEXT
           MOVE "AFDRAGSPLAN-SATS" TO WS-TEKST-NOEGLE
           MOVE "RENTESATS P.A. / RESTGAELD:" TO WS-TEKST
           PERFORM HENT-TEKST
           MOVE SPACES TO BREV-RECORD
           STRING WS-TEKST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-SATS-TEXT DELIMITED BY SIZE
               " % / " DELIMITED BY SIZE
               WS-REST-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LN-VALUTA OF LAAN-REC DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE "AFDRAGSPLAN-KOLONNER" TO WS-TEKST-NOEGLE
           MOVE SPACES TO WS-TEKST
           STRING "NR. FORFALD           YDELSE          RENTE"
               DELIMITED BY SIZE
               "         AFDRAG      RESTGAELD" DELIMITED BY SIZE
               INTO WS-TEKST
           PERFORM HENT-TEKST
           MOVE SPACES TO BREV-RECORD
           MOVE WS-TEKST TO BREV-LINE
           WRITE BREV-RECORD

           MOVE LN-RESTGAELD OF LAAN-REC TO WS-PLAN-RESTGAELD
           MOVE LN-REST-TERMINER OF LAAN-REC TO WS-PLAN-TERMINER
           MOVE LN-NAESTE-DATO OF LAAN-REC TO WS-PLAN-DATO
           MOVE ZEROES TO WS-TERMIN-NR
           MOVE ZEROES TO WS-SUM-YDELSE
           MOVE ZEROES TO WS-SUM-RENTE
           MOVE "N" TO WS-PLAN-OMLAGT
           COMPUTE WS-MD-RENTE ROUNDED = LN-SATS OF LAAN-REC / 1200
           IF WS-PLAN-TERMINER = ZEROES
               MOVE 1 TO WS-PLAN-TERMINER
           END-IF
           PERFORM UNTIL WS-PLAN-RESTGAELD NOT > ZEROES
                   OR WS-TERMIN-NR >= 999
               PERFORM BEREGN-TERMIN
           END-PERFORM

           MOVE WS-SUM-YDELSE TO WS-SUM-TEXT
           MOVE "AFDRAGSPLAN-YDELSER" TO WS-TEKST-NOEGLE
           MOVE "YDELSER I ALT:" TO WS-TEKST
           PERFORM HENT-TEKST
           MOVE SPACES TO BREV-RECORD
           STRING WS-TEKST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-SUM-TEXT DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE WS-SUM-RENTE TO WS-SUM-TEXT
           MOVE "AFDRAGSPLAN-RENTER" TO WS-TEKST-NOEGLE
           MOVE "HERAF RENTER:" TO WS-TEKST
           PERFORM HENT-TEKST
           MOVE SPACES TO BREV-RECORD
           STRING WS-TEKST DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-SUM-TEXT DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE "AFDRAGSPLAN-SLUT" TO WS-TEKST-NOEGLE
           MOVE SPACES TO WS-TEKST
           STRING "PLANEN FORUDSAETTER RETTIDIG BETALING OG UAENDRET "
               DELIMITED BY SIZE
               "RENTE." DELIMITED BY SIZE
               INTO WS-TEKST
           PERFORM HENT-TEKST
           MOVE SPACES TO BREV-RECORD
           MOVE WS-TEKST TO BREV-LINE
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           WRITE BREV-RECORD

           IF WS-KUNDE-MATCH-IX > ZEROES
               MOVE KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   TO WS-KL-KUNDE
           ELSE
               MOVE SPACES TO WS-KL-KUNDE
           END-IF
           MOVE "AFDRAGSPLAN" TO WS-KL-TYPE
           MOVE "PAPIR" TO WS-KL-KANAL
           MOVE "Afdragsplaner.txt" TO WS-KL-KILDE
           PERFORM SKRIV-KORRESPONDANCE
           ADD 1 TO WS-RECS-OUT.

      * ONE TERM OF THE PLAN - SAME ARITHMETIC AS LAANFORFALD'S
      * BEHANDL-LAAN, SO THE PRINTED FIGURES ARE THE ONES THAT POST.
      * AN APPROVED RESTRUCTURING NOT YET APPLIED SWITCHES TO ITS NEW
      * TERM COUNT FROM ITS IKRAFT-DATO, AND A TERM INSIDE THE
      * PAYMENT HOLIDAY IS INTEREST ONLY AND USES UP NO TERM.
       BEREGN-TERMIN.
           ADD 1 TO WS-TERMIN-NR
           PERFORM VURDER-PLAN-OMLAEGNING
           COMPUTE WS-RENTE-DEL ROUNDED =
               WS-PLAN-RESTGAELD * WS-MD-RENTE
           EVALUATE TRUE
               WHEN WS-PLAN-FRI = "Y"
                   MOVE WS-RENTE-DEL TO WS-YDELSE
               WHEN WS-MD-RENTE = ZEROES
                   COMPUTE WS-YDELSE ROUNDED = WS-PLAN-RESTGAELD
                       / WS-PLAN-TERMINER
               WHEN OTHER
                   MOVE 1 TO WS-FAKTOR
                   PERFORM VARYING WS-FAKTOR-IX FROM 1 BY 1
                           UNTIL WS-FAKTOR-IX > WS-PLAN-TERMINER
                       COMPUTE WS-FAKTOR ROUNDED =
                           WS-FAKTOR * (1 + WS-MD-RENTE)
                   END-PERFORM
                   COMPUTE WS-YDELSE ROUNDED =
                       (WS-PLAN-RESTGAELD * WS-MD-RENTE * WS-FAKTOR)
                           / (WS-FAKTOR - 1)
           END-EVALUATE
           COMPUTE WS-AFDRAG-DEL = WS-YDELSE - WS-RENTE-DEL
           IF WS-PLAN-FRI = "N"
               AND (WS-PLAN-TERMINER <= 1
                   OR WS-AFDRAG-DEL > WS-PLAN-RESTGAELD)
               MOVE WS-PLAN-RESTGAELD TO WS-AFDRAG-DEL
           END-IF
           COMPUTE WS-YDELSE = WS-AFDRAG-DEL + WS-RENTE-DEL
           SUBTRACT WS-AFDRAG-DEL FROM WS-PLAN-RESTGAELD
           ADD WS-YDELSE TO WS-SUM-YDELSE
           ADD WS-RENTE-DEL TO WS-SUM-RENTE

           MOVE WS-TERMIN-NR TO WS-TERMIN-TEXT
           MOVE WS-YDELSE TO WS-YDELSE-TEXT
           MOVE WS-RENTE-DEL TO WS-RENTE-TEXT
           MOVE WS-AFDRAG-DEL TO WS-AFDRAG-TEXT
           MOVE WS-PLAN-RESTGAELD TO WS-REST-TEXT
           MOVE SPACES TO BREV-RECORD
           STRING WS-TERMIN-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PLAN-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-YDELSE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RENTE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFDRAG-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REST-TEXT DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD

           IF WS-PLAN-TERMINER > 1
               AND WS-PLAN-FRI = "N"
               SUBTRACT 1 FROM WS-PLAN-TERMINER
           END-IF
           PERFORM RUL-PLANDATO.

       VURDER-PLAN-OMLAEGNING.
           MOVE "N" TO WS-PLAN-FRI
           IF WS-OML-MATCH-IX > ZEROES
               IF LO-STATUS OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                       = "GODKENDT"
                   AND WS-PLAN-OMLAGT = "N"
                   AND WS-PLAN-DATO NOT <
                       LO-IKRAFT-DATO OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                   MOVE "Y" TO WS-PLAN-OMLAGT
                   IF LO-NYE-TERMINER OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                           > ZEROES
                       MOVE LO-NYE-TERMINER
                           OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                           TO WS-PLAN-TERMINER
                   END-IF
               END-IF
               IF LO-FRI-FRA OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                       NOT = SPACES
                   AND WS-PLAN-DATO NOT <
                       LO-FRI-FRA OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                   AND WS-PLAN-DATO NOT >
                       LO-FRI-TIL OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                   MOVE "Y" TO WS-PLAN-FRI
               END-IF
           END-IF.

      * ROLLS THE PLAN DATE ONE MONTH - SAME CLAMP-TO-28 RULE AS
      * LAANFORFALD'S RUL-FORFALDSDATO.
       RUL-PLANDATO.
           MOVE WS-PLAN-DATO(1:4) TO WS-NY-AAR
           MOVE WS-PLAN-DATO(6:2) TO WS-NY-MAANED
           MOVE WS-PLAN-DATO(9:2) TO WS-NY-DAG
           ADD 1 TO WS-NY-MAANED
           PERFORM UNTIL WS-NY-MAANED <= 12
               SUBTRACT 12 FROM WS-NY-MAANED
               ADD 1 TO WS-NY-AAR
           END-PERFORM
           IF WS-NY-DAG > 28
               MOVE 28 TO WS-NY-DAG
           END-IF
           MOVE WS-NY-AAR TO WS-PLAN-DATO(1:4)
           MOVE "-" TO WS-PLAN-DATO(5:1)
           MOVE WS-NY-MAANED(3:2) TO WS-PLAN-DATO(6:2)
           MOVE "-" TO WS-PLAN-DATO(8:1)
           MOVE WS-NY-DAG TO WS-PLAN-DATO(9:2).

      * LOAN ACCOUNT -> HOLDER -> CUSTOMER ROW AND LETTER LANGUAGE:
      * SPROG-KODE, ELSE ENGLISH FOR AN ADDRESS ABROAD, ELSE DANISH -
      * SAME RULE AS GEBYROVERSIGT.
       FIND-KUNDE.
           MOVE SPACES TO WS-EJER-KUNDE-ID
           MOVE ZEROES TO WS-KUNDE-MATCH-IX
           MOVE "DA" TO WS-KUNDE-SPROG
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = LN-KONTO-ID OF LAAN-REC
                   MOVE KE-KUNDE-ID(WS-EJER-IX) TO WS-EJER-KUNDE-ID
               END-IF
           END-PERFORM
           IF WS-EJER-KUNDE-ID NOT = SPACES
               PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                       UNTIL WS-KUNDE-IX > ANTAL-KUNDER
                   IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                           = WS-EJER-KUNDE-ID
                       MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-KUNDE-MATCH-IX > ZEROES
               IF SPROG-KODE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       NOT = SPACES
                   MOVE SPROG-KODE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       TO WS-KUNDE-SPROG
               ELSE
                   IF LANDE-KODE OF ADRESSE OF
                           KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                           NOT = "DK"
                       AND LANDE-KODE OF ADRESSE OF
                           KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                           NOT = SPACES
                       MOVE "EN" TO WS-KUNDE-SPROG
                   END-IF
               END-IF
           END-IF.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE DAY'S RETURN FILE FROM CHEQUE CLEARING - ONE ROW PER
      * CHEQUE WE CREDITED THAT THE DRAWER BANK REFUSED TO PAY.
      * SEE CHECKRETUR.CPY.
           SELECT CHECK-RETUR ASSIGN TO "CheckRetur.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETUR-STATUS.
      * THE RETURN FILE IS CONSUMED AFTER THE RUN - DATED ARCHIVE,
      * THEN TRUNCATE - SAME AS CLEARINGRETURKOERSEL, SO A FILE LEFT
      * IN PLACE CANNOT REVERSE THE SAME CHEQUES TWICE.
           SELECT RETUR-ARKIV ASSIGN TO WS-ARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CHEQUE REGISTER - LOADED WHOLE, RETURNED CHEQUES FLIPPED
      * TO RETUR IN MEMORY, AND WRITTEN BACK. SEE
      * CHECKINDSAETTELSER.CPY.
           SELECT CHECK-REGISTER
               ASSIGN TO "CheckIndsaettelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
      * THE HOLD FILE - A RETURNED CHEQUE'S CLEARING HOLD IS CLOSED
      * AS RETUR SO THE REVERSAL ISN'T RESERVED A SECOND TIME.
      * SNAPSHOT-AND-REWRITE, SAME AS KORTAUTORISATIONER.
           SELECT RESERVATIONER ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERV-STATUS.
      * KONTO-ID -> OWNING KUNDE-ID MAP.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CPR, NAME, ADDRESS AND LANGUAGE FOR THE POSTINGS AND THE
      * LETTER HEAD.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE MESSAGE CATALOG - LETTER BODY IN THE CUSTOMER'S
      * LANGUAGE, SAME CATALOG RYKKERKOERSEL'S LETTERS USE.
           SELECT TEKSTKATALOG ASSIGN TO "Tekstkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KATALOG-STATUS.
      * THE REVERSAL AND THE RETURNED-CHEQUE FEE POST HERE SO THEY
      * FLOW THROUGH TRANSKNTRL AND OPGAVE11 LIKE ANY OTHER ROW.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE NIGHT'S RETURNED-CHEQUE LETTERS, ONE BLOCK PER CHEQUE.
           SELECT CHECK-BREVE ASSIGN TO "CheckReturBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "CheckReturJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * THE SHARED CORRESPONDENCE LOG - ONE ROW PER LETTER THIS RUN
      * SENDS. SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * RETURNS THAT COULDN'T BE PAIRED WITH A CREDITED CHEQUE ON
      * THE REGISTER, OR WHOSE AMOUNT DISAGREES WITH IT - THESE GO
      * TO REVIEW INSTEAD OF BEING GUESSED AT.
           SELECT RETUR-AFVIGELSER
               ASSIGN TO "CheckReturAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-RETUR.
       01 RETUR-REC.
           COPY "CHECKRETUR.cpy".
       FD RETUR-ARKIV.
       01 RETUR-ARKIV-REC           PIC X(200).
       FD CHECK-REGISTER.
       01 CHECK-REC.
           COPY "CHECKINDSAETTELSER.cpy".
       FD RESERVATIONER.
       01 RESERVATION-REC.
           COPY "RESERVATIONER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD TEKSTKATALOG.
       01 KATALOG-REC.
           02  TK-SPROG             PIC X(2).
           02  TK-NOEGLE            PIC X(20).
           02  TK-TEKST             PIC X(90).
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD CHECK-BREVE.
       01 BREV-RECORD.
           02  BREV-LINE            PIC X(100) VALUE SPACES.
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD RETUR-AFVIGELSER.
       01 RETUR-AFV-RECORD.
           02  RETUR-AFV-LINE       PIC X(120) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "CHECKRETUR".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RECS-AFVIST           PIC 9(9) VALUE ZEROES.
       01  WS-RUN-ID                PIC X(16) VALUE SPACES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-RETUR-STATUS          PIC XX VALUE "00".
       01  WS-CHECK-STATUS          PIC XX VALUE "00".
       01  WS-RESERV-STATUS         PIC XX VALUE "00".
       01  WS-KATALOG-STATUS        PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-RETUR                PIC X VALUE "N".
       01  EOF-CHECK                PIC X VALUE "N".
       01  EOF-RESERV               PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-KATALOG              PIC X VALUE "N".
      * DATED ARCHIVE OF THE CONSUMED RETURN FILE - SEE
      * BUILD-ARKIV-NAVN/ARKIVER-RETURER.
       01  WS-ARKIV-NAVN            PIC X(40) VALUE SPACES.
       01  WS-ARKIV-BUFFER          PIC X(200) VALUE SPACES.
       01  EOF-ARKIV                PIC X VALUE "N".
       01  WS-FEED-BEHANDLET        PIC X VALUE "N".
      * THE CHEQUE REGISTER SNAPSHOT.
       01  CHECK-AR OCCURS 9999 TIMES.
           COPY "CHECKINDSAETTELSER.cpy".
       01  ANTAL-CHECKS             PIC 9(4) VALUE ZEROES.
       01  WS-CHECK-IX              PIC 9(4).
       01  WS-CHECK-MATCH-IX        PIC 9(4) VALUE ZEROES.
      * THE HOLD FILE SNAPSHOT.
       01  RESERV-AR OCCURS 999 TIMES.
           COPY "RESERVATIONER.cpy".
       01  ANTAL-RESERV             PIC 9(4) VALUE ZEROES.
       01  WS-RESERV-IX             PIC 9(4).
       01  WS-HOLD-NOEGLE           PIC X(16) VALUE SPACES.
      * KONTO-ID -> OWNING KUNDE-ID.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
      * CUSTOMER MASTER FOR CPR, LETTER HEAD AND LANGUAGE.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-FOUND           PIC X VALUE "N".
      * MESSAGE CATALOG AND LANGUAGE - SAME SHAPE AS RYKKERKOERSEL.
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
      * THE RETURNED-CHEQUE FEE FROM THE PRICE LIST - CHARGED ONCE
      * PER RETURNED CHEQUE ON TOP OF THE REVERSAL.
       01  WS-CHECKRETUR-GEBYR      PIC S9(5)V99 VALUE 150.00.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-BELOB-TEKST           PIC -(9)9.99.
       01  WS-AFVIGELSE             PIC X(30) VALUE SPACES.
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
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
       01  WS-PJ-LOEBENR            PIC 9(9) VALUE ZEROES.
       01  WS-PJ-KSUM               PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM MAIN-LOGIC.
           STOP RUN.

      * PAIRS EVERY RETURNED CHEQUE WITH ITS ROW ON THE CHEQUE
      * REGISTER, THEN REVERSES THE CREDIT, CHARGES THE RETURNED-
      * CHEQUE FEE, CLOSES THE CLEARING HOLD AND WRITES THE
      * CUSTOMER'S LETTER. RETURNS THAT DON'T PAIR CLEANLY GO TO
      * CHECKRETURAFVIGELSER.TXT UNTOUCHED.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-CHECKS
           PERFORM LOAD-RESERVATIONER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-TEKSTKATALOG
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           OPEN OUTPUT RETUR-AFVIGELSER
           OPEN INPUT CHECK-RETUR
           IF WS-RETUR-STATUS = "35"
               DISPLAY "INGEN CHECKRETUR.TXT - INTET AT BEHANDLE"
           ELSE
               MOVE "Y" TO WS-FEED-BEHANDLET
               PERFORM HENT-PJ-KSUM
               OPEN EXTEND POSTERINGS-JOURNAL
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT POSTERINGS-JOURNAL
               END-IF
               PERFORM SKRIV-JOURNAL-START
               OPEN EXTEND TRANSAKTIONER
               OPEN OUTPUT CHECK-BREVE
               PERFORM UNTIL EOF-RETUR = "Y"
                   READ CHECK-RETUR
                       AT END
                           MOVE "Y" TO EOF-RETUR
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           PERFORM BEHANDL-RETUR
                               THRU BEHANDL-RETUR-EXIT
                   END-READ
               END-PERFORM
               CLOSE CHECK-RETUR
               CLOSE CHECK-BREVE
               CLOSE TRANSAKTIONER
               PERFORM SKRIV-JOURNAL-SLUT
               CLOSE POSTERINGS-JOURNAL
               PERFORM GEM-CHECKS
               PERFORM GEM-RESERVATIONER
           END-IF
           CLOSE RETUR-AFVIGELSER
           IF WS-FEED-BEHANDLET = "Y"
               PERFORM ARKIVER-RETURER
           END-IF
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

      * CAPTURES THE JOB'S START DATE/TIME AND BUILDS THE RUN'S
      * TIDSPUNKT - EVERY ROW THIS RUN POSTS CARRIES THE SAME ONE.
       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE(1:4) TO WS-DAGS-DATO(1:4)
           MOVE "-" TO WS-DAGS-DATO(5:1)
           MOVE WS-RUN-START-DATE(5:2) TO WS-DAGS-DATO(6:2)
           MOVE "-" TO WS-DAGS-DATO(8:1)
           MOVE WS-RUN-START-DATE(7:2) TO WS-DAGS-DATO(9:2)
           MOVE WS-DAGS-DATO TO WS-TIDSPUNKT(1:10)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-RUN-START-TIME(1:2) TO WS-TIDSPUNKT(12:2)
           MOVE ":" TO WS-TIDSPUNKT(14:1)
           MOVE WS-RUN-START-TIME(3:2) TO WS-TIDSPUNKT(15:2)
           MOVE ":" TO WS-TIDSPUNKT(17:1)
           MOVE WS-RUN-START-TIME(5:2) TO WS-TIDSPUNKT(18:2).

      * APPENDS ONE LINE TO BATCHAUDITLOG.TXT - RETURNS READ,
      * REVERSED, AND SENT TO REVIEW.
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
               "  AFVIST " DELIMITED BY SIZE
               WS-RECS-AFVIST DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       LOAD-CHECKS.
           OPEN INPUT CHECK-REGISTER
           IF WS-CHECK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-CHECK = "Y"
                   READ CHECK-REGISTER
                       AT END
                           MOVE "Y" TO EOF-CHECK
                       NOT AT END
                           ADD 1 TO ANTAL-CHECKS
                           MOVE CHECK-REC TO CHECK-AR(ANTAL-CHECKS)
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER
           END-IF.

       LOAD-RESERVATIONER.
           OPEN INPUT RESERVATIONER
           IF WS-RESERV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-RESERV = "Y"
                   READ RESERVATIONER
                       AT END
                           MOVE "Y" TO EOF-RESERV
                       NOT AT END
                           ADD 1 TO ANTAL-RESERV
                           MOVE RESERVATION-REC
                               TO RESERV-AR(ANTAL-RESERV)
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONER
           END-IF.

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

      * LOADS TEKSTKATALOG.TXT - SAME SHAPE AS RYKKERKOERSEL. A
      * MISSING FILE LEAVES THE LETTER ON ITS BUILT-IN DANISH
      * DEFAULT.
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

      * ONE RETURNED CHEQUE. IT MUST PAIR WITH A CHEQUE STILL
      * INDSAT ON THE REGISTER FOR THE SAME ACCOUNT AND CHEQUE
      * NUMBER, FOR THE SAME AMOUNT - A SECOND RETURN FOR A CHEQUE
      * ALREADY RETURNED FINDS NOTHING AND GOES TO REVIEW, SO ONE
      * CHEQUE IS NEVER REVERSED OR CHARGED FOR TWICE.
       BEHANDL-RETUR.
           MOVE ZEROES TO WS-CHECK-MATCH-IX
           PERFORM VARYING WS-CHECK-IX FROM 1 BY 1
                   UNTIL WS-CHECK-IX > ANTAL-CHECKS
               IF CK-KONTO-ID OF CHECK-AR(WS-CHECK-IX)
                       = CQ-KONTO-ID OF RETUR-REC
                   AND CK-CHECK-NR OF CHECK-AR(WS-CHECK-IX)
                       = CQ-CHECK-NR OF RETUR-REC
                   AND CK-STATUS OF CHECK-AR(WS-CHECK-IX) = "INDSAT"
                   MOVE WS-CHECK-IX TO WS-CHECK-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-CHECK-MATCH-IX = ZEROES
               MOVE "INGEN INDSAT CHECK" TO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-RETUR-EXIT
           END-IF
           IF CK-BELOB OF CHECK-AR(WS-CHECK-MATCH-IX)
                   NOT = CQ-BELOB OF RETUR-REC
               MOVE "BELOEB AFVIGER FRA REGISTER" TO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
               GO TO BEHANDL-RETUR-EXIT
           END-IF

           PERFORM FIND-KUNDE
           PERFORM POSTER-STORNO
           PERFORM POSTER-CHECKRETUR-GEBYR
           PERFORM LUK-CHECK-RESERVATION
           MOVE "RETUR" TO CK-STATUS OF CHECK-AR(WS-CHECK-MATCH-IX)
           MOVE WS-DAGS-DATO
               TO CK-RETUR-DATO OF CHECK-AR(WS-CHECK-MATCH-IX)
           MOVE CQ-AARSAG OF RETUR-REC
               TO CK-RETUR-AARSAG OF CHECK-AR(WS-CHECK-MATCH-IX)
           PERFORM SKRIV-CHECK-BREV
           IF WS-KUNDE-FOUND = "Y"
               MOVE KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   TO WS-KL-KUNDE
           ELSE
               MOVE SPACES TO WS-KL-KUNDE
           END-IF
           MOVE "CHECKRETUR" TO WS-KL-TYPE
           MOVE "PAPIR" TO WS-KL-KANAL
           MOVE "CheckReturBreve.txt" TO WS-KL-KILDE
           PERFORM SKRIV-KORRESPONDANCE
           ADD 1 TO WS-RECS-OUT.

       BEHANDL-RETUR-EXIT.
           EXIT.

      * RESOLVES THE ACCOUNT'S HOLDER AND THE HOLDER'S LANGUAGE -
      * SAME RULE AS RYKKERKOERSEL'S FIND-KUNDE.
       FIND-KUNDE.
           MOVE "N" TO WS-KUNDE-FOUND
           MOVE ZEROES TO WS-KUNDE-MATCH-IX
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = CQ-KONTO-ID OF RETUR-REC
                   PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                           UNTIL WS-KUNDE-IX > ANTAL-KUNDER
                       IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                               = KE-KUNDE-ID(WS-EJER-IX)
                           MOVE "Y" TO WS-KUNDE-FOUND
                           MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE "DA" TO WS-KUNDE-SPROG
           IF WS-KUNDE-FOUND = "Y"
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

      * THE CUSTOMER-SIDE FIELDS EVERY POSTING THIS RUN CARRIES -
      * CPR, NAME AND ADDRESS FROM THE MASTER, REG-NR AND CURRENCY
      * FROM THE REGISTER ROW.
       BYG-TRANSAKTION.
           MOVE SPACES TO TRANSAKTION-REC
           MOVE CQ-KONTO-ID OF RETUR-REC TO KONTO-ID OF TRANSAKTION-REC
           IF WS-KUNDE-FOUND = "Y"
               MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   TO CPR OF TRANSAKTION-REC
               STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO NAVN OF TRANSAKTION-REC
               STRING VEJNAVN OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HUSNR OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   POSTNR OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BYNAVN OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO ADRESSE OF TRANSAKTION-REC
           END-IF
           MOVE CK-REG-NR OF CHECK-AR(WS-CHECK-MATCH-IX)
               TO REG-NR OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC.

      * THE REVERSAL OF THE CHEQUE CREDIT - THE REGISTER'S AMOUNT
      * NEGATED, WITH THE CREDIT'S OWN TIDSPUNKT AS THE STORNO
      * REFERENCE SO THE STATEMENT PRINTS THE PAIR TOGETHER, SAME
      * AS CLEARINGRETURKOERSEL'S OFFSETS.
       POSTER-STORNO.
           PERFORM BYG-TRANSAKTION
           COMPUTE WS-POST-BELOB =
               0 - CK-BELOB OF CHECK-AR(WS-CHECK-MATCH-IX)
           MOVE "STORNO" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE CK-VALUTA OF CHECK-AR(WS-CHECK-MATCH-IX)
               TO VALUTA OF TRANSAKTION-REC
           MOVE CK-INDSAT-TID OF CHECK-AR(WS-CHECK-MATCH-IX)
               TO STORNO-REF-TIDSPUNKT OF TRANSAKTION-REC
           STRING "RETURNERET CHECK NR " DELIMITED BY SIZE
               CQ-CHECK-NR OF RETUR-REC DELIMITED BY SIZE
               INTO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST.

      * THE RETURNED-CHEQUE FEE, POSTED AS AN ORDINARY GEBYR ROW SO
      * GEBYROVERSIGT COUNTS IT IN THE CUSTOMER'S ANNUAL FEE TOTAL.
       POSTER-CHECKRETUR-GEBYR.
           PERFORM BYG-TRANSAKTION
           COMPUTE WS-POST-BELOB = 0 - WS-CHECKRETUR-GEBYR
           MOVE "GEBYR" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE "DKK" TO VALUTA OF TRANSAKTION-REC
           STRING "GEBYR RETURNERET CHECK NR " DELIMITED BY SIZE
               CQ-CHECK-NR OF RETUR-REC DELIMITED BY SIZE
               INTO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST.

      * THE CHEQUE'S CLEARING HOLD, IF STILL AABEN, CLOSES AS RETUR
      * - THE REVERSAL HAS TAKEN THE MONEY BACK, SO HOLDING IT AS
      * WELL WOULD COUNT IT OFF THE AVAILABLE BALANCE TWICE.
       LUK-CHECK-RESERVATION.
           MOVE SPACES TO WS-HOLD-NOEGLE
           STRING "CHK" DELIMITED BY SIZE
               CQ-CHECK-NR OF RETUR-REC DELIMITED BY SIZE
               INTO WS-HOLD-NOEGLE
           PERFORM VARYING WS-RESERV-IX FROM 1 BY 1
                   UNTIL WS-RESERV-IX > ANTAL-RESERV
               IF RS-KONTO-ID OF RESERV-AR(WS-RESERV-IX)
                       = CQ-KONTO-ID OF RETUR-REC
                   AND RS-KORTNUMMER OF RESERV-AR(WS-RESERV-IX)
                       = WS-HOLD-NOEGLE
                   AND RS-STATUS OF RESERV-AR(WS-RESERV-IX) = "AABEN"
                   MOVE "RETUR" TO RS-STATUS OF RESERV-AR(WS-RESERV-IX)
               END-IF
           END-PERFORM.

      * ONE LETTER BLOCK - HEAD, BODY FROM THE CATALOG IN THE
      * CUSTOMER'S LANGUAGE, THE CHEQUE, THE REASON AND THE FEE.
       SKRIV-CHECK-BREV.
           MOVE SPACES TO BREV-RECORD
           STRING "RETURNERET CHECK - KONTO-ID " DELIMITED BY SIZE
               CQ-KONTO-ID OF RETUR-REC DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           IF WS-KUNDE-FOUND = "Y"
               MOVE SPACES TO BREV-RECORD
               STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO BREV-RECORD
               WRITE BREV-RECORD
               MOVE SPACES TO BREV-RECORD
               STRING VEJNAVN OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HUSNR OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   POSTNR OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BYNAVN OF ADRESSE OF
                       KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO BREV-RECORD
               WRITE BREV-RECORD
           END-IF
           MOVE "CHECKRETUR" TO WS-TEKST-NOEGLE
           MOVE SPACES TO WS-TEKST
           STRING "DEN INDSATTE CHECK ER AFVIST AF DEN TRUKNE BANK. "
               DELIMITED BY SIZE
               "BELOEBET ER TILBAGEFOERT." DELIMITED BY SIZE
               INTO WS-TEKST
           PERFORM HENT-TEKST
           MOVE SPACES TO BREV-RECORD
           MOVE WS-TEKST TO BREV-LINE
           WRITE BREV-RECORD
           MOVE CK-BELOB OF CHECK-AR(WS-CHECK-MATCH-IX)
               TO WS-BELOB-TEKST
           MOVE SPACES TO BREV-RECORD
           STRING "CHECK NR " DELIMITED BY SIZE
               CQ-CHECK-NR OF RETUR-REC DELIMITED BY SIZE
               " BELOEB " DELIMITED BY SIZE
               WS-BELOB-TEKST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CK-VALUTA OF CHECK-AR(WS-CHECK-MATCH-IX)
                   DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           STRING "AARSAG: " DELIMITED BY SIZE
               CQ-AARSAG OF RETUR-REC DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE WS-CHECKRETUR-GEBYR TO WS-BELOB-TEKST
           MOVE SPACES TO BREV-RECORD
           STRING "GEBYR FOR RETURNERET CHECK: " DELIMITED BY SIZE
               WS-BELOB-TEKST DELIMITED BY SIZE
               " DKK" DELIMITED BY SIZE
               INTO BREV-RECORD
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-RECORD
           WRITE BREV-RECORD.

      * ONE LINE PER RETURN THAT DIDN'T PAIR CLEANLY - CALLER SETS
      * WS-AFVIGELSE FIRST.
       SKRIV-AFVIGELSE.
           ADD 1 TO WS-RECS-AFVIST
           MOVE CQ-BELOB OF RETUR-REC TO WS-BELOB-TEKST
           MOVE SPACES TO RETUR-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - KONTO-ID " DELIMITED BY SIZE
               CQ-KONTO-ID OF RETUR-REC DELIMITED BY SIZE
               " CHECK NR " DELIMITED BY SIZE
               CQ-CHECK-NR OF RETUR-REC DELIMITED BY SIZE
               " BELOEB " DELIMITED BY SIZE
               WS-BELOB-TEKST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CQ-AARSAG OF RETUR-REC DELIMITED BY SIZE
               INTO RETUR-AFV-RECORD
           WRITE RETUR-AFV-RECORD.

      * THE CHEQUE REGISTER WRITTEN BACK WHOLE.
       GEM-CHECKS.
           OPEN OUTPUT CHECK-REGISTER
           PERFORM VARYING WS-CHECK-IX FROM 1 BY 1
                   UNTIL WS-CHECK-IX > ANTAL-CHECKS
               MOVE CHECK-AR(WS-CHECK-IX) TO CHECK-REC
               WRITE CHECK-REC
           END-PERFORM
           CLOSE CHECK-REGISTER.

      * THE HOLD FILE WRITTEN BACK WHOLE - CARD HOLDS UNTOUCHED.
       GEM-RESERVATIONER.
           OPEN OUTPUT RESERVATIONER
           PERFORM VARYING WS-RESERV-IX FROM 1 BY 1
                   UNTIL WS-RESERV-IX > ANTAL-RESERV
               MOVE RESERV-AR(WS-RESERV-IX) TO RESERVATION-REC
               WRITE RESERVATION-REC
           END-PERFORM
           CLOSE RESERVATIONER.

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

       SKRIV-JOURNAL-POST.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "POST" TO PJ-TYPE OF PJOURNAL-REC
           MOVE KONTO-ID OF TRANSAKTION-REC
               TO PJ-KONTO-ID OF PJOURNAL-REC
           MOVE CPR OF TRANSAKTION-REC TO PJ-CPR OF PJOURNAL-REC
           MOVE REG-NR OF TRANSAKTION-REC
               TO PJ-REG-NR OF PJOURNAL-REC
           MOVE WS-POST-BELOB TO PJ-BELOB OF PJOURNAL-REC
           MOVE VALUTA OF TRANSAKTION-REC
               TO PJ-VALUTA OF PJOURNAL-REC
           PERFORM KSUM-PJ-REC
           WRITE PJOURNAL-REC.

       SKRIV-JOURNAL-START.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "START" TO PJ-TYPE OF PJOURNAL-REC
           PERFORM KSUM-PJ-REC
           WRITE PJOURNAL-REC.

       SKRIV-JOURNAL-SLUT.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "SLUT" TO PJ-TYPE OF PJOURNAL-REC
           PERFORM KSUM-PJ-REC
           WRITE PJOURNAL-REC.

      * BUILDS THE DATED ARCHIVE NAME FROM THE JOB'S START DATE -
      * SAME DATED-OUTPUT IDIOM AS CLEARINGRETURKOERSEL.
       BUILD-ARKIV-NAVN.
           MOVE SPACES TO WS-ARKIV-NAVN
           STRING "CheckRetur" DELIMITED BY SIZE
               WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARKIV-NAVN.

      * CONSUMES THE PROCESSED RETURN FILE: EVERY ROW GOES TO THE
      * DATED ARCHIVE, THEN THE INPUT IS TRUNCATED, SO A RERUN OR A
      * FORGOTTEN FILE CANNOT REVERSE THE SAME CHEQUES A SECOND
      * TIME.
       ARKIVER-RETURER.
           PERFORM BUILD-ARKIV-NAVN
           OPEN INPUT CHECK-RETUR
           OPEN OUTPUT RETUR-ARKIV
           MOVE "N" TO EOF-ARKIV
           PERFORM UNTIL EOF-ARKIV = "Y"
               READ CHECK-RETUR INTO WS-ARKIV-BUFFER
                   AT END
                       MOVE "Y" TO EOF-ARKIV
                   NOT AT END
                       WRITE RETUR-ARKIV-REC FROM WS-ARKIV-BUFFER
               END-READ
           END-PERFORM
           CLOSE CHECK-RETUR
           CLOSE RETUR-ARKIV
           OPEN OUTPUT CHECK-RETUR
           CLOSE CHECK-RETUR.

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

      * WHERE THE POSTING JOURNAL'S CHAIN LEFT OFF - SAME RULES AS
      * HENT-AUDIT-KSUM.
       HENT-PJ-KSUM.
           MOVE ZEROES TO WS-PJ-LOEBENR
           MOVE ZEROES TO WS-PJ-KSUM
           MOVE "N" TO WS-KSUM-EOF
           OPEN INPUT POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-KSUM-EOF = "Y"
                   READ POSTERINGS-JOURNAL
                       AT END
                           MOVE "Y" TO WS-KSUM-EOF
                       NOT AT END
                           IF PJ-LOEBENR OF PJOURNAL-REC IS NUMERIC
                               MOVE PJ-LOEBENR OF PJOURNAL-REC
                                   TO WS-PJ-LOEBENR
                               MOVE PJ-KSUM OF PJOURNAL-REC
                                   TO WS-PJ-KSUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTERINGS-JOURNAL
           END-IF.

       KSUM-PJ-REC.
           ADD 1 TO WS-PJ-LOEBENR
           MOVE WS-PJ-LOEBENR TO PJ-LOEBENR OF PJOURNAL-REC
           MOVE PJOURNAL-REC(1:69) TO WS-KSUM-DATA
           MOVE 69 TO WS-KSUM-LAENGDE
           MOVE WS-PJ-KSUM TO WS-KSUM
           PERFORM BEREGN-KSUM
           MOVE WS-KSUM TO WS-PJ-KSUM
           MOVE WS-KSUM TO PJ-KSUM OF PJOURNAL-REC.

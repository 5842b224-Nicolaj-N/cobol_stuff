       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE DISSOLUTION CASES - AABEN ONES SETTLE THIS RUN AND FLIP
      * TO AFSLUTTET IN THE SNAPSHOT-AND-REWRITE. SEE OPHAEVELSER.CPY.
           SELECT OPHAEVELSER ASSIGN TO "Ophaevelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAG-STATUS.
      * THE ACCOUNT MASTER, OPENED FOR UPDATE WITH THE SAME KEYING
      * AS BOAFVIKLING - THE JOINT ACCOUNT IS REWRITTEN IN PLACE
      * WITH ITS ONE REMAINING HOLDER, AND NEW DESTINATION ACCOUNTS
      * ARE WRITTEN UNDER THE KONTO-ID KEYED AT REGISTRATION.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL-IN
               FILE STATUS IS WS-KONTO-STATUS.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * READ ONCE FOR THE REG-NR TABLE, THEN REOPENED EXTEND FOR
      * THE SPLIT LEGS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE THREE REGISTERS WHOSE ITEMS FOLLOW THE HOLDER WHO KEEPS
      * THEM - LOADED WHOLE, RE-POINTED IN THE TABLE, AND REWRITTEN
      * ONLY WHEN SOMETHING MOVED.
           SELECT STAAENDE-ORDRER ASSIGN TO "StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.
           SELECT BS-MANDATER ASSIGN TO "BsMandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDAT-STATUS.
           SELECT KORT-REGISTER ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.
      * THE CLOSING STATEMENT, ONE PER FORMER HOLDER OF EVERY
      * SETTLED ACCOUNT - THE SAME HEADER/LINES/CLOSING SHAPE AS
      * BOAFVIKLING'S ESTATE STATEMENT, BUT ADDRESSED TO THE HOLDER.
           SELECT OPHAEV-OPGOERELSER
               ASSIGN TO "OphaevelsesOpgoerelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CASES THE RUN HAD TO PASS OVER AND WHY - THEY STAY AABEN
      * FOR THE DESK TO CORRECT AND THE NEXT RUN TO PICK UP.
           SELECT OPHAEV-AFVIGELSER
               ASSIGN TO "OphaevelsesAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * EVERY HOLDER CHANGE AND EVERY ACCOUNT OPENED IS JOURNALLED
      * LIKE A KEYBOARD CHANGE WOULD BE - THE OPERATOR COLUMN
      * CARRIES THE OPERATOR WHO REGISTERED THE CASE, ON WHOSE
      * AUTHORITY THE MASTER MOVED.
           SELECT AENDRINGS-JOURNAL ASSIGN TO "AendringsJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJOURNAL-STATUS.
      * THE SHARED CORRESPONDENCE LOG - ONE ROW PER STATEMENT THIS
      * RUN SENDS. SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "OphaevJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPHAEVELSER.
       01 SAG-REC.
           COPY "OPHAEVELSER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD STAAENDE-ORDRER.
       01 ORDRE-REC.
           COPY "STAAENDEORDRER.cpy".
       FD BS-MANDATER.
       01 MANDAT-REC.
           COPY "BSMANDATER.cpy".
       FD KORT-REGISTER.
       01 KORT-REC.
           COPY "KORT.cpy".
       FD OPHAEV-OPGOERELSER.
       01 OPGOERELSE-RECORD.
           02  OPGOERELSE-LINE      PIC X(100) VALUE SPACES.
       FD OPHAEV-AFVIGELSER.
       01 AFVIGELSE-RECORD.
           02  AFVIGELSE-LINE       PIC X(100) VALUE SPACES.
       FD AENDRINGS-JOURNAL.
       01 JOURNAL-REC.
           COPY "AENDRINGSJOURNAL.cpy".
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "OPHAEVAFV".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RUN-ID                PIC X(16) VALUE SPACES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-SAG-STATUS            PIC XX VALUE "00".
       01  WS-KONTO-STATUS          PIC XX VALUE "00".
       01  WS-ORDRE-STATUS          PIC XX VALUE "00".
       01  WS-MANDAT-STATUS         PIC XX VALUE "00".
       01  WS-KORT-STATUS           PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  WS-AJOURNAL-STATUS       PIC XX VALUE "00".
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
       01  EOF-SAG                  PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  EOF-ORDRE                PIC X VALUE "N".
       01  EOF-MANDAT               PIC X VALUE "N".
       01  EOF-KORT                 PIC X VALUE "N".
       01  SAG-AR OCCURS 200 TIMES.
           COPY "OPHAEVELSER.cpy".
       01  ANTAL-SAGER              PIC 9(3) VALUE ZEROES.
       01  WS-SAG-IX                PIC 9(3).
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  KONTO-REG-AR OCCURS 999 TIMES.
           02  KRA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KRA-REG-NR           PIC 9(4) VALUE ZEROES.
       01  ANTAL-REG                PIC 9(4) VALUE ZEROES.
       01  WS-REG-IX                PIC 9(4).
       01  WS-REG-FOUND             PIC X VALUE "N".
       01  ORDRE-AR OCCURS 999 TIMES.
           COPY "STAAENDEORDRER.cpy".
       01  ANTAL-ORDRER             PIC 9(3) VALUE ZEROES.
       01  WS-ORDRE-IX              PIC 9(3).
       01  WS-ORDRER-AENDRET        PIC X VALUE "N".
       01  MANDAT-AR OCCURS 999 TIMES.
           COPY "BSMANDATER.cpy".
       01  ANTAL-MANDATER           PIC 9(3) VALUE ZEROES.
       01  WS-MANDAT-IX             PIC 9(3).
       01  WS-MANDATER-AENDRET      PIC X VALUE "N".
       01  KORT-AR OCCURS 999 TIMES.
           COPY "KORT.cpy".
       01  ANTAL-KORT               PIC 9(3) VALUE ZEROES.
       01  WS-KORT-IX               PIC 9(3).
       01  WS-KORT-AENDRET          PIC X VALUE "N".
      * THE JOINT ACCOUNT AS IT STOOD BEFORE THE SPLIT - THE OLD-
      * VALUE SIDE OF THE JOURNAL LINES, AND THE TEMPLATE A NEW
      * DESTINATION ACCOUNT TAKES ITS VALUTA AND STATEMENT CYCLE
      * FROM.
       01  FAELLES-KONTO-REC.
           COPY "KONTOOPL.cpy".
       01  WS-FAELLES-REG-NR        PIC 9(4) VALUE ZEROES.
       01  WS-KONTO-FUNDET          PIC X VALUE "N".
       01  WS-AFVIST                PIC X VALUE "N".
       01  WS-AFVIGELSE-TEKST       PIC X(60) VALUE SPACES.
      * SPLIT ARITHMETIC FOR ONE CASE. EVERY DEPARTING HOLDER'S
      * SHARE IS ROUNDED TO THE OERE; THE REMAINING HOLDER KEEPS
      * WHAT IS LEFT, SO THE ROUNDING LANDS ON THEM - UNLESS THEIR
      * OWN SHARE IS ZERO, IN WHICH CASE THE LAST DEPARTING HOLDER
      * TAKES THE REMAINDER AND THE ACCOUNT LANDS EXACTLY ON ZERO.
       01  WS-SALDO                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-UDBETALT              PIC S9(11)V99 VALUE ZEROES.
       01  WS-REST                  PIC S9(11)V99 VALUE ZEROES.
       01  WS-ANDEL-BELOB           PIC S9(11)V99 VALUE ZEROES.
       01  ANDEL-BELOB-AR OCCURS 3 TIMES
                                    PIC S9(11)V99 VALUE ZEROES.
       01  WS-IX                    PIC 9 VALUE ZEROES.
       01  WS-IX2                   PIC 9 VALUE ZEROES.
       01  WS-BEHOLDER              PIC 9 VALUE ZEROES.
       01  WS-SIDSTE-AFGAAENDE      PIC 9 VALUE ZEROES.
       01  WS-T-IX                  PIC 9(2) VALUE ZEROES.
       01  WS-MAAL-KONTO-ID         PIC X(10) VALUE SPACES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-BELOB-DISPLAY         PIC -(11)9.99.
       01  WS-POSTER-KONTO-ID       PIC X(10) VALUE SPACES.
       01  WS-POSTER-KUNDE-ID       PIC X(10) VALUE SPACES.
       01  WS-POSTER-REG-NR         PIC 9(4) VALUE ZEROES.
       01  WS-POSTER-TEKST          PIC X(40) VALUE SPACES.
       01  WS-NAVN                  PIC X(41) VALUE SPACES.
       01  WS-ADRESSE-LINJE         PIC X(80) VALUE SPACES.
      * MASTER-FILE CHANGE JOURNAL - SEE SKRIV-JOURNAL-LINJE.
       01  WS-JOURNAL-TID           PIC X(19) VALUE SPACES.
       01  WS-J-TID-RAW             PIC 9(8) VALUE ZEROES.
       01  WS-J-NOEGLE              PIC X(10) VALUE SPACES.
       01  WS-J-FELT                PIC X(15) VALUE SPACES.
       01  WS-J-GAMMEL              PIC X(40) VALUE SPACES.
       01  WS-J-NY                  PIC X(40) VALUE SPACES.
       01  WS-J-BELOB               PIC -(7)9.99.
       01  WS-AJ-LOEBENR            PIC 9(9) VALUE ZEROES.
       01  WS-AJ-KSUM               PIC 9(9) VALUE ZEROES.
      * ONE CORRESPONDENCE LOG ROW - SEE SKRIV-KORRESPONDANCE.
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

      * SETTLES EVERY OPEN DISSOLUTION CASE: NEW DESTINATION
      * ACCOUNTS OPENED, ONE TRANSFER PER DEPARTING HOLDER IN THE
      * REGISTERED SHARES, EVERY STANDING ORDER, MANDATE AND CARD
      * RE-POINTED TO THE ACCOUNT OF THE HOLDER WHO KEEPS IT, THE
      * JOINT ACCOUNT LEFT WITH ITS ONE REMAINING HOLDER AS PRIMAER,
      * AND A CLOSING STATEMENT TO EVERY FORMER HOLDER. A CASE WHOSE
      * ACCOUNT NO LONGER MATCHES WHAT WAS REGISTERED IS PASSED OVER
      * WHOLE - NOTHING IS HALF-SPLIT.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-SAGER
           IF ANTAL-SAGER = ZEROES
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-REG-NR-TABEL
           PERFORM LOAD-ORDRER
           PERFORM LOAD-MANDATER
           PERFORM LOAD-KORT
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
           END-IF
           PERFORM SKRIV-JOURNAL-START
           OPEN EXTEND TRANSAKTIONER
           OPEN OUTPUT OPHAEV-OPGOERELSER
           OPEN OUTPUT OPHAEV-AFVIGELSER
           OPEN I-O KONTOOPLYSNINGER
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               IF OH-STATUS OF SAG-AR(WS-SAG-IX) = "AABEN"
                   ADD 1 TO WS-RECS-IN
                   PERFORM AFVIKL-SAG THRU AFVIKL-SAG-EXIT
               END-IF
           END-PERFORM
           CLOSE KONTOOPLYSNINGER
           CLOSE OPHAEV-AFVIGELSER
           CLOSE OPHAEV-OPGOERELSER
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           IF WS-ORDRER-AENDRET = "Y"
               PERFORM GEM-ORDRER
           END-IF
           IF WS-MANDATER-AENDRET = "Y"
               PERFORM GEM-MANDATER
           END-IF
           IF WS-KORT-AENDRET = "Y"
               PERFORM GEM-KORT
           END-IF
           PERFORM GEM-SAGER
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
           MOVE WS-DAGS-DATO TO WS-TIDSPUNKT(1:10)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-RUN-START-TIME(1:2) TO WS-TIDSPUNKT(12:2)
           MOVE ":" TO WS-TIDSPUNKT(14:1)
           MOVE WS-RUN-START-TIME(3:2) TO WS-TIDSPUNKT(15:2)
           MOVE ":" TO WS-TIDSPUNKT(17:1)
           MOVE WS-RUN-START-TIME(5:2) TO WS-TIDSPUNKT(18:2).

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
               "  SAGER " DELIMITED BY SIZE
               WS-RECS-IN DELIMITED BY SIZE
               "  AFVIKLET " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       LOAD-SAGER.
           OPEN INPUT OPHAEVELSER
           IF WS-SAG-STATUS = "35"
               CONTINUE
           ELSE
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

       LOAD-REG-NR-TABEL.
           OPEN INPUT TRANSAKTIONER
           PERFORM UNTIL EOF-TRANS = "Y"
               READ TRANSAKTIONER INTO TRANSAKTION-REC
                   AT END
                       MOVE "Y" TO EOF-TRANS
                   NOT AT END
                       PERFORM NOTER-REG-NR
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER.

       NOTER-REG-NR.
           MOVE "N" TO WS-REG-FOUND
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX)
                       = KONTO-ID OF TRANSAKTION-REC
                   MOVE REG-NR OF TRANSAKTION-REC
                       TO KRA-REG-NR(WS-REG-IX)
                   MOVE "Y" TO WS-REG-FOUND
               END-IF
           END-PERFORM
           IF WS-REG-FOUND = "N"
               ADD 1 TO ANTAL-REG
               MOVE KONTO-ID OF TRANSAKTION-REC
                   TO KRA-KONTO-ID(ANTAL-REG)
               MOVE REG-NR OF TRANSAKTION-REC
                   TO KRA-REG-NR(ANTAL-REG)
           END-IF.

       LOAD-ORDRER.
           OPEN INPUT STAAENDE-ORDRER
           IF WS-ORDRE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-ORDRE = "Y"
                   READ STAAENDE-ORDRER
                       AT END
                           MOVE "Y" TO EOF-ORDRE
                       NOT AT END
                           ADD 1 TO ANTAL-ORDRER
                           MOVE ORDRE-REC TO ORDRE-AR(ANTAL-ORDRER)
                   END-READ
               END-PERFORM
               CLOSE STAAENDE-ORDRER
           END-IF.

       LOAD-MANDATER.
           OPEN INPUT BS-MANDATER
           IF WS-MANDAT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-MANDAT = "Y"
                   READ BS-MANDATER
                       AT END
                           MOVE "Y" TO EOF-MANDAT
                       NOT AT END
                           ADD 1 TO ANTAL-MANDATER
                           MOVE MANDAT-REC
                               TO MANDAT-AR(ANTAL-MANDATER)
                   END-READ
               END-PERFORM
               CLOSE BS-MANDATER
           END-IF.

       LOAD-KORT.
           OPEN INPUT KORT-REGISTER
           IF WS-KORT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KORT = "Y"
                   READ KORT-REGISTER
                       AT END
                           MOVE "Y" TO EOF-KORT
                       NOT AT END
                           ADD 1 TO ANTAL-KORT
                           MOVE KORT-REC TO KORT-AR(ANTAL-KORT)
                   END-READ
               END-PERFORM
               CLOSE KORT-REGISTER
           END-IF.

       SLAA-KONTO-OP.
           MOVE "N" TO WS-KONTO-FUNDET
           READ KONTOOPLYSNINGER KEY IS KONTO-ID OF KONTOOPL-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-FUNDET
           END-READ.

      * ONE OPEN CASE. THE JOINT ACCOUNT MUST STILL BE ACTIVE, IN
      * CREDIT, AND HELD BY EXACTLY THE HOLDERS REGISTERED; EVERY
      * NOMINATED DESTINATION MUST STILL BE OPEN AND EVERY NEW
      * KONTO-ID STILL FREE. ONLY THEN DOES ANYTHING MOVE.
       AFVIKL-SAG.
           MOVE "N" TO WS-AFVIST
           MOVE OH-KONTO-ID OF SAG-AR(WS-SAG-IX)
               TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF WS-KONTO-FUNDET = "N"
               MOVE "FAELLESKONTOEN FINDES IKKE" TO WS-AFVIGELSE-TEKST
               GO TO AFVIKL-SAG-AFVIS
           END-IF
           IF KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
               MOVE "FAELLESKONTOEN ER IKKE AKTIV" TO WS-AFVIGELSE-TEKST
               GO TO AFVIKL-SAG-AFVIS
           END-IF
           IF BALANCE OF KONTOOPL-IN < ZEROES
               MOVE "KONTOEN STAAR I OVERTRAEK - GAELD DELES IKKE HER"
                   TO WS-AFVIGELSE-TEKST
               GO TO AFVIKL-SAG-AFVIS
           END-IF
           MOVE KONTOOPL-IN TO FAELLES-KONTO-REC
           PERFORM KONTROLLER-INDEHAVERE
           IF WS-AFVIST = "Y"
               GO TO AFVIKL-SAG-AFVIS
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >
                       OH-ANTAL-INDEHAVERE OF SAG-AR(WS-SAG-IX)
                   OR WS-AFVIST = "Y"
               IF WS-IX NOT = OH-BEHOLDER-IX OF SAG-AR(WS-SAG-IX)
                   PERFORM KONTROLLER-MODTAGER
               END-IF
           END-PERFORM
           IF WS-AFVIST = "Y"
               GO TO AFVIKL-SAG-AFVIS
           END-IF

           MOVE OH-BEHOLDER-IX OF SAG-AR(WS-SAG-IX) TO WS-BEHOLDER
           MOVE BALANCE OF FAELLES-KONTO-REC TO WS-SALDO
           MOVE ZEROES TO WS-FAELLES-REG-NR
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX)
                       = OH-KONTO-ID OF SAG-AR(WS-SAG-IX)
                   MOVE KRA-REG-NR(WS-REG-IX) TO WS-FAELLES-REG-NR
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >
                       OH-ANTAL-INDEHAVERE OF SAG-AR(WS-SAG-IX)
               IF WS-IX NOT = WS-BEHOLDER
                   AND OI-NY-KONTO OF SAG-AR(WS-SAG-IX, WS-IX) = "J"
                   PERFORM OPRET-NY-KONTO
               END-IF
           END-PERFORM
           PERFORM FORDEL-SALDO
           PERFORM FLYT-TILDELINGER
           PERFORM OPDATER-FAELLESKONTO
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >
                       OH-ANTAL-INDEHAVERE OF SAG-AR(WS-SAG-IX)
               PERFORM SKRIV-OPGOERELSE
           END-PERFORM
           MOVE "AFSLUTTET" TO OH-STATUS OF SAG-AR(WS-SAG-IX)
           MOVE WS-DAGS-DATO TO OH-AFSLUTTET-DATO OF SAG-AR(WS-SAG-IX)
           ADD 1 TO WS-RECS-OUT
           GO TO AFVIKL-SAG-EXIT.

       AFVIKL-SAG-AFVIS.
           MOVE SPACES TO AFVIGELSE-RECORD
           STRING "SAG " DELIMITED BY SIZE
               OH-SAG-NR OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " KONTO " DELIMITED BY SIZE
               OH-KONTO-ID OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-AFVIGELSE-TEKST DELIMITED BY SIZE
               INTO AFVIGELSE-RECORD
           WRITE AFVIGELSE-RECORD.

       AFVIKL-SAG-EXIT.
           EXIT.

      * THE MASTER'S HOLDERS - PRIMARY FIRST, THEN THE
      * MEDINDEHAVERE IN ORDER - MUST BE THE ONES THE CASE NAMES.
      * A HOLDER ADDED OR REMOVED SINCE REGISTRATION MEANS THE
      * CONSENT OR THE SHARES MAY NO LONGER HOLD.
       KONTROLLER-INDEHAVERE.
           IF OH-ANTAL-INDEHAVERE OF SAG-AR(WS-SAG-IX)
                   NOT = ANTAL-MEDINDEHAVERE OF FAELLES-KONTO-REC + 1
               OR OI-KUNDE-ID OF SAG-AR(WS-SAG-IX, 1)
                   NOT = KUNDE-ID OF FAELLES-KONTO-REC
               MOVE "Y" TO WS-AFVIST
           ELSE
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX >
                           ANTAL-MEDINDEHAVERE OF FAELLES-KONTO-REC
                   COMPUTE WS-IX2 = WS-IX + 1
                   IF MI-KUNDE-ID OF FAELLES-KONTO-REC(WS-IX)
                           NOT = OI-KUNDE-ID OF
                               SAG-AR(WS-SAG-IX, WS-IX2)
                       MOVE "Y" TO WS-AFVIST
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AFVIST = "Y"
               MOVE "INDEHAVERNE ER AENDRET SIDEN REGISTRERINGEN"
                   TO WS-AFVIGELSE-TEKST
           END-IF.

       KONTROLLER-MODTAGER.
           MOVE OI-KONTO-ID OF SAG-AR(WS-SAG-IX, WS-IX)
               TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           IF OI-NY-KONTO OF SAG-AR(WS-SAG-IX, WS-IX) = "J"
               IF WS-KONTO-FUNDET = "Y"
                   MOVE "Y" TO WS-AFVIST
                   MOVE "NY KONTOS KONTO-ID ER TAGET I MELLEMTIDEN"
                       TO WS-AFVIGELSE-TEKST
               END-IF
           ELSE
               IF WS-KONTO-FUNDET = "N"
                   OR KONTO-STATUS OF KONTOOPL-IN NOT = "AKTIV"
                   MOVE "Y" TO WS-AFVIST
                   MOVE "EN MODTAGERKONTO ER IKKE LAENGERE AKTIV"
                       TO WS-AFVIGELSE-TEKST
               END-IF
           END-IF.

      * A DEPARTING HOLDER'S NEW ACCOUNT - AN ORDINARY SOLE ACCOUNT
      * IN THE JOINT ACCOUNT'S VALUTA AND STATEMENT CYCLE, HELD BY
      * THEM AS PRIMAER. THE HOLDER IS ALREADY A KNOWN, IDENTIFIED
      * CUSTOMER ON THE JOINT ACCOUNT; THE MONEY ARRIVES BY THE
      * SPLIT'S CREDIT LEG, NOT AS AN OPENING BALANCE.
       OPRET-NY-KONTO.
           MOVE SPACES TO KONTOOPL-IN
           MOVE OI-KUNDE-ID OF SAG-AR(WS-SAG-IX, WS-IX)
               TO KUNDE-ID OF KONTOOPL-IN
           MOVE OI-KONTO-ID OF SAG-AR(WS-SAG-IX, WS-IX)
               TO KONTO-ID OF KONTOOPL-IN
           MOVE OI-NY-KONTONUMMER OF SAG-AR(WS-SAG-IX, WS-IX)
               TO KONTONUMMER OF KONTOOPL-IN
           MOVE ZEROES TO BALANCE OF KONTOOPL-IN
           MOVE VALUTAKODE OF FAELLES-KONTO-REC
               TO VALUTAKODE OF KONTOOPL-IN
           MOVE "PRIMAER" TO KUNDE-ROLLE OF KONTOOPL-IN
           MOVE ZEROES TO ANTAL-MEDINDEHAVERE OF KONTOOPL-IN
           MOVE "AKTIV" TO KONTO-STATUS OF KONTOOPL-IN
           MOVE ZEROES TO INDLAAN-TERMIN OF KONTOOPL-IN
           MOVE ZEROES TO INDLAAN-SATS OF KONTOOPL-IN
           MOVE "N" TO INDLAAN-FORNY OF KONTOOPL-IN
           MOVE ZEROES TO BOERNE-FRIGIV-ALDER OF KONTOOPL-IN
           MOVE UDSKRIFT-CYKLUS OF FAELLES-KONTO-REC
               TO UDSKRIFT-CYKLUS OF KONTOOPL-IN
           WRITE KONTOOPL-IN
               INVALID KEY
                   DISPLAY "OPHAEVAFV: KONTO-ID FINDES ALLEREDE: "
                       KONTO-ID OF KONTOOPL-IN
               NOT INVALID KEY
                   MOVE KONTO-ID OF KONTOOPL-IN TO WS-J-NOEGLE
                   MOVE "KONTO-OPRETTET" TO WS-J-FELT
                   MOVE SPACES TO WS-J-GAMMEL
                   MOVE SPACES TO WS-J-NY
                   STRING "OPHAEVELSE " DELIMITED BY SIZE
                       OH-SAG-NR OF SAG-AR(WS-SAG-IX)
                           DELIMITED BY SIZE
                       " FRA " DELIMITED BY SIZE
                       OH-KONTO-ID OF SAG-AR(WS-SAG-IX)
                           DELIMITED BY SIZE
                       INTO WS-J-NY
                   PERFORM SKRIV-JOURNAL-LINJE
           END-WRITE.

      * THE TRANSFER LEGS - ONE DEBIT ON THE JOINT ACCOUNT AND ONE
      * CREDIT ON THE DESTINATION PER DEPARTING HOLDER WITH A
      * SHARE. WHAT IS LEFT STAYS WITH THE REMAINING HOLDER.
       FORDEL-SALDO.
           MOVE ZEROES TO WS-UDBETALT
           MOVE ZEROES TO WS-SIDSTE-AFGAAENDE
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3
               MOVE ZEROES TO ANDEL-BELOB-AR(WS-IX)
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >
                       OH-ANTAL-INDEHAVERE OF SAG-AR(WS-SAG-IX)
               IF WS-IX NOT = WS-BEHOLDER
                   AND OI-ANDEL-PCT OF SAG-AR(WS-SAG-IX, WS-IX)
                       > ZEROES
                   MOVE WS-IX TO WS-SIDSTE-AFGAAENDE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX >
                       OH-ANTAL-INDEHAVERE OF SAG-AR(WS-SAG-IX)
               IF WS-IX NOT = WS-BEHOLDER
                   AND OI-ANDEL-PCT OF SAG-AR(WS-SAG-IX, WS-IX)
                       > ZEROES
                   IF WS-IX = WS-SIDSTE-AFGAAENDE
                       AND OI-ANDEL-PCT OF
                           SAG-AR(WS-SAG-IX, WS-BEHOLDER) = ZEROES
                       COMPUTE WS-ANDEL-BELOB =
                           WS-SALDO - WS-UDBETALT
                   ELSE
                       COMPUTE WS-ANDEL-BELOB ROUNDED =
                           (WS-SALDO * OI-ANDEL-PCT OF
                               SAG-AR(WS-SAG-IX, WS-IX)) / 100
                   END-IF
                   ADD WS-ANDEL-BELOB TO WS-UDBETALT
                   MOVE WS-ANDEL-BELOB TO ANDEL-BELOB-AR(WS-IX)
                   IF WS-ANDEL-BELOB NOT = ZEROES
                       PERFORM POSTER-ANDEL
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-REST = WS-SALDO - WS-UDBETALT
           MOVE WS-REST TO ANDEL-BELOB-AR(WS-BEHOLDER).

       POSTER-ANDEL.
           MOVE OH-KONTO-ID OF SAG-AR(WS-SAG-IX) TO WS-POSTER-KONTO-ID
           MOVE KUNDE-ID OF FAELLES-KONTO-REC TO WS-POSTER-KUNDE-ID
           MOVE WS-FAELLES-REG-NR TO WS-POSTER-REG-NR
           MOVE SPACES TO WS-POSTER-TEKST
           STRING "OPHAEVELSE - ANDEL TIL " DELIMITED BY SIZE
               OI-KONTO-ID OF SAG-AR(WS-SAG-IX, WS-IX)
                   DELIMITED BY SIZE
               INTO WS-POSTER-TEKST
           COMPUTE WS-POST-BELOB = 0 - WS-ANDEL-BELOB
           PERFORM SKRIV-TRANSAKTION
           MOVE OI-KONTO-ID OF SAG-AR(WS-SAG-IX, WS-IX)
               TO WS-POSTER-KONTO-ID
           MOVE OI-KUNDE-ID OF SAG-AR(WS-SAG-IX, WS-IX)
               TO WS-POSTER-KUNDE-ID
           MOVE WS-FAELLES-REG-NR TO WS-POSTER-REG-NR
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX) = WS-POSTER-KONTO-ID
                   MOVE KRA-REG-NR(WS-REG-IX) TO WS-POSTER-REG-NR
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-POSTER-TEKST
           STRING "OPHAEVELSE - ANDEL FRA " DELIMITED BY SIZE
               OH-KONTO-ID OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               INTO WS-POSTER-TEKST
           MOVE WS-ANDEL-BELOB TO WS-POST-BELOB
           PERFORM SKRIV-TRANSAKTION.

      * ONE LEG - ACCOUNT, HOLDER, REG-NR, TEXT AND AMOUNT SET BY
      * THE CALLER. THE HOLDER'S CPR AND NAME RIDE ALONG SO THE LEG
      * PASSES THE SAME VALIDATION AS EVERY OTHER POSTING.
       SKRIV-TRANSAKTION.
           MOVE SPACES TO TRANSAKTION-REC
           MOVE WS-POSTER-KONTO-ID TO KONTO-ID OF TRANSAKTION-REC
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = WS-POSTER-KUNDE-ID
                   MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-IX)
                       TO CPR OF TRANSAKTION-REC
                   STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-IX)
                           DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-IX)
                           DELIMITED BY "  "
                       INTO NAVN OF TRANSAKTION-REC
               END-IF
           END-PERFORM
           MOVE WS-POSTER-REG-NR TO REG-NR OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE "OPHAEVELSE" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE VALUTAKODE OF FAELLES-KONTO-REC
               TO VALUTA OF TRANSAKTION-REC
           MOVE ZEROES TO MODTAGER-REG-NR OF TRANSAKTION-REC
           MOVE WS-POSTER-TEKST TO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST.

      * EVERY ITEM GIVEN TO A DEPARTING HOLDER IS RE-POINTED TO
      * THAT HOLDER'S DESTINATION ACCOUNT; ITEMS THE REMAINING
      * HOLDER KEEPS STAY ON THE JOINT ACCOUNT AS THEY ARE.
       FLYT-TILDELINGER.
           PERFORM VARYING WS-T-IX FROM 1 BY 1
                   UNTIL WS-T-IX >
                       OH-ANTAL-TILDELINGER OF SAG-AR(WS-SAG-IX)
               MOVE OT-INDEHAVER-IX OF SAG-AR(WS-SAG-IX, WS-T-IX)
                   TO WS-IX
               IF WS-IX NOT = WS-BEHOLDER
                   MOVE OI-KONTO-ID OF SAG-AR(WS-SAG-IX, WS-IX)
                       TO WS-MAAL-KONTO-ID
                   EVALUATE OT-TYPE OF SAG-AR(WS-SAG-IX, WS-T-IX)
                       WHEN "ORDRE"
                           PERFORM FLYT-ORDRE
                       WHEN "MANDAT"
                           PERFORM FLYT-MANDAT
                       WHEN "KORT"
                           PERFORM FLYT-KORT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FLYT-ORDRE.
           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > ANTAL-ORDRER
               IF SO-KONTO-ID OF ORDRE-AR(WS-ORDRE-IX)
                       = OH-KONTO-ID OF SAG-AR(WS-SAG-IX)
                   AND SO-STATUS OF ORDRE-AR(WS-ORDRE-IX) = "AKTIV"
                   AND SO-MODTAGER-KONTO OF ORDRE-AR(WS-ORDRE-IX)
                       = OT-NOEGLE OF SAG-AR(WS-SAG-IX, WS-T-IX)
                   MOVE WS-MAAL-KONTO-ID
                       TO SO-KONTO-ID OF ORDRE-AR(WS-ORDRE-IX)
                   MOVE "Y" TO WS-ORDRER-AENDRET
               END-IF
           END-PERFORM.

       FLYT-MANDAT.
           PERFORM VARYING WS-MANDAT-IX FROM 1 BY 1
                   UNTIL WS-MANDAT-IX > ANTAL-MANDATER
               IF BM-KONTO-ID OF MANDAT-AR(WS-MANDAT-IX)
                       = OH-KONTO-ID OF SAG-AR(WS-SAG-IX)
                   AND BM-STATUS OF MANDAT-AR(WS-MANDAT-IX) = "AKTIV"
                   AND BM-KREDITOR-NR OF MANDAT-AR(WS-MANDAT-IX)
                       = OT-NOEGLE OF SAG-AR(WS-SAG-IX, WS-T-IX)
                   MOVE WS-MAAL-KONTO-ID
                       TO BM-KONTO-ID OF MANDAT-AR(WS-MANDAT-IX)
                   MOVE "Y" TO WS-MANDATER-AENDRET
               END-IF
           END-PERFORM.

       FLYT-KORT.
           PERFORM VARYING WS-KORT-IX FROM 1 BY 1
                   UNTIL WS-KORT-IX > ANTAL-KORT
               IF KT-KONTO-ID OF KORT-AR(WS-KORT-IX)
                       = OH-KONTO-ID OF SAG-AR(WS-SAG-IX)
                   AND KT-KORTNUMMER OF KORT-AR(WS-KORT-IX)
                       = OT-NOEGLE OF SAG-AR(WS-SAG-IX, WS-T-IX)
                   MOVE WS-MAAL-KONTO-ID
                       TO KT-KONTO-ID OF KORT-AR(WS-KORT-IX)
                   MOVE "Y" TO WS-KORT-AENDRET
               END-IF
           END-PERFORM.

      * THE JOINT ACCOUNT BECOMES THE REMAINING HOLDER'S SOLE
      * ACCOUNT: THEY ARE THE PRIMAER HOLDER, THE MEDINDEHAVERE ARE
      * CLEARED, AND THE BALANCE IS WHAT THE SPLIT LEFT - THE SAME
      * WAY BOAFVIKLING SETS THE BALANCE OF THE ACCOUNT IT SETTLES.
       OPDATER-FAELLESKONTO.
           MOVE OH-KONTO-ID OF SAG-AR(WS-SAG-IX)
               TO KONTO-ID OF KONTOOPL-IN
           PERFORM SLAA-KONTO-OP
           MOVE OI-KUNDE-ID OF SAG-AR(WS-SAG-IX, WS-BEHOLDER)
               TO KUNDE-ID OF KONTOOPL-IN
           MOVE "PRIMAER" TO KUNDE-ROLLE OF KONTOOPL-IN
           MOVE ZEROES TO ANTAL-MEDINDEHAVERE OF KONTOOPL-IN
           MOVE SPACES TO MEDINDEHAVER OF KONTOOPL-IN(1)
           MOVE SPACES TO MEDINDEHAVER OF KONTOOPL-IN(2)
           MOVE WS-REST TO BALANCE OF KONTOOPL-IN
           REWRITE KONTOOPL-IN
           MOVE KONTO-ID OF KONTOOPL-IN TO WS-J-NOEGLE
           IF KUNDE-ID OF KONTOOPL-IN
                   NOT = KUNDE-ID OF FAELLES-KONTO-REC
               MOVE "KUNDE-ID" TO WS-J-FELT
               MOVE KUNDE-ID OF FAELLES-KONTO-REC TO WS-J-GAMMEL
               MOVE KUNDE-ID OF KONTOOPL-IN TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
           END-IF
           MOVE "MEDINDEHAVERE" TO WS-J-FELT
           MOVE SPACES TO WS-J-GAMMEL
           STRING MI-KUNDE-ID OF FAELLES-KONTO-REC(1)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MI-KUNDE-ID OF FAELLES-KONTO-REC(2)
                   DELIMITED BY SIZE
               INTO WS-J-GAMMEL
           MOVE SPACES TO WS-J-NY
           PERFORM SKRIV-JOURNAL-LINJE
           IF BALANCE OF KONTOOPL-IN
                   NOT = BALANCE OF FAELLES-KONTO-REC
               MOVE "BALANCE" TO WS-J-FELT
               MOVE BALANCE OF FAELLES-KONTO-REC TO WS-J-BELOB
               MOVE WS-J-BELOB TO WS-J-GAMMEL
               MOVE BALANCE OF KONTOOPL-IN TO WS-J-BELOB
               MOVE WS-J-BELOB TO WS-J-NY
               PERFORM SKRIV-JOURNAL-LINJE
           END-IF.

      * ONE FORMER HOLDER'S CLOSING STATEMENT: THE SPLIT AS A
      * WHOLE, THEIR SHARE AND WHERE IT WENT, AND THE STANDING
      * ORDERS, MANDATES AND CARDS THAT NOW SIT WITH THEM.
       SKRIV-OPGOERELSE.
           MOVE ZEROES TO WS-KUNDE-MATCH-IX
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = OI-KUNDE-ID OF SAG-AR(WS-SAG-IX, WS-IX)
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-NAVN
           MOVE SPACES TO WS-ADRESSE-LINJE
           IF WS-KUNDE-MATCH-IX > ZEROES
               STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY "  "
                   INTO WS-NAVN
               STRING VEJNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   HUSNR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   POSTNR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BYNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY "  "
                   INTO WS-ADRESSE-LINJE
           END-IF
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "OPGOERELSE VED OPHAEVELSE AF FAELLESKONTO "
                   DELIMITED BY SIZE
               OH-KONTO-ID OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " - SAG " DELIMITED BY SIZE
               OH-SAG-NR OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING OI-KUNDE-ID OF SAG-AR(WS-SAG-IX, WS-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NAVN DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE WS-ADRESSE-LINJE TO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           IF OH-GRUNDLAG OF SAG-AR(WS-SAG-IX) = "DOM"
               STRING "GRUNDLAG: DOM " DELIMITED BY SIZE
                   OH-DOM-REF OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
                   INTO OPGOERELSE-RECORD
           ELSE
               MOVE "GRUNDLAG: SAMTYKKE FRA ALLE INDEHAVERE"
                   TO OPGOERELSE-RECORD
           END-IF
           WRITE OPGOERELSE-RECORD
           MOVE WS-SALDO TO WS-BELOB-DISPLAY
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "SALDO VED OPHAEVELSE: " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUTAKODE OF FAELLES-KONTO-REC DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE ANDEL-BELOB-AR(WS-IX) TO WS-BELOB-DISPLAY
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "DIN ANDEL: " DELIMITED BY SIZE
               OI-ANDEL-PCT OF SAG-AR(WS-SAG-IX, WS-IX)
                   DELIMITED BY SIZE
               " PCT = " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUTAKODE OF FAELLES-KONTO-REC DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           IF WS-IX = WS-BEHOLDER
               STRING "DU ER NU ENEINDEHAVER AF KONTO "
                       DELIMITED BY SIZE
                   OH-KONTO-ID OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
                   INTO OPGOERELSE-RECORD
           ELSE
               IF OI-NY-KONTO OF SAG-AR(WS-SAG-IX, WS-IX) = "J"
                   STRING "OVERFOERT TIL DIN NYE KONTO "
                           DELIMITED BY SIZE
                       OI-KONTO-ID OF SAG-AR(WS-SAG-IX, WS-IX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OI-NY-KONTONUMMER OF SAG-AR(WS-SAG-IX, WS-IX)
                           DELIMITED BY SIZE
                       INTO OPGOERELSE-RECORD
               ELSE
                   STRING "OVERFOERT TIL DIN KONTO " DELIMITED BY SIZE
                       OI-KONTO-ID OF SAG-AR(WS-SAG-IX, WS-IX)
                           DELIMITED BY SIZE
                       INTO OPGOERELSE-RECORD
               END-IF
           END-IF
           WRITE OPGOERELSE-RECORD
           PERFORM VARYING WS-T-IX FROM 1 BY 1
                   UNTIL WS-T-IX >
                       OH-ANTAL-TILDELINGER OF SAG-AR(WS-SAG-IX)
               IF OT-INDEHAVER-IX OF SAG-AR(WS-SAG-IX, WS-T-IX)
                       = WS-IX
                   PERFORM SKRIV-OPGOERELSE-POST
               END-IF
           END-PERFORM
           MOVE SPACES TO OPGOERELSE-RECORD
           STRING "OPGJORT " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE SPACES TO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD
           MOVE OI-KUNDE-ID OF SAG-AR(WS-SAG-IX, WS-IX) TO WS-KL-KUNDE
           MOVE "OPHAEVELSE" TO WS-KL-TYPE
           MOVE "PAPIR" TO WS-KL-KANAL
           MOVE SPACES TO WS-KL-KILDE
           STRING "OphaevelsesOpgoerelser.txt SAG " DELIMITED BY SIZE
               OH-SAG-NR OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               INTO WS-KL-KILDE
           PERFORM SKRIV-KORRESPONDANCE.

       SKRIV-OPGOERELSE-POST.
           MOVE SPACES TO OPGOERELSE-RECORD
           EVALUATE OT-TYPE OF SAG-AR(WS-SAG-IX, WS-T-IX)
               WHEN "ORDRE"
                   STRING "  STAAENDE ORDRE TIL " DELIMITED BY SIZE
                       OT-NOEGLE OF SAG-AR(WS-SAG-IX, WS-T-IX)
                           DELIMITED BY SIZE
                       INTO OPGOERELSE-RECORD
               WHEN "MANDAT"
                   STRING "  BS-MANDAT KREDITOR " DELIMITED BY SIZE
                       OT-NOEGLE OF SAG-AR(WS-SAG-IX, WS-T-IX)
                           DELIMITED BY SIZE
                       INTO OPGOERELSE-RECORD
               WHEN "KORT"
                   STRING "  KORT NR. SLUTTENDE PAA " DELIMITED BY SIZE
                       OT-NOEGLE OF SAG-AR(WS-SAG-IX, WS-T-IX)(13:4)
                           DELIMITED BY SIZE
                       INTO OPGOERELSE-RECORD
           END-EVALUATE
           MOVE SPACES TO WS-ADRESSE-LINJE
           STRING OPGOERELSE-LINE(1:50) DELIMITED BY SIZE
               " - PAA KONTO " DELIMITED BY SIZE
               OI-KONTO-ID OF SAG-AR(WS-SAG-IX, WS-IX)
                   DELIMITED BY SIZE
               INTO WS-ADRESSE-LINJE
           MOVE WS-ADRESSE-LINJE TO OPGOERELSE-RECORD
           WRITE OPGOERELSE-RECORD.

       GEM-SAGER.
           OPEN OUTPUT OPHAEVELSER
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               MOVE SAG-AR(WS-SAG-IX) TO SAG-REC
               WRITE SAG-REC
           END-PERFORM
           CLOSE OPHAEVELSER.

       GEM-ORDRER.
           OPEN OUTPUT STAAENDE-ORDRER
           PERFORM VARYING WS-ORDRE-IX FROM 1 BY 1
                   UNTIL WS-ORDRE-IX > ANTAL-ORDRER
               MOVE ORDRE-AR(WS-ORDRE-IX) TO ORDRE-REC
               WRITE ORDRE-REC
           END-PERFORM
           CLOSE STAAENDE-ORDRER.

       GEM-MANDATER.
           OPEN OUTPUT BS-MANDATER
           PERFORM VARYING WS-MANDAT-IX FROM 1 BY 1
                   UNTIL WS-MANDAT-IX > ANTAL-MANDATER
               MOVE MANDAT-AR(WS-MANDAT-IX) TO MANDAT-REC
               WRITE MANDAT-REC
           END-PERFORM
           CLOSE BS-MANDATER.

       GEM-KORT.
           OPEN OUTPUT KORT-REGISTER
           PERFORM VARYING WS-KORT-IX FROM 1 BY 1
                   UNTIL WS-KORT-IX > ANTAL-KORT
               MOVE KORT-AR(WS-KORT-IX) TO KORT-REC
               WRITE KORT-REC
           END-PERFORM
           CLOSE KORT-REGISTER.

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

      * ONE FIELD-LEVEL CHANGE ON THE MASTER-FILE CHANGE JOURNAL -
      * CALLER FILLS WS-J-NOEGLE, WS-J-FELT, WS-J-GAMMEL AND WS-J-NY.
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
           MOVE OH-OPRETTET-AF OF SAG-AR(WS-SAG-IX)
               TO AJ-OPERATOR OF JOURNAL-REC
           MOVE WS-J-NOEGLE TO AJ-NOEGLE OF JOURNAL-REC
           MOVE WS-J-FELT TO AJ-FELT OF JOURNAL-REC
           MOVE WS-J-GAMMEL TO AJ-GAMMEL OF JOURNAL-REC
           MOVE WS-J-NY TO AJ-NY OF JOURNAL-REC
           PERFORM KSUM-AJ-REC
           WRITE JOURNAL-REC
           CLOSE AENDRINGS-JOURNAL.

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

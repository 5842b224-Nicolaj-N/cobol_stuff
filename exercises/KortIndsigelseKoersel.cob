       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CARD DISPUTE REGISTER - EACH CASE MOVES ONE STEP PER RUN
      * AND IS WRITTEN BACK IN THE SNAPSHOT-AND-REWRITE.
           SELECT KORT-INDSIGELSER ASSIGN TO "KortIndsigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDSIG-STATUS.
      * READ FOR THE ORIGINAL ROW'S DETAILS, THEN REOPENED EXTEND
      * FOR THE CREDIT OR RE-DEBIT - SAME SHAPE AS BSINDSIGELSE-
      * KOERSEL.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CHARGEBACK FILE TO THE CARD SCHEME - ONE ROW PER CASE
      * SENT, QUOTING CARD, MERCHANT, PURCHASE AND REASON.
           SELECT CHARGEBACK-UD ASSIGN TO "KortChargebackUd.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UD-STATUS.
      * THE OPEN CASES WITH THEIR AGE AND SCHEME DEADLINE - THE
      * MORNING REPORT COUNTS THIS FILE UNTIL THE CASES RESOLVE.
           SELECT INDSIGELSER-AABNE
               ASSIGN TO "KortIndsigelserAabne.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL
               ASSIGN TO "KortIndsigelseJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KORT-INDSIGELSER.
       01 INDSIGELSE-REC.
           COPY "KORTINDSIGELSER.cpy".
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD CHARGEBACK-UD.
       01 UD-RECORD.
           02  UD-LINE              PIC X(150) VALUE SPACES.
       FD INDSIGELSER-AABNE.
       01 AABEN-RECORD.
           02  AABEN-LINE           PIC X(150) VALUE SPACES.
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
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "KORTINDS".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RUN-ID                PIC X(16) VALUE SPACES.
       01  WS-TIDSPUNKT             PIC X(19) VALUE SPACES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-DAGS-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-INDSIG-STATUS         PIC XX VALUE "00".
       01  WS-UD-STATUS             PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-INDSIG               PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
      * THE SCHEME'S DEADLINE FOR THE MERCHANT'S REPRESENTMENT, IN
      * DAYS FROM THE DAY THE CHARGEBACK IS SENT.
       01  WS-SVAR-DAGE             PIC 9(3) VALUE 45.
       01  WS-FRIST-DATO            PIC X(10) VALUE SPACES.
       01  SAG-AR OCCURS 500 TIMES.
           COPY "KORTINDSIGELSER.cpy".
       01  ANTAL-SAGER              PIC 9(3) VALUE ZEROES.
       01  WS-SAG-IX                PIC 9(3).
      * THE ORIGINAL ROW'S IDENTITY FIELDS FOR THE POSTING - CPR,
      * REG-NR AND NAME COME OFF THE CONTESTED ROW ITSELF.
       01  WS-ORIG-CPR              PIC X(10) VALUE SPACES.
       01  WS-ORIG-REG-NR           PIC 9(4) VALUE ZEROES.
       01  WS-ORIG-NAVN             PIC X(40) VALUE SPACES.
       01  WS-ORIG-FUNDET           PIC X VALUE "N".
       01  WS-POST-TYPE             PIC X(20) VALUE SPACES.
       01  WS-POST-TEKST            PIC X(40) VALUE SPACES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-ALDER-DAGE            PIC S9(5) VALUE ZEROES.
       01  WS-ALDER-TEKST           PIC Z(4)9.
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-REG-HELTAL            PIC S9(9) VALUE ZEROES.
       01  WS-FRIST-TEKST           PIC X(20) VALUE SPACES.

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

      * MOVES EVERY CASE ONE STEP: NEW CASES GO TO THE SCHEME ON THE
      * CHARGEBACK FILE (WITH THE PROVISIONAL CREDIT WHERE ONE WAS
      * GRANTED), DECIDED CASES GET THEIR FINAL CREDIT OR RE-DEBIT -
      * EACH MONEY MOVEMENT A ROW WITH STORNO-REF-TIDSPUNKT BACK TO
      * THE DISPUTED PURCHASE - AND THE OPEN CASES ARE AGED AGAINST
      * THE SCHEME DEADLINE ONTO THE FILE THE MORNING REPORT COUNTS.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-SAGER
           IF ANTAL-SAGER = ZEROES
               PERFORM SKRIV-AABNE
               PERFORM WRITE-AUDIT-LOG
               STOP RUN
           END-IF
           STRING WS-RUN-START-DATE DELIMITED BY SIZE
               WS-RUN-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
           END-IF
           PERFORM SKRIV-JOURNAL-START
           OPEN EXTEND CHARGEBACK-UD
           IF WS-UD-STATUS = "35"
               OPEN OUTPUT CHARGEBACK-UD
           END-IF
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               EVALUATE KI-STATUS OF SAG-AR(WS-SAG-IX)
                   WHEN "REGISTRERET"
                       ADD 1 TO WS-RECS-IN
                       PERFORM SEND-CHARGEBACK THRU SEND-CHARGEBACK-EXIT
                   WHEN "VUNDET"
                       ADD 1 TO WS-RECS-IN
                       PERFORM AFGOER-VUNDET THRU AFGOER-VUNDET-EXIT
                   WHEN "TABT"
                       ADD 1 TO WS-RECS-IN
                       PERFORM AFGOER-TABT THRU AFGOER-TABT-EXIT
               END-EVALUATE
           END-PERFORM
           CLOSE CHARGEBACK-UD
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM GEM-SAGER
           PERFORM SKRIV-AABNE
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
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
           MOVE WS-DAGS-DATO TO WS-TIDSPUNKT(1:10)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-RUN-START-TIME(1:2) TO WS-TIDSPUNKT(12:2)
           MOVE ":" TO WS-TIDSPUNKT(14:1)
           MOVE WS-RUN-START-TIME(3:2) TO WS-TIDSPUNKT(15:2)
           MOVE ":" TO WS-TIDSPUNKT(17:1)
           MOVE WS-RUN-START-TIME(5:2) TO WS-TIDSPUNKT(18:2)
           COMPUTE WS-DATO-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
               WS-DAGS-HELTAL + WS-SVAR-DAGE)
           MOVE WS-DATO-YYYYMMDD(1:4) TO WS-FRIST-DATO(1:4)
           MOVE "-" TO WS-FRIST-DATO(5:1)
           MOVE WS-DATO-YYYYMMDD(5:2) TO WS-FRIST-DATO(6:2)
           MOVE "-" TO WS-FRIST-DATO(8:1)
           MOVE WS-DATO-YYYYMMDD(7:2) TO WS-FRIST-DATO(9:2).

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
               "  POSTERET " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       LOAD-SAGER.
           OPEN INPUT KORT-INDSIGELSER
           IF WS-INDSIG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-INDSIG = "Y"
                   READ KORT-INDSIGELSER
                       AT END
                           MOVE "Y" TO EOF-INDSIG
                       NOT AT END
                           ADD 1 TO ANTAL-SAGER
                           MOVE INDSIGELSE-REC TO SAG-AR(ANTAL-SAGER)
                   END-READ
               END-PERFORM
               CLOSE KORT-INDSIGELSER
           END-IF.

      * A NEW CASE GOES TO THE SCHEME. THE PROVISIONAL CREDIT, IF
      * GRANTED, POSTS IN THE SAME RUN SO THE CUSTOMER ISN'T OUT OF
      * POCKET WHILE THE MERCHANT ANSWERS.
       SEND-CHARGEBACK.
           IF KI-FORELOEBIG OF SAG-AR(WS-SAG-IX) = "J"
               PERFORM FIND-ORIGINAL
               IF WS-ORIG-FUNDET = "N"
                   GO TO SEND-CHARGEBACK-EXIT
               END-IF
               MOVE "KORT-FORELOEBIG" TO WS-POST-TYPE
               COMPUTE WS-POST-BELOB =
                   0 - KI-BELOB OF SAG-AR(WS-SAG-IX)
               MOVE "KORTINDSIGELSE - FORELOEBIG KREDIT"
                   TO WS-POST-TEKST
               PERFORM POSTER-BEVAEGELSE
               MOVE WS-DAGS-DATO
                   TO KI-FORELOEBIG-DATO OF SAG-AR(WS-SAG-IX)
           END-IF
           MOVE KI-BELOB OF SAG-AR(WS-SAG-IX) TO WS-POST-BELOB
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE SPACES TO UD-RECORD
           STRING "CHARGEBACK KORT " DELIMITED BY SIZE
               KI-KORTNUMMER OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " BUTIK " DELIMITED BY SIZE
               KI-BUTIK OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " KOEB " DELIMITED BY SIZE
               KI-TIDSPUNKT OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " BELOEB " DELIMITED BY SIZE
               WS-POST-BELOB-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KI-VALUTA OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " AARSAG " DELIMITED BY SIZE
               KI-AARSAG OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               INTO UD-RECORD
           WRITE UD-RECORD
           MOVE "CHARGEBACK" TO KI-STATUS OF SAG-AR(WS-SAG-IX)
           MOVE WS-DAGS-DATO TO KI-CHARGEBACK-DATO OF SAG-AR(WS-SAG-IX)
           MOVE WS-FRIST-DATO TO KI-FRIST-DATO OF SAG-AR(WS-SAG-IX).

       SEND-CHARGEBACK-EXIT.
           EXIT.

      * THE CHARGEBACK STOOD. A PROVISIONAL CREDIT ALREADY POSTED
      * SIMPLY BECOMES FINAL; OTHERWISE THE CREDIT POSTS NOW.
       AFGOER-VUNDET.
           IF KI-FORELOEBIG-DATO OF SAG-AR(WS-SAG-IX) = SPACES
               PERFORM FIND-ORIGINAL
               IF WS-ORIG-FUNDET = "N"
                   GO TO AFGOER-VUNDET-EXIT
               END-IF
               MOVE "KORT-KREDIT" TO WS-POST-TYPE
               COMPUTE WS-POST-BELOB =
                   0 - KI-BELOB OF SAG-AR(WS-SAG-IX)
               MOVE "KORTINDSIGELSE - ENDELIG KREDIT"
                   TO WS-POST-TEKST
               PERFORM POSTER-BEVAEGELSE
           END-IF
           MOVE "KREDITERET" TO KI-STATUS OF SAG-AR(WS-SAG-IX)
           MOVE WS-DAGS-DATO TO KI-AFGJORT-DATO OF SAG-AR(WS-SAG-IX).

       AFGOER-VUNDET-EXIT.
           EXIT.

      * THE MERCHANT PROVED THE PURCHASE. A PROVISIONAL CREDIT IS
      * TAKEN BACK WITH A RE-DEBIT OF THE SAME AMOUNT; WITHOUT ONE
      * THE CASE JUST CLOSES.
       AFGOER-TABT.
           IF KI-FORELOEBIG-DATO OF SAG-AR(WS-SAG-IX) = SPACES
               MOVE "AFVIST" TO KI-STATUS OF SAG-AR(WS-SAG-IX)
           ELSE
               PERFORM FIND-ORIGINAL
               IF WS-ORIG-FUNDET = "N"
                   GO TO AFGOER-TABT-EXIT
               END-IF
               MOVE "KORT-GENDEBET" TO WS-POST-TYPE
               MOVE KI-BELOB OF SAG-AR(WS-SAG-IX) TO WS-POST-BELOB
               MOVE "KORTINDSIGELSE - GENDEBITERING"
                   TO WS-POST-TEKST
               PERFORM POSTER-BEVAEGELSE
               MOVE "GENDEBITERET" TO KI-STATUS OF SAG-AR(WS-SAG-IX)
           END-IF
           MOVE WS-DAGS-DATO TO KI-AFGJORT-DATO OF SAG-AR(WS-SAG-IX).

       AFGOER-TABT-EXIT.
           EXIT.

      * ONE MONEY MOVEMENT ON THE CASE: WS-POST-TYPE, WS-POST-BELOB
      * AND WS-POST-TEKST SET BY THE CALLER. THE MERCHANT RIDES IN
      * BUTIK AND THE REFERENCE TIES THE ROW TO THE DISPUTED
      * PURCHASE THE WAY STORNO ROWS DO.
       POSTER-BEVAEGELSE.
           OPEN EXTEND TRANSAKTIONER
           MOVE SPACES TO TRANSAKTION-REC
           MOVE KI-KONTO-ID OF SAG-AR(WS-SAG-IX)
               TO KONTO-ID OF TRANSAKTION-REC
           MOVE WS-ORIG-CPR TO CPR OF TRANSAKTION-REC
           MOVE WS-ORIG-REG-NR TO REG-NR OF TRANSAKTION-REC
           MOVE WS-ORIG-NAVN TO NAVN OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE WS-POST-TYPE TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE KI-VALUTA OF SAG-AR(WS-SAG-IX)
               TO VALUTA OF TRANSAKTION-REC
           MOVE KI-BUTIK OF SAG-AR(WS-SAG-IX)
               TO BUTIK OF TRANSAKTION-REC
           MOVE KI-TIDSPUNKT OF SAG-AR(WS-SAG-IX)
               TO STORNO-REF-TIDSPUNKT OF TRANSAKTION-REC
           MOVE WS-POST-TEKST TO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-POST
           ADD 1 TO WS-RECS-OUT.

       FIND-ORIGINAL.
           MOVE "N" TO WS-ORIG-FUNDET
           MOVE "N" TO EOF-TRANS
           OPEN INPUT TRANSAKTIONER
           PERFORM UNTIL EOF-TRANS = "Y"
               READ TRANSAKTIONER INTO TRANSAKTION-REC
                   AT END
                       MOVE "Y" TO EOF-TRANS
                   NOT AT END
                       IF KONTO-ID OF TRANSAKTION-REC
                               = KI-KONTO-ID OF SAG-AR(WS-SAG-IX)
                           AND TIDSPUNKT OF TRANSAKTION-REC
                               = KI-TIDSPUNKT OF SAG-AR(WS-SAG-IX)
                           AND TRANSAKTIONSTYPE
                               OF TRANSAKTION-REC(1:8) = "KORTKOEB"
                           MOVE "Y" TO WS-ORIG-FUNDET
                           MOVE CPR OF TRANSAKTION-REC
                               TO WS-ORIG-CPR
                           MOVE REG-NR OF TRANSAKTION-REC
                               TO WS-ORIG-REG-NR
                           MOVE NAVN OF TRANSAKTION-REC
                               TO WS-ORIG-NAVN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER.

       GEM-SAGER.
           OPEN OUTPUT KORT-INDSIGELSER
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               MOVE SAG-AR(WS-SAG-IX) TO INDSIGELSE-REC
               WRITE INDSIGELSE-REC
           END-PERFORM
           CLOSE KORT-INDSIGELSER.

      * THE CASES STILL OPEN WITH THEIR AGE AND SCHEME DEADLINE - A
      * CHARGEBACK PAST ITS FRIST-DATO WITH NO OUTCOME KEYED IS
      * FLAGGED, SINCE THE DESK MUST CHASE THE SCHEME ON IT.
       SKRIV-AABNE.
           OPEN OUTPUT INDSIGELSER-AABNE
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               IF KI-STATUS OF SAG-AR(WS-SAG-IX) = "REGISTRERET"
                   OR KI-STATUS OF SAG-AR(WS-SAG-IX) = "CHARGEBACK"
                   OR KI-STATUS OF SAG-AR(WS-SAG-IX) = "VUNDET"
                   OR KI-STATUS OF SAG-AR(WS-SAG-IX) = "TABT"
                   PERFORM SKRIV-AABEN-LINJE
               END-IF
           END-PERFORM
           CLOSE INDSIGELSER-AABNE.

       SKRIV-AABEN-LINJE.
           MOVE KI-REGISTRERET-DATO OF SAG-AR(WS-SAG-IX)(1:4)
               TO WS-DATO-YYYYMMDD(1:4)
           MOVE KI-REGISTRERET-DATO OF SAG-AR(WS-SAG-IX)(6:2)
               TO WS-DATO-YYYYMMDD(5:2)
           MOVE KI-REGISTRERET-DATO OF SAG-AR(WS-SAG-IX)(9:2)
               TO WS-DATO-YYYYMMDD(7:2)
           COMPUTE WS-REG-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-YYYYMMDD)
           COMPUTE WS-ALDER-DAGE = WS-DAGS-HELTAL - WS-REG-HELTAL
           MOVE WS-ALDER-DAGE TO WS-ALDER-TEKST
           MOVE SPACES TO WS-FRIST-TEKST
           IF KI-STATUS OF SAG-AR(WS-SAG-IX) = "CHARGEBACK"
               AND KI-FRIST-DATO OF SAG-AR(WS-SAG-IX) < WS-DAGS-DATO
               MOVE " FRIST OVERSKREDET" TO WS-FRIST-TEKST
           END-IF
           MOVE SPACES TO AABEN-RECORD
           STRING "KONTO-ID " DELIMITED BY SIZE
               KI-KONTO-ID OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " KORT " DELIMITED BY SIZE
               KI-KORTNUMMER OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " BUTIK " DELIMITED BY SIZE
               KI-BUTIK OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               KI-STATUS OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               " REGISTRERET " DELIMITED BY SIZE
               KI-REGISTRERET-DATO OF SAG-AR(WS-SAG-IX)
                   DELIMITED BY SIZE
               " ALDER " DELIMITED BY SIZE
               WS-ALDER-TEKST DELIMITED BY SIZE
               " DAGE FRIST " DELIMITED BY SIZE
               KI-FRIST-DATO OF SAG-AR(WS-SAG-IX) DELIMITED BY SIZE
               WS-FRIST-TEKST DELIMITED BY SIZE
               INTO AABEN-RECORD
           WRITE AABEN-RECORD.

       SKRIV-JOURNAL-POST.
           MOVE SPACES TO PJOURNAL-REC
           MOVE WS-RUN-ID TO PJ-RUN-ID OF PJOURNAL-REC
           MOVE "POST" TO PJ-TYPE OF PJOURNAL-REC
           MOVE KI-KONTO-ID OF SAG-AR(WS-SAG-IX)
               TO PJ-KONTO-ID OF PJOURNAL-REC
           MOVE WS-ORIG-CPR TO PJ-CPR OF PJOURNAL-REC
           MOVE WS-ORIG-REG-NR TO PJ-REG-NR OF PJOURNAL-REC
           MOVE WS-POST-BELOB TO PJ-BELOB OF PJOURNAL-REC
           MOVE KI-VALUTA OF SAG-AR(WS-SAG-IX)
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

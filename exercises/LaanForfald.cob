      * SAME DON'T-HIDE-A-GAP PRINCIPLE AS RENTEAFVIGELSER.
           SELECT LAAN-AFVIGELSER ASSIGN TO "LaanAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE PERSISTENT LOAN-ARREARS REGISTER - LOADED WHOLE, UPDATED
      * IN MEMORY AND WRITTEN BACK, SAME SNAPSHOT-AND-REWRITE SHAPE
      * AS RYKKERSAGER.TXT. SEE LAANRESTANCER.CPY.
           SELECT LAAN-RESTANCER ASSIGN TO "LaanRestancer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTANCE-STATUS.
      * LAST NIGHT'S CLOSING BALANCES, THE AGREED FACILITIES AND THE
      * OPEN CARD HOLDS - TOGETHER THE AMOUNT THE DEBIT ACCOUNT CAN
      * ACTUALLY COVER AN INSTALLMENT WITH. SAME AVAILABLE-BALANCE
      * RULE AS ERHVERVSBETALINGINTAKE.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
           SELECT OVERTRAEK-AFTALER ASSIGN TO "OvertraekAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTALE-STATUS.
           SELECT RESERVATIONER ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERV-STATUS.
      * THE LIVE GUARANTEE AMOUNT PER ACCOUNT - TAKEN OFF LIKE A
      * HOLD. SEE GARANTIBINDING.CPY.
           SELECT GARANTI-BINDING ASSIGN TO "GarantiBinding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINDING-STATUS.
      * THE STATUTORY MORARENTE RATE THE ARREARS ACCRUE AT - SAME
      * ONE-LINE CONFIG AS RENTETILSKRIVNING. MISSING FILE MEANS THE
      * BUILT-IN DEFAULT.
           SELECT MORA-SATS ASSIGN TO "MoraSats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORA-STATUS.
      * THE RESTRUCTURING REGISTER - SEE LAANOMLAEGNINGER.CPY. AN
      * APPROVED ROW IS APPLIED HERE ON ITS IKRAFT-DATO AND CLOSED
      * WHEN ITS PAYMENT HOLIDAY IS OVER. SAME SNAPSHOT-AND-REWRITE
      * SHAPE AS LAANRESTANCER.TXT.
           SELECT LAAN-OMLAEGNINGER ASSIGN TO "LaanOmlaegninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OML-STATUS.
      * THE FORBEARANCE REPORT FOR THE RISK FUNCTION - EVERY LOAN
      * UNDER A RESTRUCTURING OR STILL IN ITS TWO-YEAR PROBATION,
      * THEN COUNT AND DEBT.
           SELECT OMLAEGNINGS-RAPPORT
               ASSIGN TO "LaanOmlaegningsRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE NIGHTLY ARREARS REPORT FOR THE CREDIT DESK - EVERY OPEN
      * UNCOVERED INSTALLMENT, THEN COUNT AND AMOUNT PER AGE BUCKET.
           SELECT RESTANCE-RAPPORT ASSIGN TO "LaanRestanceRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
      * WRITTEN AS THE RUN GOES, SO AN ABEND HALFWAY LEAVES THE
      * EXACT LIST OF WHAT DID POST FOR POSTERINGSGENOPRETNING TO
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LAAN-AFVIGELSER.
       01 LAAN-AFV-RECORD.
           02  LAAN-AFV-LINE        PIC X(100) VALUE SPACES.
       FD LAAN-RESTANCER.
       01 RESTANCE-REC.
           COPY "LAANRESTANCER.cpy".
       FD LUKKESALDO-FILE.
       01 LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
       FD OVERTRAEK-AFTALER.
       01 AFTALE-REC.
           COPY "OVERTRAEKSAFTALER.cpy".
       FD RESERVATIONER.
       01 RESERVATION-REC.
           COPY "RESERVATIONER.cpy".
       FD GARANTI-BINDING.
       01 BINDING-REC.
           COPY "GARANTIBINDING.cpy".
       FD LAAN-OMLAEGNINGER.
       01 OMLAEGNING-REC.
           COPY "LAANOMLAEGNINGER.cpy".
       FD OMLAEGNINGS-RAPPORT.
       01 OMLAEGNINGS-RAPPORT-RECORD.
           02  OMLAEGNINGS-RAPPORT-LINE PIC X(100) VALUE SPACES.
       FD MORA-SATS.
       01 MORA-SATS-RECORD.
           02  MS-SATS              PIC 9(2)V99.
       FD RESTANCE-RAPPORT.
       01 RESTANCE-RAPPORT-RECORD.
           02  RESTANCE-RAPPORT-LINE PIC X(100) VALUE SPACES.
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
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4).
       01  WS-KUNDE-FOUND           PIC X VALUE "N".
      * KONTO-ID -> OWNING KUNDE-ID AND KONTO-STATUS, FROM THE
      * ACCOUNT MASTER.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02  KE-STATUS            PIC X(6) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-EJER-MATCH-IX         PIC 9(4).
      * MASTER IS CLOSED - TRANSAKTIONER.TXT CAN'T BE EXTENDED WHILE
      * THE REG-NR PASS MIGHT STILL NEED IT. ONE SLOT CARRIES BOTH
      * LEGS SO THE SPLIT ALWAYS POSTS AS A PAIR.
      * FF-KILDE IS T FOR THE NIGHT'S OWN INSTALLMENT AND R FOR AN
      * ARREARS ROW COLLECTED, WHICH ALSO CARRIES ITS MORARENTE,
      * AND F FOR AN INTEREST-ONLY TERM INSIDE A PAYMENT HOLIDAY.
       01  FORFALD-AR OCCURS 500 TIMES.
           02  FF-KONTO-ID          PIC X(10) VALUE SPACES.
           02  FF-AFDRAG            PIC S9(9)V99 VALUE ZEROES.
           02  FF-RENTE             PIC S9(9)V99 VALUE ZEROES.
           02  FF-MORARENTE         PIC S9(9)V99 VALUE ZEROES.
           02  FF-VALUTA            PIC X(3) VALUE SPACES.
           02  FF-KILDE             PIC X VALUE "T".
       01  ANTAL-FORFALD            PIC 9(3) VALUE ZEROES.
       01  WS-FORFALD-IX            PIC 9(3).
      * ANNUITY ARITHMETIC - THE MONTHLY RATE AS A FRACTION, THE
       01  WS-NY-AAR                PIC 9(4) VALUE ZEROES.
       01  WS-NY-MAANED             PIC 9(4) VALUE ZEROES.
       01  WS-NY-DAG                PIC 9(2) VALUE ZEROES.
      * THE ARREARS REGISTER SNAPSHOT.
       01  WS-RESTANCE-STATUS       PIC XX VALUE "00".
       01  EOF-RESTANCE             PIC X VALUE "N".
       01  RESTANCE-AR OCCURS 999 TIMES.
           COPY "LAANRESTANCER.cpy".
       01  ANTAL-RESTANCER          PIC 9(4) VALUE ZEROES.
       01  WS-RESTANCE-IX           PIC 9(4).
      * AVAILABLE AMOUNT PER DEBIT ACCOUNT - CLOSING BALANCE PLUS
      * UNEXPIRED FACILITY MINUS OPEN HOLDS, DECREMENTED AS THE
      * NIGHT'S INSTALLMENTS ARE QUEUED SO TWO LOANS ON ONE ACCOUNT
      * CAN'T BOTH SPEND THE SAME MONEY. WITH NO LUKKESALDO.TXT AT
      * ALL THE COVER CAN'T BE JUDGED AND EVERY DUE INSTALLMENT
      * POSTS, AS IT ALWAYS HAS.
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-AFTALE-STATUS         PIC XX VALUE "00".
       01  WS-RESERV-STATUS         PIC XX VALUE "00".
       01  WS-BINDING-STATUS        PIC XX VALUE "00".
       01  WS-MORA-STATUS           PIC XX VALUE "00".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-AFTALE               PIC X VALUE "N".
       01  EOF-RESERV               PIC X VALUE "N".
       01  EOF-BINDING              PIC X VALUE "N".
       01  WS-DAEKNING-KENDT        PIC X VALUE "N".
       01  DISPONIBEL-AR OCCURS 999 TIMES.
           02  DS-KONTO-ID          PIC X(10) VALUE SPACES.
           02  DS-BELOB             PIC S9(18)V99 VALUE ZEROES.
       01  ANTAL-DISPONIBEL         PIC 9(4) VALUE ZEROES.
       01  WS-DISP-IX               PIC 9(4).
       01  WS-DISP-MATCH-IX         PIC 9(4) VALUE ZEROES.
       01  WS-SOEG-KONTO-ID         PIC X(10) VALUE SPACES.
       01  WS-DAEKKET               PIC X VALUE "N".
      * THE LOAN'S DEBIT ACCOUNT IS FROZEN UNDER AN INSOLVENCY
      * DECREE - TRANSAKTIONERKONTROL WOULD REJECT EVERY LEG, SO
      * NOTHING IS COLLECTED AND EACH INSTALLMENT FALLING DUE GOES
      * TO THE ARREARS REGISTER AND ONTO LAANAFVIGELSER.TXT FOR THE
      * TRUSTEE'S CLAIM.
       01  WS-KONTO-INSOLV          PIC X VALUE "N".
       01  KONKURS-AR OCCURS 500 TIMES.
           02  KK-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KK-FORFALD-DATO      PIC X(10) VALUE SPACES.
           02  KK-BELOB             PIC S9(9)V99 VALUE ZEROES.
       01  ANTAL-KONKURS            PIC 9(3) VALUE ZEROES.
       01  WS-KONKURS-IX            PIC 9(3).
       01  WS-DAEKNING-KRAV         PIC S9(11)V99 VALUE ZEROES.
      * ARREARS AGING - DAYS PAST DUE BY INTEGER-DAY ARITHMETIC AND
      * SIMPLE-DAY MORARENTE ON THE UNPAID AFDRAG + RENTE.
       01  WS-MORARENTE-SATS        PIC 9(2)V99 VALUE 11.90.
       01  WS-MISLIGH-DAGE          PIC 9(3) VALUE 90.
       01  WS-DATO-TEKST            PIC X(10) VALUE SPACES.
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-DATO-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-DAGS-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-AELDSTE-DAGE          PIC 9(5) VALUE ZEROES.
       01  WS-AABNE-RESTANCER       PIC 9(4) VALUE ZEROES.
      * REPORT BUCKETS 1-30, 31-60, 61-90 AND OVER 90 DAYS.
       01  BUCKET-AR OCCURS 4 TIMES.
           02  BK-ANTAL             PIC 9(5) VALUE ZEROES.
           02  BK-BELOB             PIC S9(11)V99 VALUE ZEROES.
       01  WS-BUCKET-IX             PIC 9 VALUE ZEROES.
       01  WS-BUCKET-TEKST          PIC X(10) VALUE SPACES.
       01  WS-RAPPORT-BELOB         PIC S9(11)V99 VALUE ZEROES.
       01  WS-RAPPORT-BELOB-TEXT    PIC -(11)9.99.
       01  WS-RAPPORT-ANTAL-TEXT    PIC Z(4)9.
       01  WS-RAPPORT-DAGE-TEXT     PIC Z(4)9.
      * THE RESTRUCTURING REGISTER SNAPSHOT. WS-OML-MATCH-IX IS THE
      * CURRENT LOAN'S GODKENDT OR IKRAFT ROW, ZERO FOR NONE.
       01  WS-OML-STATUS            PIC XX VALUE "00".
       01  EOF-OML                  PIC X VALUE "N".
       01  OMLAEGNING-AR OCCURS 999 TIMES.
           COPY "LAANOMLAEGNINGER.cpy".
       01  ANTAL-OML                PIC 9(4) VALUE ZEROES.
       01  WS-OML-IX                PIC 9(4).
       01  WS-OML-MATCH-IX          PIC 9(4) VALUE ZEROES.
       01  WS-AFDRAGSFRI            PIC X VALUE "N".
       01  WS-KAPITAL-BELOB         PIC S9(9)V99 VALUE ZEROES.
      * EVERY LOAN'S DEBT AND STATUS AS LEFT BY THE NIGHT, FOR THE
      * FORBEARANCE REPORT.
       01  LAAN-OVERSIGT-AR OCCURS 999 TIMES.
           02  LV-KONTO-ID          PIC X(10) VALUE SPACES.
           02  LV-RESTGAELD         PIC S9(9)V99 VALUE ZEROES.
           02  LV-STATUS            PIC X(8) VALUE SPACES.
       01  ANTAL-LAAN-OVERSIGT      PIC 9(4) VALUE ZEROES.
       01  WS-LV-IX                 PIC 9(4).
       01  WS-LV-MATCH-IX           PIC 9(4) VALUE ZEROES.
      * FORBEARANCE CLASSIFICATION - A CLOSED RESTRUCTURING STAYS
      * FORBORNE UNTIL TWO YEARS AFTER IT WAS APPLIED.
       01  WS-PROEVE-SLUT           PIC X(10) VALUE SPACES.
       01  WS-PROEVE-AAR            PIC 9(4) VALUE ZEROES.
       01  WS-OML-KATEGORI          PIC X(10) VALUE SPACES.
       01  WS-OML-LAANSTATUS        PIC X(8) VALUE SPACES.
       01  WS-FORBORNE-ANTAL        PIC 9(5) VALUE ZEROES.
       01  WS-FORBORNE-BELOB        PIC S9(11)V99 VALUE ZEROES.
       01  WS-VENTER-ANTAL          PIC 9(5) VALUE ZEROES.

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
      * BOTH LEGS QUEUED. THE QUEUED LEGS THEN POST THROUGH
      * TRANSAKTIONER.TXT SO THE SPLIT FLOWS THROUGH
      * TRANSAKTIONERKONTROL, GLPOSTERING AND THE STATEMENTS LIKE ANY
      * OTHER ACTIVITY. AN INSTALLMENT THE DEBIT ACCOUNT CAN'T COVER
      * IS NOT POSTED BUT OPENED ON THE ARREARS REGISTER INSTEAD, AND
      * A LOAN IN RESTANCE OR MISLIGH IS WALKED EVERY NIGHT SO ITS
      * ARREARS AGE AND ARE COLLECTED AS SOON AS THE MONEY IS THERE.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-REG-NR-TABEL
           PERFORM LOAD-RESTANCER
           PERFORM LOAD-OMLAEGNINGER
           PERFORM LOAD-DISPONIBEL THRU LOAD-DISPONIBEL-EXIT
           PERFORM LOAD-MORA-SATS
           MOVE WS-DAGS-DATO TO WS-DATO-TEKST
           PERFORM DATO-TIL-HELTAL
           MOVE WS-DATO-HELTAL TO WS-DAGS-HELTAL
           MOVE WS-DAGS-DATO TO WS-TIDSPUNKT(1:10)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-RUN-START-TIME(1:2) TO WS-TIDSPUNKT(12:2)
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           IF LN-STATUS OF LAAN-REC = "AKTIV"
                               OR LN-STATUS OF LAAN-REC = "RESTANCE"
                               OR LN-STATUS OF LAAN-REC = "MISLIGH"
                               PERFORM BEHANDL-LAAN-KONTO
                           END-IF
                           ADD 1 TO ANTAL-LAAN-OVERSIGT
                           MOVE LN-KONTO-ID OF LAAN-REC
                               TO LV-KONTO-ID(ANTAL-LAAN-OVERSIGT)
                           MOVE LN-RESTGAELD OF LAAN-REC
                               TO LV-RESTGAELD(ANTAL-LAAN-OVERSIGT)
                           MOVE LN-STATUS OF LAAN-REC
                               TO LV-STATUS(ANTAL-LAAN-OVERSIGT)
                   END-READ
               END-PERFORM
               CLOSE LAAN
           END-IF
           PERFORM GEM-RESTANCER
           PERFORM GEM-OMLAEGNINGER
           PERFORM SKRIV-RESTANCE-RAPPORT
           PERFORM SKRIV-OMLAEGNINGS-RAPPORT
           PERFORM POSTER-TERMINSYDELSER
               THRU POSTER-TERMINSYDELSER-EXIT
           PERFORM WRITE-AUDIT-LOG
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
               "  OUT " DELIMITED BY SIZE
               WS-RECS-OUT DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           CLOSE KUNDEOPLYSNINGER.

      * ONE PASS OVER THE ACCOUNT MASTER FOR THE KONTO-ID ->
      * KUNDE-ID MAP THE POSTING PASS RESOLVES THE HOLDER THROUGH,
      * AND THE ACCOUNT STATUS THE COVER CHECK LOOKS AT.
       LOAD-KONTO-EJER-TABEL.
           OPEN INPUT KONTOOPLYSNINGER
           PERFORM UNTIL EOF-KONTO = "Y"
                           TO KE-KONTO-ID(ANTAL-EJER)
                       MOVE KUNDE-ID OF KONTOOPL-IN
                           TO KE-KUNDE-ID(ANTAL-EJER)
                       MOVE KONTO-STATUS OF KONTOOPL-IN
                           TO KE-STATUS(ANTAL-EJER)
               END-READ
           END-PERFORM
           CLOSE KONTOOPLYSNINGER.
           END-PERFORM
           CLOSE TRANSAKTIONER.

      * LOADS LAANRESTANCER.TXT - A MISSING FILE IS AN EMPTY
      * REGISTER, SAME "35" IDIOM AS RYKKERKOERSEL'S LOAD-SAGER.
       LOAD-RESTANCER.
           OPEN INPUT LAAN-RESTANCER
           IF WS-RESTANCE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-RESTANCE = "Y"
                   READ LAAN-RESTANCER
                       AT END
                           MOVE "Y" TO EOF-RESTANCE
                       NOT AT END
                           ADD 1 TO ANTAL-RESTANCER
                           MOVE RESTANCE-REC
                               TO RESTANCE-AR(ANTAL-RESTANCER)
                   END-READ
               END-PERFORM
               CLOSE LAAN-RESTANCER
           END-IF.

      * LOADS LAANOMLAEGNINGER.TXT - A MISSING FILE IS AN EMPTY
      * REGISTER, SAME "35" IDIOM AS LOAD-RESTANCER.
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

      * BUILDS THE AVAILABLE-AMOUNT TABLE: CLOSING BALANCE, PLUS THE
      * LIMIT OF AN UNEXPIRED FACILITY (SAME RULE AS RYKKERKOERSEL),
      * MINUS EVERY AABEN HOLD AND THE LIVE GUARANTEE AMOUNT ON
      * GARANTIBINDING.TXT. FACILITIES AND HOLDS ON AN ACCOUNT
      * WITH NO CLOSING BALANCE ARE IGNORED - THE ACCOUNT THEN HAS
      * NOTHING AVAILABLE ANYWAY.
       LOAD-DISPONIBEL.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               GO TO LOAD-DISPONIBEL-EXIT
           END-IF
           MOVE "Y" TO WS-DAEKNING-KENDT
           PERFORM UNTIL EOF-LUKKE = "Y"
               READ LUKKESALDO-FILE
                   AT END
                       MOVE "Y" TO EOF-LUKKE
                   NOT AT END
                       ADD 1 TO ANTAL-DISPONIBEL
                       MOVE LS-KONTO-ID
                           TO DS-KONTO-ID(ANTAL-DISPONIBEL)
                       MOVE LS-BALANCE TO DS-BELOB(ANTAL-DISPONIBEL)
               END-READ
           END-PERFORM
           CLOSE LUKKESALDO-FILE

           OPEN INPUT OVERTRAEK-AFTALER
           IF WS-AFTALE-STATUS NOT = "35"
               PERFORM UNTIL EOF-AFTALE = "Y"
                   READ OVERTRAEK-AFTALER
                       AT END
                           MOVE "Y" TO EOF-AFTALE
                       NOT AT END
                           IF OA-UDLOEB-DATO OF AFTALE-REC
                                   NOT < WS-DAGS-DATO
                               MOVE OA-KONTO-ID OF AFTALE-REC
                                   TO WS-SOEG-KONTO-ID
                               PERFORM FIND-DISPONIBEL
                               IF WS-DISP-MATCH-IX > ZEROES
                                   ADD OA-GRAENSE OF AFTALE-REC
                                       TO DS-BELOB(WS-DISP-MATCH-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
           END-IF

           OPEN INPUT RESERVATIONER
           IF WS-RESERV-STATUS NOT = "35"
               PERFORM UNTIL EOF-RESERV = "Y"
                   READ RESERVATIONER
                       AT END
                           MOVE "Y" TO EOF-RESERV
                       NOT AT END
                           IF RS-STATUS OF RESERVATION-REC = "AABEN"
                               MOVE RS-KONTO-ID OF RESERVATION-REC
                                   TO WS-SOEG-KONTO-ID
                               PERFORM FIND-DISPONIBEL
                               IF WS-DISP-MATCH-IX > ZEROES
                                   SUBTRACT RS-BELOB OF RESERVATION-REC
                                       FROM DS-BELOB(WS-DISP-MATCH-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONER
           END-IF

           OPEN INPUT GARANTI-BINDING
           IF WS-BINDING-STATUS NOT = "35"
               PERFORM UNTIL EOF-BINDING = "Y"
                   READ GARANTI-BINDING
                       AT END
                           MOVE "Y" TO EOF-BINDING
                       NOT AT END
                           MOVE GB-KONTO-ID TO WS-SOEG-KONTO-ID
                           PERFORM FIND-DISPONIBEL
                           IF WS-DISP-MATCH-IX > ZEROES
                               SUBTRACT GB-BELOB
                                   FROM DS-BELOB(WS-DISP-MATCH-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARANTI-BINDING
           END-IF.

       LOAD-DISPONIBEL-EXIT.
           EXIT.

      * THE KONTO-ID TO LOOK UP IS PASSED IN WS-SOEG-KONTO-ID;
      * WS-DISP-MATCH-IX COMES BACK ZERO WHEN IT ISN'T THERE.
       FIND-DISPONIBEL.
           MOVE ZEROES TO WS-DISP-MATCH-IX
           PERFORM VARYING WS-DISP-IX FROM 1 BY 1
                   UNTIL WS-DISP-IX > ANTAL-DISPONIBEL
               IF DS-KONTO-ID(WS-DISP-IX) = WS-SOEG-KONTO-ID
                   MOVE WS-DISP-IX TO WS-DISP-MATCH-IX
               END-IF
           END-PERFORM.

      * ONE-LINE RATE CONFIG - SAME IDIOM AS RENTETILSKRIVNING.
       LOAD-MORA-SATS.
           OPEN INPUT MORA-SATS
           IF WS-MORA-STATUS = "35"
               CONTINUE
           ELSE
               READ MORA-SATS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MS-SATS IS NUMERIC AND MS-SATS > ZEROES
                           MOVE MS-SATS TO WS-MORARENTE-SATS
                       END-IF
               END-READ
               CLOSE MORA-SATS
           END-IF.

      * "YYYY-MM-DD" IN WS-DATO-TEKST TO A DAY NUMBER IN
      * WS-DATO-HELTAL - SAME INTEGER-DAY ARITHMETIC AS RYKKERKOERSEL.
       DATO-TIL-HELTAL.
           MOVE WS-DATO-TEKST(1:4) TO WS-DATO-YYYYMMDD(1:4)
           MOVE WS-DATO-TEKST(6:2) TO WS-DATO-YYYYMMDD(5:2)
           MOVE WS-DATO-TEKST(9:2) TO WS-DATO-YYYYMMDD(7:2)
           COMPUTE WS-DATO-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-YYYYMMDD).

      * ONE LOAN THAT IS STILL RUNNING: AN APPROVED RESTRUCTURING
      * WHOSE IKRAFT-DATO HAS BEEN REACHED IS APPLIED FIRST, THEN
      * OPEN ARREARS ARE COLLECTED (OLDEST FIRST, SO THE NIGHT'S OWN
      * INSTALLMENT NEVER JUMPS THE QUEUE), THEN A DUE INSTALLMENT
      * IS TAKEN, THEN WHATEVER IS STILL OPEN IS AGED AND THE LOAN'S
      * STATUS SET FROM THE OLDEST OF IT.
       BEHANDL-LAAN-KONTO.
           MOVE LN-KONTO-ID OF LAAN-REC TO WS-SOEG-KONTO-ID
           PERFORM FIND-DISPONIBEL
           MOVE "N" TO WS-KONTO-INSOLV
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = LN-KONTO-ID OF LAAN-REC
                   AND KE-STATUS(WS-EJER-IX) = "INSOLV"
                   MOVE "Y" TO WS-KONTO-INSOLV
               END-IF
           END-PERFORM
           PERFORM FIND-OMLAEGNING
           IF WS-OML-MATCH-IX > ZEROES
               IF LO-STATUS OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                       = "GODKENDT"
                   AND LO-IKRAFT-DATO OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                       NOT > WS-DAGS-DATO
                   PERFORM ANVEND-OMLAEGNING
               END-IF
           END-IF
           PERFORM VARYING WS-RESTANCE-IX FROM 1 BY 1
                   UNTIL WS-RESTANCE-IX > ANTAL-RESTANCER
               IF LR-KONTO-ID OF RESTANCE-AR(WS-RESTANCE-IX)
                       = LN-KONTO-ID OF LAAN-REC
                   AND LR-STATUS OF RESTANCE-AR(WS-RESTANCE-IX)
                       = "AABEN"
                   PERFORM INDDRIV-RESTANCE
               END-IF
           END-PERFORM
           IF LN-NAESTE-DATO OF LAAN-REC NOT > WS-DAGS-DATO
               AND LN-NAESTE-DATO OF LAAN-REC NOT = SPACES
               AND LN-RESTGAELD OF LAAN-REC > ZEROES
               PERFORM BEHANDL-LAAN
           END-IF
           PERFORM AFSLUT-OMLAEGNING
           PERFORM AELD-RESTANCER
           REWRITE LAAN-REC.

      * THE LOAN'S GODKENDT OR IKRAFT RESTRUCTURING INTO
      * WS-OML-MATCH-IX - ZERO WHEN IT HAS NONE. THE REGISTER NEVER
      * HOLDS MORE THAN ONE SUCH ROW PER LOAN.
       FIND-OMLAEGNING.
           MOVE ZEROES TO WS-OML-MATCH-IX
           PERFORM VARYING WS-OML-IX FROM 1 BY 1
                   UNTIL WS-OML-IX > ANTAL-OML
               IF LO-KONTO-ID OF OMLAEGNING-AR(WS-OML-IX)
                       = LN-KONTO-ID OF LAAN-REC
                   AND (LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                           = "GODKENDT"
                     OR LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
                           = "IKRAFT")
                   MOVE WS-OML-IX TO WS-OML-MATCH-IX
               END-IF
           END-PERFORM.

      * APPLIES AN APPROVED RESTRUCTURING TO THE MASTER. CAPITALISED
      * ARREARS - AFDRAG, RENTE AND THE MORARENTE ACCRUED TO TODAY -
      * GO BACK ONTO THE DEBT AND THEIR ROWS CLOSE AS KAPITAL RATHER
      * THAN BETALT, SO THE REGISTER STILL SHOWS THEY WERE NEVER
      * PAID. A NEW REST-TERMINER RESETS THE TERM COUNT THE ANNUITY
      * IS COMPUTED OVER, AND LN-TERMINER MOVES BY THE SAME AMOUNT
      * SO THE AGREED TERM STILL ADDS UP. FROM HERE ON BEHANDL-LAAN
      * RE-AMORTIZES THE DEBT OVER WHAT IS LEFT EVERY TERM.
       ANVEND-OMLAEGNING.
           IF LO-KAPITALISER OF OMLAEGNING-AR(WS-OML-MATCH-IX) = "J"
               MOVE ZEROES TO WS-KAPITAL-BELOB
               PERFORM VARYING WS-RESTANCE-IX FROM 1 BY 1
                       UNTIL WS-RESTANCE-IX > ANTAL-RESTANCER
                   IF LR-KONTO-ID OF RESTANCE-AR(WS-RESTANCE-IX)
                           = LN-KONTO-ID OF LAAN-REC
                       AND LR-STATUS OF RESTANCE-AR(WS-RESTANCE-IX)
                           = "AABEN"
                       PERFORM BEREGN-RESTANCE-RENTE
                       ADD LR-AFDRAG OF RESTANCE-AR(WS-RESTANCE-IX)
                           LR-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
                           LR-RESTANCE-RENTE
                               OF RESTANCE-AR(WS-RESTANCE-IX)
                           TO WS-KAPITAL-BELOB
                       MOVE "KAPITAL"
                           TO LR-STATUS OF RESTANCE-AR(WS-RESTANCE-IX)
                       MOVE WS-DAGS-DATO
                           TO LR-BETALT-DATO
                               OF RESTANCE-AR(WS-RESTANCE-IX)
                   END-IF
               END-PERFORM
               ADD WS-KAPITAL-BELOB TO LN-RESTGAELD OF LAAN-REC
               MOVE WS-KAPITAL-BELOB
                   TO LO-KAPITALISERET OF OMLAEGNING-AR(WS-OML-MATCH-IX)
           END-IF
           IF LO-NYE-TERMINER OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                   > ZEROES
               COMPUTE LN-TERMINER OF LAAN-REC =
                   LN-TERMINER OF LAAN-REC
                   - LN-REST-TERMINER OF LAAN-REC
                   + LO-NYE-TERMINER OF OMLAEGNING-AR(WS-OML-MATCH-IX)
               MOVE LO-NYE-TERMINER OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                   TO LN-REST-TERMINER OF LAAN-REC
           END-IF
           IF LN-REST-TERMINER OF LAAN-REC = ZEROES
               AND LN-RESTGAELD OF LAAN-REC > ZEROES
               MOVE 1 TO LN-REST-TERMINER OF LAAN-REC
           END-IF
           MOVE "IKRAFT" TO LO-STATUS OF OMLAEGNING-AR(WS-OML-MATCH-IX)
           MOVE WS-DAGS-DATO
               TO LO-ANVENDT-DATO OF OMLAEGNING-AR(WS-OML-MATCH-IX).

      * IS THE INSTALLMENT DUE ON LN-NAESTE-DATO INSIDE THE LOAN'S
      * PAYMENT HOLIDAY? WS-AFDRAGSFRI COMES BACK Y OR N.
       VURDER-AFDRAGSFRI.
           MOVE "N" TO WS-AFDRAGSFRI
           IF WS-OML-MATCH-IX > ZEROES
               IF LO-STATUS OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                       = "IKRAFT"
                   AND LO-FRI-FRA OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                       NOT = SPACES
                   AND LN-NAESTE-DATO OF LAAN-REC NOT <
                       LO-FRI-FRA OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                   AND LN-NAESTE-DATO OF LAAN-REC NOT >
                       LO-FRI-TIL OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                   MOVE "Y" TO WS-AFDRAGSFRI
               END-IF
           END-IF.

      * AN IKRAFT RESTRUCTURING IS DONE ONCE THE NEXT INSTALLMENT
      * FALLS AFTER ITS PAYMENT HOLIDAY (OR IT HAD NONE), OR THE
      * DEBT IS GONE. THE ROW STAYS ON FILE AS AFSLUTTET FOR THE
      * FORBEARANCE PROBATION.
       AFSLUT-OMLAEGNING.
           IF WS-OML-MATCH-IX > ZEROES
               IF LO-STATUS OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                       = "IKRAFT"
                   AND (LO-FRI-FRA OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                           = SPACES
                     OR LN-NAESTE-DATO OF LAAN-REC
                         > LO-FRI-TIL OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                     OR LN-RESTGAELD OF LAAN-REC NOT > ZEROES)
                   MOVE "AFSLUTTET"
                       TO LO-STATUS OF OMLAEGNING-AR(WS-OML-MATCH-IX)
                   MOVE WS-DAGS-DATO
                       TO LO-AFSLUTTET-DATO
                           OF OMLAEGNING-AR(WS-OML-MATCH-IX)
               END-IF
           END-IF.

      * ONE OPEN ARREARS ROW: MORARENTE IS BROUGHT UP TO TODAY, AND
      * IF THE ACCOUNT CAN NOW COVER AFDRAG + RENTE + MORARENTE ALL
      * THREE ARE QUEUED FOR POSTING AND THE ROW FLIPS TO BETALT.
       INDDRIV-RESTANCE.
           PERFORM BEREGN-RESTANCE-RENTE
           COMPUTE WS-DAEKNING-KRAV =
               LR-AFDRAG OF RESTANCE-AR(WS-RESTANCE-IX)
               + LR-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
               + LR-RESTANCE-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
           PERFORM VURDER-DAEKNING
           IF WS-DAEKKET = "Y"
               ADD 1 TO ANTAL-FORFALD
               MOVE LN-KONTO-ID OF LAAN-REC
                   TO FF-KONTO-ID(ANTAL-FORFALD)
               MOVE LR-AFDRAG OF RESTANCE-AR(WS-RESTANCE-IX)
                   TO FF-AFDRAG(ANTAL-FORFALD)
               MOVE LR-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
                   TO FF-RENTE(ANTAL-FORFALD)
               MOVE LR-RESTANCE-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
                   TO FF-MORARENTE(ANTAL-FORFALD)
               MOVE LR-VALUTA OF RESTANCE-AR(WS-RESTANCE-IX)
                   TO FF-VALUTA(ANTAL-FORFALD)
               MOVE "R" TO FF-KILDE(ANTAL-FORFALD)
               MOVE "BETALT" TO LR-STATUS OF RESTANCE-AR(WS-RESTANCE-IX)
               MOVE WS-DAGS-DATO
                   TO LR-BETALT-DATO OF RESTANCE-AR(WS-RESTANCE-IX)
           END-IF.

      * IS WS-DAEKNING-KRAV COVERED ON THE LOAN'S DEBIT ACCOUNT? IF
      * SO THE AMOUNT IS RESERVED AT ONCE BY TAKING IT OFF THE
      * AVAILABLE AMOUNT. WITHOUT A CLOSING-BALANCE FILE EVERYTHING
      * IS TREATED AS COVERED - EXCEPT ON AN INSOLV ACCOUNT, WHERE
      * NOTHING EVER IS.
       VURDER-DAEKNING.
           MOVE "N" TO WS-DAEKKET
           IF WS-KONTO-INSOLV = "Y"
               CONTINUE
           ELSE
               IF WS-DAEKNING-KENDT = "N"
                   MOVE "Y" TO WS-DAEKKET
               ELSE
                   IF WS-DISP-MATCH-IX > ZEROES
                       IF DS-BELOB(WS-DISP-MATCH-IX)
                               NOT < WS-DAEKNING-KRAV
                           SUBTRACT WS-DAEKNING-KRAV
                               FROM DS-BELOB(WS-DISP-MATCH-IX)
                           MOVE "Y" TO WS-DAEKKET
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * SIMPLE-DAY MORARENTE ON THE ROW'S UNPAID AFDRAG + RENTE FROM
      * THE DUE DATE TO TODAY, RECOMPUTED FROM SCRATCH EVERY NIGHT SO
      * A RATE CHANGE IN MORASATS.TXT TAKES EFFECT AT ONCE.
       BEREGN-RESTANCE-RENTE.
           MOVE LR-FORFALD-DATO OF RESTANCE-AR(WS-RESTANCE-IX)
               TO WS-DATO-TEKST
           PERFORM DATO-TIL-HELTAL
           IF WS-DAGS-HELTAL > WS-DATO-HELTAL
               COMPUTE LR-DAGE OF RESTANCE-AR(WS-RESTANCE-IX) =
                   WS-DAGS-HELTAL - WS-DATO-HELTAL
           ELSE
               MOVE ZEROES TO LR-DAGE OF RESTANCE-AR(WS-RESTANCE-IX)
           END-IF
           COMPUTE LR-RESTANCE-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
               ROUNDED =
               (LR-AFDRAG OF RESTANCE-AR(WS-RESTANCE-IX)
                   + LR-RENTE OF RESTANCE-AR(WS-RESTANCE-IX))
               * WS-MORARENTE-SATS
               * LR-DAGE OF RESTANCE-AR(WS-RESTANCE-IX) / 36500.

      * AGES EVERY ROW STILL OPEN ON THIS LOAN AND SETS LN-STATUS
      * FROM THE OLDEST: NONE OPEN IS AKTIV (OR INDFRIET ONCE THE
      * DEBT IS GONE), MORE THAN WS-MISLIGH-DAGE PAST DUE IS
      * MISLIGH, ANYTHING ELSE RESTANCE.
       AELD-RESTANCER.
           MOVE ZEROES TO WS-AELDSTE-DAGE
           MOVE ZEROES TO WS-AABNE-RESTANCER
           PERFORM VARYING WS-RESTANCE-IX FROM 1 BY 1
                   UNTIL WS-RESTANCE-IX > ANTAL-RESTANCER
               IF LR-KONTO-ID OF RESTANCE-AR(WS-RESTANCE-IX)
                       = LN-KONTO-ID OF LAAN-REC
                   AND LR-STATUS OF RESTANCE-AR(WS-RESTANCE-IX)
                       = "AABEN"
                   PERFORM BEREGN-RESTANCE-RENTE
                   ADD 1 TO WS-AABNE-RESTANCER
                   IF LR-DAGE OF RESTANCE-AR(WS-RESTANCE-IX)
                           > WS-AELDSTE-DAGE
                       MOVE LR-DAGE OF RESTANCE-AR(WS-RESTANCE-IX)
                           TO WS-AELDSTE-DAGE
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-AABNE-RESTANCER > ZEROES
                   AND WS-AELDSTE-DAGE > WS-MISLIGH-DAGE
                   MOVE "MISLIGH" TO LN-STATUS OF LAAN-REC
               WHEN WS-AABNE-RESTANCER > ZEROES
                   MOVE "RESTANCE" TO LN-STATUS OF LAAN-REC
               WHEN LN-RESTGAELD OF LAAN-REC NOT > ZEROES
                   MOVE "INDFRIET" TO LN-STATUS OF LAAN-REC
                   MOVE ZEROES TO LN-REST-TERMINER OF LAAN-REC
               WHEN OTHER
                   MOVE "AKTIV" TO LN-STATUS OF LAAN-REC
           END-EVALUATE.

      * WRITES THE WHOLE REGISTER BACK - SAME SHAPE AS RYKKERKOERSEL'S
      * GEM-SAGER.
       GEM-RESTANCER.
           OPEN OUTPUT LAAN-RESTANCER
           PERFORM VARYING WS-RESTANCE-IX FROM 1 BY 1
                   UNTIL WS-RESTANCE-IX > ANTAL-RESTANCER
               MOVE RESTANCE-AR(WS-RESTANCE-IX) TO RESTANCE-REC
               WRITE RESTANCE-REC
           END-PERFORM
           CLOSE LAAN-RESTANCER.

      * THE CREDIT DESK'S ARREARS REPORT - ONE LINE PER OPEN ROW
      * WITH ITS AGE BUCKET, THEN COUNT AND AMOUNT (AFDRAG + RENTE
      * + ACCRUED MORARENTE) PER BUCKET.
       SKRIV-RESTANCE-RAPPORT.
           OPEN OUTPUT RESTANCE-RAPPORT
           MOVE SPACES TO RESTANCE-RAPPORT-RECORD
           STRING "LAANRESTANCER PR. " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO RESTANCE-RAPPORT-RECORD
           WRITE RESTANCE-RAPPORT-RECORD
           MOVE SPACES TO RESTANCE-RAPPORT-RECORD
           STRING "KONTO-ID   FORFALD     DAGE  GRUPPE    "
               DELIMITED BY SIZE
               "        BELOEB VAL" DELIMITED BY SIZE
               INTO RESTANCE-RAPPORT-RECORD
           WRITE RESTANCE-RAPPORT-RECORD
           PERFORM VARYING WS-RESTANCE-IX FROM 1 BY 1
                   UNTIL WS-RESTANCE-IX > ANTAL-RESTANCER
               IF LR-STATUS OF RESTANCE-AR(WS-RESTANCE-IX) = "AABEN"
                   PERFORM SKRIV-RESTANCE-LINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO RESTANCE-RAPPORT-RECORD
           WRITE RESTANCE-RAPPORT-RECORD
           PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                   UNTIL WS-BUCKET-IX > 4
               PERFORM SAET-BUCKET-TEKST
               MOVE BK-ANTAL(WS-BUCKET-IX) TO WS-RAPPORT-ANTAL-TEXT
               MOVE BK-BELOB(WS-BUCKET-IX) TO WS-RAPPORT-BELOB-TEXT
               MOVE SPACES TO RESTANCE-RAPPORT-RECORD
               STRING "GRUPPE " DELIMITED BY SIZE
                   WS-BUCKET-TEKST DELIMITED BY SIZE
                   " ANTAL " DELIMITED BY SIZE
                   WS-RAPPORT-ANTAL-TEXT DELIMITED BY SIZE
                   "  BELOEB " DELIMITED BY SIZE
                   WS-RAPPORT-BELOB-TEXT DELIMITED BY SIZE
                   INTO RESTANCE-RAPPORT-RECORD
               WRITE RESTANCE-RAPPORT-RECORD
           END-PERFORM
           CLOSE RESTANCE-RAPPORT.

       SKRIV-RESTANCE-LINJE.
           EVALUATE TRUE
               WHEN LR-DAGE OF RESTANCE-AR(WS-RESTANCE-IX) <= 30
                   MOVE 1 TO WS-BUCKET-IX
               WHEN LR-DAGE OF RESTANCE-AR(WS-RESTANCE-IX) <= 60
                   MOVE 2 TO WS-BUCKET-IX
               WHEN LR-DAGE OF RESTANCE-AR(WS-RESTANCE-IX) <= 90
                   MOVE 3 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IX
           END-EVALUATE
           PERFORM SAET-BUCKET-TEKST
           COMPUTE WS-RAPPORT-BELOB =
               LR-AFDRAG OF RESTANCE-AR(WS-RESTANCE-IX)
               + LR-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
               + LR-RESTANCE-RENTE OF RESTANCE-AR(WS-RESTANCE-IX)
           ADD 1 TO BK-ANTAL(WS-BUCKET-IX)
           ADD WS-RAPPORT-BELOB TO BK-BELOB(WS-BUCKET-IX)
           MOVE WS-RAPPORT-BELOB TO WS-RAPPORT-BELOB-TEXT
           MOVE LR-DAGE OF RESTANCE-AR(WS-RESTANCE-IX)
               TO WS-RAPPORT-DAGE-TEXT
           MOVE SPACES TO RESTANCE-RAPPORT-RECORD
           STRING LR-KONTO-ID OF RESTANCE-AR(WS-RESTANCE-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LR-FORFALD-DATO OF RESTANCE-AR(WS-RESTANCE-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RAPPORT-DAGE-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BUCKET-TEKST DELIMITED BY SIZE
               WS-RAPPORT-BELOB-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LR-VALUTA OF RESTANCE-AR(WS-RESTANCE-IX)
                   DELIMITED BY SIZE
               INTO RESTANCE-RAPPORT-RECORD
           WRITE RESTANCE-RAPPORT-RECORD.

       SAET-BUCKET-TEKST.
           EVALUATE WS-BUCKET-IX
               WHEN 1
                   MOVE "1-30"      TO WS-BUCKET-TEKST
               WHEN 2
                   MOVE "31-60"     TO WS-BUCKET-TEKST
               WHEN 3
                   MOVE "61-90"     TO WS-BUCKET-TEKST
               WHEN OTHER
                   MOVE "OVER 90"   TO WS-BUCKET-TEKST
           END-EVALUATE.

      * WRITES THE RESTRUCTURING REGISTER BACK WITH THE NIGHT'S
      * IKRAFT/AFSLUTTET STAMPS - SAME SHAPE AS GEM-RESTANCER. A
      * REGISTER THAT WAS NEVER THERE IS LEFT ABSENT.
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

      * THE RISK FUNCTION'S FORBEARANCE REPORT. A LOAN IS FORBORNE
      * WHILE ITS RESTRUCTURING IS IKRAFT (OMLAGT) AND FOR TWO YEARS
      * AFTER IT WAS APPLIED (PROEVETID); THOSE COUNT IN THE TOTALS.
      * ROWS STILL VENTER OR GODKENDT ARE LISTED AS COMING SO THE
      * PIPELINE IS VISIBLE, BUT NOT COUNTED.
       SKRIV-OMLAEGNINGS-RAPPORT.
           OPEN OUTPUT OMLAEGNINGS-RAPPORT
           MOVE SPACES TO OMLAEGNINGS-RAPPORT-RECORD
           STRING "OMLAGTE LAAN (FORBEARANCE) PR. " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO OMLAEGNINGS-RAPPORT-RECORD
           WRITE OMLAEGNINGS-RAPPORT-RECORD
           MOVE SPACES TO OMLAEGNINGS-RAPPORT-RECORD
           STRING "KONTO-ID   KATEGORI   IKRAFT     AFDRAGSFRI TIL "
               DELIMITED BY SIZE
               "TERM  KAP     RESTGAELD LAANSTAT" DELIMITED BY SIZE
               INTO OMLAEGNINGS-RAPPORT-RECORD
           WRITE OMLAEGNINGS-RAPPORT-RECORD
           PERFORM VARYING WS-OML-IX FROM 1 BY 1
                   UNTIL WS-OML-IX > ANTAL-OML
               PERFORM SKRIV-OMLAEGNINGS-LINJE
           END-PERFORM
           MOVE SPACES TO OMLAEGNINGS-RAPPORT-RECORD
           WRITE OMLAEGNINGS-RAPPORT-RECORD
           MOVE WS-FORBORNE-ANTAL TO WS-RAPPORT-ANTAL-TEXT
           MOVE WS-FORBORNE-BELOB TO WS-RAPPORT-BELOB-TEXT
           MOVE SPACES TO OMLAEGNINGS-RAPPORT-RECORD
           STRING "FORBORNE LAAN ANTAL " DELIMITED BY SIZE
               WS-RAPPORT-ANTAL-TEXT DELIMITED BY SIZE
               "  RESTGAELD " DELIMITED BY SIZE
               WS-RAPPORT-BELOB-TEXT DELIMITED BY SIZE
               INTO OMLAEGNINGS-RAPPORT-RECORD
           WRITE OMLAEGNINGS-RAPPORT-RECORD
           MOVE WS-VENTER-ANTAL TO WS-RAPPORT-ANTAL-TEXT
           MOVE SPACES TO OMLAEGNINGS-RAPPORT-RECORD
           STRING "KOMMENDE OMLAEGNINGER ANTAL " DELIMITED BY SIZE
               WS-RAPPORT-ANTAL-TEXT DELIMITED BY SIZE
               INTO OMLAEGNINGS-RAPPORT-RECORD
           WRITE OMLAEGNINGS-RAPPORT-RECORD
           CLOSE OMLAEGNINGS-RAPPORT.

       SKRIV-OMLAEGNINGS-LINJE.
           MOVE SPACES TO WS-OML-KATEGORI
           EVALUATE LO-STATUS OF OMLAEGNING-AR(WS-OML-IX)
               WHEN "VENTER"
               WHEN "GODKENDT"
                   MOVE "KOMMENDE" TO WS-OML-KATEGORI
               WHEN "IKRAFT"
                   MOVE "OMLAGT" TO WS-OML-KATEGORI
               WHEN "AFSLUTTET"
                   MOVE LO-ANVENDT-DATO OF OMLAEGNING-AR(WS-OML-IX)
                       TO WS-PROEVE-SLUT
                   MOVE WS-PROEVE-SLUT(1:4) TO WS-PROEVE-AAR
                   ADD 2 TO WS-PROEVE-AAR
                   MOVE WS-PROEVE-AAR TO WS-PROEVE-SLUT(1:4)
                   IF WS-DAGS-DATO < WS-PROEVE-SLUT
                       MOVE "PROEVETID" TO WS-OML-KATEGORI
                   END-IF
           END-EVALUATE
           IF WS-OML-KATEGORI NOT = SPACES
               PERFORM SKRIV-OMLAEGNINGS-DETALJE
           END-IF.

       SKRIV-OMLAEGNINGS-DETALJE.
           MOVE ZEROES TO WS-LV-MATCH-IX
           PERFORM VARYING WS-LV-IX FROM 1 BY 1
                   UNTIL WS-LV-IX > ANTAL-LAAN-OVERSIGT
               IF LV-KONTO-ID(WS-LV-IX)
                       = LO-KONTO-ID OF OMLAEGNING-AR(WS-OML-IX)
                   MOVE WS-LV-IX TO WS-LV-MATCH-IX
               END-IF
           END-PERFORM
           MOVE ZEROES TO WS-RAPPORT-BELOB
           MOVE SPACES TO WS-OML-LAANSTATUS
           IF WS-LV-MATCH-IX > ZEROES
               MOVE LV-RESTGAELD(WS-LV-MATCH-IX) TO WS-RAPPORT-BELOB
               MOVE LV-STATUS(WS-LV-MATCH-IX) TO WS-OML-LAANSTATUS
           END-IF
           IF WS-OML-KATEGORI = "KOMMENDE"
               ADD 1 TO WS-VENTER-ANTAL
           ELSE
               ADD 1 TO WS-FORBORNE-ANTAL
               ADD WS-RAPPORT-BELOB TO WS-FORBORNE-BELOB
           END-IF
           MOVE WS-RAPPORT-BELOB TO WS-RAPPORT-BELOB-TEXT
           MOVE SPACES TO OMLAEGNINGS-RAPPORT-RECORD
           STRING LO-KONTO-ID OF OMLAEGNING-AR(WS-OML-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OML-KATEGORI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LO-IKRAFT-DATO OF OMLAEGNING-AR(WS-OML-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LO-FRI-TIL OF OMLAEGNING-AR(WS-OML-IX)
                   DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               LO-NYE-TERMINER OF OMLAEGNING-AR(WS-OML-IX)
                   DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               LO-KAPITALISER OF OMLAEGNING-AR(WS-OML-IX)
                   DELIMITED BY SIZE
               WS-RAPPORT-BELOB-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OML-LAANSTATUS DELIMITED BY SIZE
               INTO OMLAEGNINGS-RAPPORT-RECORD
           WRITE OMLAEGNINGS-RAPPORT-RECORD.

      * ONE DUE LOAN: THE ANNUITY YDELSE IS RESTGAELD * I * F /
      * (F - 1) WITH I THE MONTHLY RATE AND F = (1 + I) **
      * REST-TERMINER (BUILT BY REPEATED MULTIPLICATION BELOW); THE
      * LAST TERM, OR A ROUNDING OVERSHOOT, CLAMPS THE AFDRAG TO THE
      * REMAINING DEBT SO THE LOAN LANDS EXACTLY ON ZERO. THE DEBT,
      * REMAINING TERM COUNT AND DUE DATE ROLL FORWARD IN PLACE, AND
      * A FULLY REPAID LOAN FLIPS TO INDFRIET IN AELD-RESTANCER ONCE
      * NO ARREARS ARE LEFT OPEN. AN UNCOVERED INSTALLMENT STILL
      * ROLLS THE LOAN FORWARD - THE UNPAID AFDRAG AND RENTE MOVE TO
      * THE ARREARS REGISTER, WHICH IS WHERE THEY ARE COLLECTED FROM.
      * INSIDE A PAYMENT HOLIDAY ONLY THE RENTE LEG FALLS DUE AND NO
      * TERM IS USED UP, SO THE FIRST INSTALLMENT AFTER IT
      * RE-AMORTIZES THE UNCHANGED DEBT OVER THE TERMS STILL LEFT.
       BEHANDL-LAAN.
           PERFORM VURDER-AFDRAGSFRI
           COMPUTE WS-MD-RENTE ROUNDED = LN-SATS OF LAAN-REC / 1200
           COMPUTE WS-RENTE-DEL ROUNDED =
               LN-RESTGAELD OF LAAN-REC * WS-MD-RENTE
           EVALUATE TRUE
               WHEN WS-AFDRAGSFRI = "Y"
                   MOVE WS-RENTE-DEL TO WS-YDELSE
               WHEN WS-MD-RENTE = ZEROES
                   COMPUTE WS-YDELSE ROUNDED = LN-RESTGAELD OF LAAN-REC
                       / LN-REST-TERMINER OF LAAN-REC
               WHEN OTHER
                   MOVE 1 TO WS-FAKTOR
                   PERFORM VARYING WS-FAKTOR-IX FROM 1 BY 1
                           UNTIL WS-FAKTOR-IX
                               > LN-REST-TERMINER OF LAAN-REC
                       COMPUTE WS-FAKTOR ROUNDED =
                           WS-FAKTOR * (1 + WS-MD-RENTE)
                   END-PERFORM
                   COMPUTE WS-YDELSE ROUNDED =
                       (LN-RESTGAELD OF LAAN-REC * WS-MD-RENTE
                           * WS-FAKTOR) / (WS-FAKTOR - 1)
           END-EVALUATE
           COMPUTE WS-AFDRAG-DEL = WS-YDELSE - WS-RENTE-DEL
           IF WS-AFDRAGSFRI = "N"
               AND (LN-REST-TERMINER OF LAAN-REC <= 1
                   OR WS-AFDRAG-DEL > LN-RESTGAELD OF LAAN-REC)
               MOVE LN-RESTGAELD OF LAAN-REC TO WS-AFDRAG-DEL
           END-IF

           COMPUTE WS-DAEKNING-KRAV = WS-AFDRAG-DEL + WS-RENTE-DEL
           PERFORM VURDER-DAEKNING
           IF WS-DAEKKET = "Y"
               ADD 1 TO ANTAL-FORFALD
               MOVE LN-KONTO-ID OF LAAN-REC
                   TO FF-KONTO-ID(ANTAL-FORFALD)
               MOVE WS-AFDRAG-DEL TO FF-AFDRAG(ANTAL-FORFALD)
               MOVE WS-RENTE-DEL TO FF-RENTE(ANTAL-FORFALD)
               MOVE ZEROES TO FF-MORARENTE(ANTAL-FORFALD)
               MOVE LN-VALUTA OF LAAN-REC TO FF-VALUTA(ANTAL-FORFALD)
               MOVE "T" TO FF-KILDE(ANTAL-FORFALD)
               IF WS-AFDRAGSFRI = "Y"
                   MOVE "F" TO FF-KILDE(ANTAL-FORFALD)
               END-IF
           ELSE
               ADD 1 TO ANTAL-RESTANCER
               MOVE SPACES TO RESTANCE-AR(ANTAL-RESTANCER)
               MOVE LN-KONTO-ID OF LAAN-REC
                   TO LR-KONTO-ID OF RESTANCE-AR(ANTAL-RESTANCER)
               MOVE LN-NAESTE-DATO OF LAAN-REC
                   TO LR-FORFALD-DATO OF RESTANCE-AR(ANTAL-RESTANCER)
               MOVE WS-AFDRAG-DEL
                   TO LR-AFDRAG OF RESTANCE-AR(ANTAL-RESTANCER)
               MOVE WS-RENTE-DEL
                   TO LR-RENTE OF RESTANCE-AR(ANTAL-RESTANCER)
               MOVE ZEROES
                   TO LR-RESTANCE-RENTE OF RESTANCE-AR(ANTAL-RESTANCER)
               MOVE ZEROES TO LR-DAGE OF RESTANCE-AR(ANTAL-RESTANCER)
               MOVE LN-VALUTA OF LAAN-REC
                   TO LR-VALUTA OF RESTANCE-AR(ANTAL-RESTANCER)
               MOVE "AABEN" TO LR-STATUS OF RESTANCE-AR(ANTAL-RESTANCER)
               IF WS-KONTO-INSOLV = "Y"
                   AND ANTAL-KONKURS < 500
                   ADD 1 TO ANTAL-KONKURS
                   MOVE LN-KONTO-ID OF LAAN-REC
                       TO KK-KONTO-ID(ANTAL-KONKURS)
                   MOVE LN-NAESTE-DATO OF LAAN-REC
                       TO KK-FORFALD-DATO(ANTAL-KONKURS)
                   MOVE WS-DAEKNING-KRAV TO KK-BELOB(ANTAL-KONKURS)
               END-IF
           END-IF

           SUBTRACT WS-AFDRAG-DEL FROM LN-RESTGAELD OF LAAN-REC
           IF LN-REST-TERMINER OF LAAN-REC > ZEROES
               AND WS-AFDRAGSFRI = "N"
               SUBTRACT 1 FROM LN-REST-TERMINER OF LAAN-REC
           END-IF
           IF LN-RESTGAELD OF LAAN-REC > ZEROES
               PERFORM RUL-FORFALDSDATO
           END-IF.

      * ROLLS THE DUE DATE FORWARD ONE MONTH, SAME CLAMP-TO-28 RULE
      * AS THE STANDING-ORDER ENGINE AND INDLAANFORFALD.
      * VISIBLE AND COMPENSABLE - SAME SHAPE AS RENTETILSKRIVNING.
       POSTER-TERMINSYDELSER.
           IF ANTAL-FORFALD = ZEROES
               AND ANTAL-KONKURS = ZEROES
               GO TO POSTER-TERMINSYDELSER-EXIT
           END-IF
           PERFORM HENT-PJ-KSUM
           OPEN EXTEND POSTERINGS-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTERINGS-JOURNAL
               PERFORM POSTER-EN-TERMINSYDELSE
                   THRU POSTER-EN-TERMINSYDELSE-EXIT
           END-PERFORM
           PERFORM VARYING WS-KONKURS-IX FROM 1 BY 1
                   UNTIL WS-KONKURS-IX > ANTAL-KONKURS
               PERFORM SKRIV-KONKURS-AFVIGELSE
           END-PERFORM
           CLOSE LAAN-AFVIGELSER
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
       POSTER-TERMINSYDELSER-EXIT.
           EXIT.

      * ONE INSTALLMENT THAT FELL DUE ON AN INSOLV ACCOUNT - LEFT
      * OPEN ON THE ARREARS REGISTER, LISTED HERE SO THE CREDIT DESK
      * CAN LODGE IT WITH THE TRUSTEE.
       SKRIV-KONKURS-AFVIGELSE.
           MOVE KK-BELOB(WS-KONKURS-IX) TO WS-POST-BELOB-TEXT
           MOVE SPACES TO LAAN-AFV-RECORD
           STRING "KONTO-ID " DELIMITED BY SIZE
               KK-KONTO-ID(WS-KONKURS-IX) DELIMITED BY SIZE
               " - TERMINSYDELSE " DELIMITED BY SIZE
               KK-FORFALD-DATO(WS-KONKURS-IX) DELIMITED BY SIZE
               WS-POST-BELOB-TEXT DELIMITED BY SIZE
               " IKKE OPKRAEVET - KONTO INSOLV" DELIMITED BY SIZE
               INTO LAAN-AFV-RECORD
           WRITE LAAN-AFV-RECORD.

      * RESOLVES HOLDER AND REG-NR FOR ONE DUE LOAN AND POSTS ITS
      * TWO LEGS. A LOAN WHOSE ACCOUNT HAS NO HOLDER OR NO REG-NR ON
      * FILE GOES TO THE DEVIATION FILE INSTEAD OF POSTING HALF A
               MOVE "AFDRAG" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
               MOVE "LAAN TERMINSYDELSE AFDRAG"
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
               IF FF-KILDE(WS-FORFALD-IX) = "R"
                   MOVE "LAAN RESTANCE AFDRAG"
                       TO POSTERINGSTEKST OF TRANSAKTION-REC
               END-IF
               PERFORM SKRIV-LAAN-TRANSAKTION
           END-IF
           IF FF-RENTE(WS-FORFALD-IX) NOT = ZEROES
                   OF TRANSAKTION-REC
               MOVE "LAAN TERMINSYDELSE RENTE"
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
               IF FF-KILDE(WS-FORFALD-IX) = "R"
                   MOVE "LAAN RESTANCE RENTE"
                       TO POSTERINGSTEKST OF TRANSAKTION-REC
               END-IF
               IF FF-KILDE(WS-FORFALD-IX) = "F"
                   MOVE "LAAN AFDRAGSFRI RENTE"
                       TO POSTERINGSTEKST OF TRANSAKTION-REC
               END-IF
               PERFORM SKRIV-LAAN-TRANSAKTION
           END-IF
           IF FF-MORARENTE(WS-FORFALD-IX) NOT = ZEROES
               COMPUTE WS-POST-BELOB = 0 - FF-MORARENTE(WS-FORFALD-IX)
               MOVE "MORARENTE" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
               MOVE "LAAN RESTANCE MORARENTE"
                   TO POSTERINGSTEKST OF TRANSAKTION-REC
               PERFORM SKRIV-LAAN-TRANSAKTION
           END-IF.

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

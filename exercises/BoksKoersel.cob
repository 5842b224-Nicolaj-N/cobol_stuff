       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE BOX REGISTER - SEE BANKBOKSE.CPY. LOADED WHOLE AND
      * WRITTEN BACK WITH TONIGHT'S BILLING, REMINDER AND LOCK-OUT
      * CHANGES. OPTIONAL: NO FILE, NO BOXES.
           SELECT BANKBOKSE ASSIGN TO "Bankbokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOKS-STATUS.
      * THE ANNUAL RENT PER SIZE CLASS - ONE ROW EACH FOR LILLE,
      * MELLEM AND STOR, MAINTAINED BY THE PRODUCT DESK.
           SELECT BOKS-TAKSTER ASSIGN TO "BoksTakster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAKST-STATUS.
      * THE RENT HANDED TO GEBYRBEREGNING - SEE BOKSLEJE.CPY. READ
      * FIRST FOR THE ROWS STILL UNPOSTED, THEN EXTENDED WITH
      * TONIGHT'S BILLING.
           SELECT BOKS-LEJE ASSIGN TO "BoksLeje.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEJE-STATUS.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * YESTERDAY'S CLOSING FILE - THE FEE ACCOUNT'S BALANCE AFTER
      * THE RENT WAS DEBITED.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * AGREED OVERDRAFT LIMITS - A FEE ACCOUNT INSIDE ITS LIMIT
      * HAS PAID THE RENT. SEE OVERTRAEKSAFTALER.CPY.
           SELECT OVERTRAEK-AFTALER ASSIGN TO "OvertraekAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTALE-STATUS.
      * TONIGHT'S RENT REMINDER LETTERS, ONE BLOCK PER BOX.
           SELECT BOKS-RYKKERE ASSIGN TO "BoksRykkere.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE SHARED CORRESPONDENCE LOG - ONE ROW PER LETTER THIS RUN
      * SENDS. SEE KORRESPONDANCELOG.CPY.
           SELECT KORRESPONDANCE-LOG
               ASSIGN TO "KorrespondanceLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORR-LOG-STATUS.
      * FOR THE VAULT STAFF AND THE BRANCHES - BOXES LOCKED OUT OR
      * RELEASED TONIGHT, AND BOXES THAT COULD NOT BE BILLED.
           SELECT BOKS-AFVIGELSER ASSIGN TO "BoksAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANKBOKSE.
       01 BOKS-REC.
           COPY "BANKBOKSE.cpy".
       FD BOKS-TAKSTER.
       01 TAKST-REC.
           02  BT-STOERRELSE        PIC X(6).
           02  BT-AARSLEJE          PIC 9(5)V99.
       FD BOKS-LEJE.
       01 LEJE-REC.
           COPY "BOKSLEJE.cpy".
       FD KUNDEOPLYSNINGER.
       01 KUNDEOPL-IN.
           COPY "KUNDER_NEW.cpy".
       FD LUKKESALDO-FILE.
       01 LUKKESALDO-REC.
           02  LS-KONTO-ID          PIC X(10).
           02  LS-NAVN              PIC X(40).
           02  LS-REG-NR            PIC 9(4).
           02  LS-BALANCE           PIC S9(18)V99.
           02  LS-UDSKRIFT-NR       PIC 9(6).
       FD OVERTRAEK-AFTALER.
       01 AFTALE-REC.
           COPY "OVERTRAEKSAFTALER.cpy".
       FD BOKS-RYKKERE.
       01 RYKKER-RECORD.
           02  RYKKER-LINE          PIC X(100) VALUE SPACES.
       FD KORRESPONDANCE-LOG.
       01 KORR-LOG-REC.
           COPY "KORRESPONDANCELOG.cpy".
       FD BOKS-AFVIGELSER.
       01 BOKS-AFV-RECORD.
           02  BOKS-AFV-LINE        PIC X(100) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "BOKS".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RECS-AFVIST           PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-BOKS-STATUS           PIC XX VALUE "00".
       01  WS-TAKST-STATUS          PIC XX VALUE "00".
       01  WS-LEJE-STATUS           PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-AFTALE-STATUS         PIC XX VALUE "00".
       01  WS-KORR-LOG-STATUS       PIC XX VALUE "00".
       01  EOF-BOKS                 PIC X VALUE "N".
       01  EOF-TAKST                PIC X VALUE "N".
       01  EOF-LEJE                 PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-AFTALE               PIC X VALUE "N".
      * REMINDER AFTER 30 DAYS UNPAID, LOCK-OUT AFTER 60.
       01  WS-RYKKER-DAGE           PIC 9(3) VALUE 30.
       01  WS-SPAER-DAGE            PIC 9(3) VALUE 60.
      * THE REGISTER IN MEMORY.
       01  BOKS-AR OCCURS 999 TIMES.
           COPY "BANKBOKSE.cpy".
       01  ANTAL-BOKSE              PIC 9(4) VALUE ZEROES.
       01  WS-BOKS-IX               PIC 9(4).
       01  TAKST-AR OCCURS 10 TIMES.
           02  TA-STOERRELSE        PIC X(6) VALUE SPACES.
           02  TA-AARSLEJE          PIC 9(5)V99 VALUE ZEROES.
       01  ANTAL-TAKSTER            PIC 99 VALUE ZEROES.
       01  WS-TAKST-IX              PIC 99.
       01  WS-TAKST-FOUND           PIC X VALUE "N".
       01  WS-AARSLEJE              PIC 9(7)V99 VALUE ZEROES.
      * BOXES WITH RENT STILL WAITING ON BOKSLEJE.TXT.
       01  AABEN-LEJE-AR OCCURS 999 TIMES.
           02  AL-REG-NR            PIC 9(4) VALUE ZEROES.
           02  AL-BOKS-NR           PIC X(6) VALUE SPACES.
       01  ANTAL-AABEN-LEJE         PIC 9(4) VALUE ZEROES.
       01  WS-AL-IX                 PIC 9(4).
       01  WS-LEJE-AABEN            PIC X VALUE "N".
      * THE CUSTOMER MASTER, FOR THE REMINDER'S ADDRESS.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-FOUND           PIC X VALUE "N".
      * ACCOUNT -> CLOSING BALANCE, FROM LUKKESALDO.TXT.
       01  KONTO-SALDO-AR OCCURS 999 TIMES.
           02  KSA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KSA-BALANCE          PIC S9(18)V99 VALUE ZEROES.
       01  ANTAL-SALDO              PIC 9(4) VALUE ZEROES.
       01  WS-SALDO-IX              PIC 9(4).
       01  WS-SALDO-FOUND           PIC X VALUE "N".
       01  WS-SALDO                 PIC S9(18)V99 VALUE ZEROES.
       01  AFTALE-AR OCCURS 999 TIMES.
           COPY "OVERTRAEKSAFTALER.cpy".
       01  ANTAL-AFTALER            PIC 9(4) VALUE ZEROES.
       01  WS-AFTALE-IX             PIC 9(4).
       01  WS-GRAENSE               PIC S9(9)V99 VALUE ZEROES.
      * DAYS SINCE THE OLDEST UNPAID BILLING.
       01  WS-DAGS-DATO-NUM         PIC 9(8) VALUE ZEROES.
       01  WS-RESTANCE-NUM          PIC 9(8) VALUE ZEROES.
       01  WS-DAGE-RESTANCE         PIC S9(7) VALUE ZEROES.
       01  WS-SPAER-NUM             PIC 9(8) VALUE ZEROES.
       01  WS-SPAER-DATO            PIC X(10) VALUE SPACES.
      * NEXT BILLING DATE ROLL - ONE YEAR ON, 29 FEBRUARY TO 28.
       01  WS-NY-AAR                PIC 9(4) VALUE ZEROES.
      * LETTERS AND LISTS.
       01  WS-KL-KUNDE              PIC X(10) VALUE SPACES.
       01  WS-KL-TYPE               PIC X(15) VALUE SPACES.
       01  WS-KL-KANAL              PIC X(6) VALUE SPACES.
       01  WS-KL-KILDE              PIC X(40) VALUE SPACES.
       01  WS-BELOB-TEKST           PIC Z(6)9.99.
       01  WS-AFVIGELSE             PIC X(40) VALUE SPACES.
       01  WS-ANTAL-FAKTURERET      PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-BETALT          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-RYKKET          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-SPAERRET        PIC 9(5) VALUE ZEROES.

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

      * THE NIGHTLY SAFE-DEPOSIT BOX RUN. FOR EVERY RENTED BOX IT
      * FIRST SEES WHETHER RENT OWED HAS BEEN PAID - THE RENT ROW
      * HAS POSTED AND THE FEE ACCOUNT IS INSIDE ITS AGREED LIMIT -
      * AND LIFTS ANY REMINDER OR LOCK-OUT; OTHERWISE IT AGES THE
      * DEBT, SENDING A REMINDER LETTER AT 30 DAYS AND LOCKING THE
      * RENTERS OUT AT 60. THEN IT BILLS THE NEXT YEAR'S RENT FOR
      * EVERY BOX WHOSE BILLING DATE HAS COME, HANDING IT TO
      * GEBYRBEREGNING. SEALED BOXES ARE LEFT FOR THE ESTATE DESK.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-BOKSE
           PERFORM LOAD-TAKSTER
           PERFORM LOAD-AABEN-LEJE
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-AFTALER
           OPEN EXTEND BOKS-LEJE
           IF WS-LEJE-STATUS = "35"
               OPEN OUTPUT BOKS-LEJE
           END-IF
           OPEN OUTPUT BOKS-RYKKERE
           OPEN OUTPUT BOKS-AFVIGELSER
           PERFORM VARYING WS-BOKS-IX FROM 1 BY 1
                   UNTIL WS-BOKS-IX > ANTAL-BOKSE
               PERFORM BEHANDL-BOKS THRU BEHANDL-BOKS-EXIT
           END-PERFORM
           CLOSE BOKS-AFVIGELSER
           CLOSE BOKS-RYKKERE
           CLOSE BOKS-LEJE
           PERFORM GEM-BOKSE
           PERFORM WRITE-AUDIT-LOG
           STOP RUN.

       START-AUDIT-LOG.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE TO WS-DAGS-DATO-NUM
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
               "  AFVIST " DELIMITED BY SIZE
               WS-RECS-AFVIST DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       LOAD-BOKSE.
           OPEN INPUT BANKBOKSE
           IF WS-BOKS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-BOKS = "Y"
                   READ BANKBOKSE
                       AT END
                           MOVE "Y" TO EOF-BOKS
                       NOT AT END
                           ADD 1 TO ANTAL-BOKSE
                           ADD 1 TO WS-RECS-IN
                           MOVE BOKS-REC TO BOKS-AR(ANTAL-BOKSE)
                   END-READ
               END-PERFORM
               CLOSE BANKBOKSE
           END-IF.

      * WRITES THE REGISTER BACK ONLY WHEN THERE WAS ONE - A MISSING
      * FILE STAYS MISSING.
       GEM-BOKSE.
           IF ANTAL-BOKSE = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT BANKBOKSE
               PERFORM VARYING WS-BOKS-IX FROM 1 BY 1
                       UNTIL WS-BOKS-IX > ANTAL-BOKSE
                   MOVE BOKS-AR(WS-BOKS-IX) TO BOKS-REC
                   WRITE BOKS-REC
               END-PERFORM
               CLOSE BANKBOKSE
           END-IF.

       LOAD-TAKSTER.
           OPEN INPUT BOKS-TAKSTER
           IF WS-TAKST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-TAKST = "Y"
                   READ BOKS-TAKSTER
                       AT END
                           MOVE "Y" TO EOF-TAKST
                       NOT AT END
                           ADD 1 TO ANTAL-TAKSTER
                           MOVE BT-STOERRELSE
                               TO TA-STOERRELSE(ANTAL-TAKSTER)
                           MOVE BT-AARSLEJE
                               TO TA-AARSLEJE(ANTAL-TAKSTER)
                   END-READ
               END-PERFORM
               CLOSE BOKS-TAKSTER
           END-IF.

       LOAD-AABEN-LEJE.
           OPEN INPUT BOKS-LEJE
           IF WS-LEJE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LEJE = "Y"
                   READ BOKS-LEJE
                       AT END
                           MOVE "Y" TO EOF-LEJE
                       NOT AT END
                           ADD 1 TO ANTAL-AABEN-LEJE
                           MOVE BL-REG-NR
                               TO AL-REG-NR(ANTAL-AABEN-LEJE)
                           MOVE BL-BOKS-NR
                               TO AL-BOKS-NR(ANTAL-AABEN-LEJE)
                   END-READ
               END-PERFORM
               CLOSE BOKS-LEJE
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

       LOAD-LUKKESALDO.
           OPEN INPUT LUKKESALDO-FILE
           IF WS-LUKKE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-LUKKE = "Y"
                   READ LUKKESALDO-FILE
                       AT END
                           MOVE "Y" TO EOF-LUKKE
                       NOT AT END
                           ADD 1 TO ANTAL-SALDO
                           MOVE LS-KONTO-ID
                               TO KSA-KONTO-ID(ANTAL-SALDO)
                           MOVE LS-BALANCE
                               TO KSA-BALANCE(ANTAL-SALDO)
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

       LOAD-AFTALER.
           OPEN INPUT OVERTRAEK-AFTALER
           IF WS-AFTALE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AFTALE = "Y"
                   READ OVERTRAEK-AFTALER
                       AT END
                           MOVE "Y" TO EOF-AFTALE
                       NOT AT END
                           ADD 1 TO ANTAL-AFTALER
                           MOVE AFTALE-REC TO AFTALE-AR(ANTAL-AFTALER)
                   END-READ
               END-PERFORM
               CLOSE OVERTRAEK-AFTALER
           END-IF.

      * ONE BOX. LEDIG AND FORSEGLET BOXES ARE NOT BILLED OR
      * CHASED; THE REST HAVE THEIR DEBT SETTLED OR AGED, THEN ARE
      * BILLED WHEN THE NEXT YEAR FALLS DUE. A RERUN THE SAME NIGHT
      * FINDS THE BILLING DATE ALREADY MOVED AND BILLS NOTHING.
       BEHANDL-BOKS.
           IF BX-STATUS OF BOKS-AR(WS-BOKS-IX) NOT = "AKTIV"
               AND BX-STATUS OF BOKS-AR(WS-BOKS-IX) NOT = "RYKKET"
               AND BX-STATUS OF BOKS-AR(WS-BOKS-IX) NOT = "SPAERRET"
               GO TO BEHANDL-BOKS-EXIT
           END-IF
           IF BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-IX) > ZEROES
               PERFORM TJEK-BETALING
               IF WS-LEJE-AABEN = "N"
                   PERFORM REGISTRER-BETALING
               ELSE
                   PERFORM AELD-RESTANCE THRU AELD-RESTANCE-EXIT
               END-IF
           END-IF
           IF BX-NAESTE-LEJE OF BOKS-AR(WS-BOKS-IX) NOT > WS-DAGS-DATO
               PERFORM FAKTURER-LEJE THRU FAKTURER-LEJE-EXIT
           END-IF.

       BEHANDL-BOKS-EXIT.
           EXIT.

      * WS-LEJE-AABEN "N" WHEN THE RENT OWED COUNTS AS PAID: NO ROW
      * FOR THE BOX LEFT ON BOKSLEJE.TXT, AND THE FEE ACCOUNT'S
      * CLOSING BALANCE NOT BELOW ITS UNEXPIRED OVERDRAFT LIMIT.
       TJEK-BETALING.
           MOVE "N" TO WS-LEJE-AABEN
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
                   UNTIL WS-AL-IX > ANTAL-AABEN-LEJE
               IF AL-REG-NR(WS-AL-IX) = BX-REG-NR OF BOKS-AR(WS-BOKS-IX)
                   AND AL-BOKS-NR(WS-AL-IX)
                       = BX-BOKS-NR OF BOKS-AR(WS-BOKS-IX)
                   MOVE "Y" TO WS-LEJE-AABEN
               END-IF
           END-PERFORM
           MOVE "N" TO WS-SALDO-FOUND
           MOVE ZEROES TO WS-SALDO
           PERFORM VARYING WS-SALDO-IX FROM 1 BY 1
                   UNTIL WS-SALDO-IX > ANTAL-SALDO
               IF KSA-KONTO-ID(WS-SALDO-IX)
                       = BX-KONTO-ID OF BOKS-AR(WS-BOKS-IX)
                   MOVE "Y" TO WS-SALDO-FOUND
                   MOVE KSA-BALANCE(WS-SALDO-IX) TO WS-SALDO
               END-IF
           END-PERFORM
           MOVE ZEROES TO WS-GRAENSE
           PERFORM VARYING WS-AFTALE-IX FROM 1 BY 1
                   UNTIL WS-AFTALE-IX > ANTAL-AFTALER
               IF OA-KONTO-ID OF AFTALE-AR(WS-AFTALE-IX)
                       = BX-KONTO-ID OF BOKS-AR(WS-BOKS-IX)
                   AND OA-UDLOEB-DATO OF AFTALE-AR(WS-AFTALE-IX)
                       NOT < WS-DAGS-DATO
                   MOVE OA-GRAENSE OF AFTALE-AR(WS-AFTALE-IX)
                       TO WS-GRAENSE
               END-IF
           END-PERFORM
           IF WS-SALDO-FOUND = "N"
               OR WS-SALDO + WS-GRAENSE < ZEROES
               MOVE "Y" TO WS-LEJE-AABEN
           END-IF.

      * THE DEBT IS CLEARED; A REMINDED OR LOCKED-OUT BOX RETURNS
      * TO AKTIV, AND A LIFTED LOCK-OUT IS LISTED FOR THE VAULT.
       REGISTRER-BETALING.
           IF BX-STATUS OF BOKS-AR(WS-BOKS-IX) = "SPAERRET"
               MOVE "SPAERRING OPHAEVET - LEJE BETALT" TO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
           END-IF
           MOVE ZEROES TO BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-IX)
           MOVE SPACES TO BX-RESTANCE-DATO OF BOKS-AR(WS-BOKS-IX)
           MOVE SPACES TO BX-RYKKER-DATO OF BOKS-AR(WS-BOKS-IX)
           MOVE SPACES TO BX-SPAERRET-DATO OF BOKS-AR(WS-BOKS-IX)
           MOVE "AKTIV" TO BX-STATUS OF BOKS-AR(WS-BOKS-IX)
           ADD 1 TO WS-ANTAL-BETALT
           ADD 1 TO WS-RECS-OUT.

      * STILL UNPAID: 60 DAYS AFTER THE BILLING THE RENTERS ARE
      * LOCKED OUT; 30 DAYS AFTER IT AN AKTIV BOX GETS ITS REMINDER.
       AELD-RESTANCE.
           IF BX-RESTANCE-DATO OF BOKS-AR(WS-BOKS-IX) = SPACES
               GO TO AELD-RESTANCE-EXIT
           END-IF
           MOVE BX-RESTANCE-DATO OF BOKS-AR(WS-BOKS-IX)(1:4)
               TO WS-RESTANCE-NUM(1:4)
           MOVE BX-RESTANCE-DATO OF BOKS-AR(WS-BOKS-IX)(6:2)
               TO WS-RESTANCE-NUM(5:2)
           MOVE BX-RESTANCE-DATO OF BOKS-AR(WS-BOKS-IX)(9:2)
               TO WS-RESTANCE-NUM(7:2)
           COMPUTE WS-DAGE-RESTANCE =
               FUNCTION INTEGER-OF-DATE(WS-DAGS-DATO-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-RESTANCE-NUM)
           COMPUTE WS-SPAER-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RESTANCE-NUM)
               + WS-SPAER-DAGE)
           MOVE WS-SPAER-NUM(1:4) TO WS-SPAER-DATO(1:4)
           MOVE "-" TO WS-SPAER-DATO(5:1)
           MOVE WS-SPAER-NUM(5:2) TO WS-SPAER-DATO(6:2)
           MOVE "-" TO WS-SPAER-DATO(8:1)
           MOVE WS-SPAER-NUM(7:2) TO WS-SPAER-DATO(9:2)
           IF WS-DAGE-RESTANCE NOT < WS-SPAER-DAGE
               IF BX-STATUS OF BOKS-AR(WS-BOKS-IX) NOT = "SPAERRET"
                   MOVE "SPAERRET" TO BX-STATUS OF BOKS-AR(WS-BOKS-IX)
                   MOVE WS-DAGS-DATO
                       TO BX-SPAERRET-DATO OF BOKS-AR(WS-BOKS-IX)
                   MOVE "ADGANG SPAERRET - LEJE I RESTANCE"
                       TO WS-AFVIGELSE
                   PERFORM SKRIV-AFVIGELSE
                   ADD 1 TO WS-ANTAL-SPAERRET
                   ADD 1 TO WS-RECS-OUT
               END-IF
               GO TO AELD-RESTANCE-EXIT
           END-IF
           IF WS-DAGE-RESTANCE NOT < WS-RYKKER-DAGE
               AND BX-STATUS OF BOKS-AR(WS-BOKS-IX) = "AKTIV"
               MOVE "RYKKET" TO BX-STATUS OF BOKS-AR(WS-BOKS-IX)
               MOVE WS-DAGS-DATO
                   TO BX-RYKKER-DATO OF BOKS-AR(WS-BOKS-IX)
               PERFORM SKRIV-RYKKER
               ADD 1 TO WS-ANTAL-RYKKET
               ADD 1 TO WS-RECS-OUT
           END-IF.

       AELD-RESTANCE-EXIT.
           EXIT.

      * THE PRIMARY RENTER IN WS-KUNDE-MATCH-IX; WS-KUNDE-FOUND "N"
      * WHEN THE CUSTOMER IS NOT ON THE MASTER.
       FIND-LEJER.
           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = BX-LEJER-KUNDE-ID OF BOKS-AR(WS-BOKS-IX, 1)
                   MOVE "Y" TO WS-KUNDE-FOUND
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM.

      * ONE REMINDER BLOCK TO THE PRIMARY RENTER - WHAT IS OWED,
      * SINCE WHEN, AND THE DAY ACCESS WILL BE STOPPED - LOGGED ON
      * THE SHARED CORRESPONDENCE LOG.
       SKRIV-RYKKER.
           PERFORM FIND-LEJER
           MOVE SPACES TO RYKKER-RECORD
           STRING "RYKKER FOR BOKSLEJE - BOKS " DELIMITED BY SIZE
               BX-REG-NR OF BOKS-AR(WS-BOKS-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BX-BOKS-NR OF BOKS-AR(WS-BOKS-IX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO RYKKER-RECORD
           WRITE RYKKER-RECORD
           IF WS-KUNDE-FOUND = "Y"
               MOVE SPACES TO RYKKER-RECORD
               STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                       DELIMITED BY SIZE
                   INTO RYKKER-RECORD
               WRITE RYKKER-RECORD
               MOVE SPACES TO RYKKER-RECORD
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
                   INTO RYKKER-RECORD
               WRITE RYKKER-RECORD
           END-IF
           MOVE BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-IX)
               TO WS-BELOB-TEKST
           MOVE SPACES TO RYKKER-RECORD
           STRING "LEJEN FOR DERES BANKBOKS, KR. " DELIMITED BY SIZE
               WS-BELOB-TEKST DELIMITED BY SIZE
               ", FORFALDT " DELIMITED BY SIZE
               BX-RESTANCE-DATO OF BOKS-AR(WS-BOKS-IX)
                   DELIMITED BY SIZE
               ", ER IKKE BETALT." DELIMITED BY SIZE
               INTO RYKKER-RECORD
           WRITE RYKKER-RECORD
           MOVE SPACES TO RYKKER-RECORD
           STRING "ER LEJEN IKKE BETALT SENEST " DELIMITED BY SIZE
               WS-SPAER-DATO DELIMITED BY SIZE
               ", SPAERRES ADGANGEN TIL BOKSEN." DELIMITED BY SIZE
               INTO RYKKER-RECORD
           WRITE RYKKER-RECORD
           MOVE SPACES TO RYKKER-RECORD
           WRITE RYKKER-RECORD
           MOVE BX-LEJER-KUNDE-ID OF BOKS-AR(WS-BOKS-IX, 1)
               TO WS-KL-KUNDE
           MOVE "BOKSRYKKER" TO WS-KL-TYPE
           MOVE "PAPIR" TO WS-KL-KANAL
           MOVE SPACES TO WS-KL-KILDE
           STRING "BoksRykkere.txt BOKS " DELIMITED BY SIZE
               BX-REG-NR OF BOKS-AR(WS-BOKS-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BX-BOKS-NR OF BOKS-AR(WS-BOKS-IX) DELIMITED BY SIZE
               INTO WS-KL-KILDE
           PERFORM SKRIV-KORRESPONDANCE.

      * A YEAR'S RENT IN ADVANCE AT THE SIZE CLASS'S TARIFF GOES TO
      * GEBYRBEREGNING AND ONTO THE BOX'S DEBT, AND THE BILLING DATE
      * MOVES ONE YEAR ON. A SIZE WITHOUT A TARIFF IS LISTED AND
      * LEFT DUE FOR THE NEXT RUN.
       FAKTURER-LEJE.
           MOVE "N" TO WS-TAKST-FOUND
           PERFORM VARYING WS-TAKST-IX FROM 1 BY 1
                   UNTIL WS-TAKST-IX > ANTAL-TAKSTER
               IF TA-STOERRELSE(WS-TAKST-IX)
                       = BX-STOERRELSE OF BOKS-AR(WS-BOKS-IX)
                   MOVE "Y" TO WS-TAKST-FOUND
                   MOVE TA-AARSLEJE(WS-TAKST-IX) TO WS-AARSLEJE
               END-IF
           END-PERFORM
           IF WS-TAKST-FOUND = "N"
               MOVE "IKKE FAKTURERET - INGEN TAKST FOR STR."
                   TO WS-AFVIGELSE
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-RECS-AFVIST
               GO TO FAKTURER-LEJE-EXIT
           END-IF
           IF WS-AARSLEJE > ZEROES
               MOVE SPACES TO LEJE-REC
               MOVE BX-KONTO-ID OF BOKS-AR(WS-BOKS-IX) TO BL-KONTO-ID
               MOVE BX-REG-NR OF BOKS-AR(WS-BOKS-IX) TO BL-REG-NR
               MOVE BX-BOKS-NR OF BOKS-AR(WS-BOKS-IX) TO BL-BOKS-NR
               MOVE WS-DAGS-DATO TO BL-DATO
               MOVE WS-AARSLEJE TO BL-BELOB
               WRITE LEJE-REC
               ADD WS-AARSLEJE
                   TO BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-IX)
               IF BX-RESTANCE-DATO OF BOKS-AR(WS-BOKS-IX) = SPACES
                   MOVE WS-DAGS-DATO
                       TO BX-RESTANCE-DATO OF BOKS-AR(WS-BOKS-IX)
               END-IF
               ADD 1 TO WS-ANTAL-FAKTURERET
               ADD 1 TO WS-RECS-OUT
           END-IF
           MOVE BX-NAESTE-LEJE OF BOKS-AR(WS-BOKS-IX)(1:4) TO WS-NY-AAR
           ADD 1 TO WS-NY-AAR
           MOVE WS-NY-AAR TO BX-NAESTE-LEJE OF BOKS-AR(WS-BOKS-IX)(1:4)
           IF BX-NAESTE-LEJE OF BOKS-AR(WS-BOKS-IX)(6:5) = "02-29"
               MOVE "28" TO BX-NAESTE-LEJE OF BOKS-AR(WS-BOKS-IX)(9:2)
           END-IF.

       FAKTURER-LEJE-EXIT.
           EXIT.

      * ONE LINE PER BOX FOR THE VAULT - CALLER SETS WS-AFVIGELSE
      * FIRST.
       SKRIV-AFVIGELSE.
           MOVE BX-RESTANCE-BELOB OF BOKS-AR(WS-BOKS-IX)
               TO WS-BELOB-TEKST
           MOVE SPACES TO BOKS-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - REG-NR " DELIMITED BY SIZE
               BX-REG-NR OF BOKS-AR(WS-BOKS-IX) DELIMITED BY SIZE
               " BOKS " DELIMITED BY SIZE
               BX-BOKS-NR OF BOKS-AR(WS-BOKS-IX) DELIMITED BY SIZE
               " KONTO " DELIMITED BY SIZE
               BX-KONTO-ID OF BOKS-AR(WS-BOKS-IX) DELIMITED BY SIZE
               " RESTANCE " DELIMITED BY SIZE
               WS-BELOB-TEKST DELIMITED BY SIZE
               INTO BOKS-AFV-RECORD
           WRITE BOKS-AFV-RECORD.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE ATM REGISTER - ONE ROW PER MACHINE WITH ITS BRANCH AND
      * BOOK HOLDING, CARRIED NIGHT OVER NIGHT. SMALL FILE, SNAPSHOT
      * AND REWRITE, SAME REGISTER IDIOM AS VALUTABEHOLDNINGER.
           SELECT AUTOMATER ASSIGN TO "Automater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTOMAT-STATUS.
      * THE ATMS' ELECTRONIC JOURNALS - TODAY'S ROWS ARE THE DAY'S
      * LOADS, DISPENSES, REJECTS AND COUNTS. SEE AUTOMATJOURNAL.CPY.
           SELECT AUTOMAT-JOURNAL ASSIGN TO "AutomatJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * THE DAY'S VALIDATED FEED - THE AUTOMATHAEVNING ROWS ARE THE
      * WITHDRAWALS THE CUSTOMERS WERE ACTUALLY DEBITED FOR, WITH
      * THE MACHINE ID IN BUTIK.
           SELECT TRANSAKTIONER-VALIDERET
               ASSIGN TO "TransaktionerValideret.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      * THE CASH RECORDED AS LOADED - ONE ROW PER REPLENISHMENT,
      * KEYED BY THE BRANCH OR CASH CENTER THAT FILLED THE MACHINE.
      * OPTIONAL FILE - NO ROWS MEANS NO MACHINE WAS FILLED TODAY.
           SELECT AUTOMAT-OPFYLDNINGER
               ASSIGN TO "AutomatOpfyldninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPFYLD-STATUS.
      * EVERY MACHINE WHOSE JOURNAL DOESN'T AGREE WITH THE POSTINGS,
      * THE RECORDED LOADS OR ITS OWN PHYSICAL COUNT - THE ATM TWIN
      * OF KASSEDIFFERENCER.TXT.
           SELECT AUTOMAT-DIFFERENCER
               ASSIGN TO "AutomatDifferencer.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * COUNT OVERAGES AND SHORTAGES GO ONTO THE SUSPENSE LEDGER,
      * WHERE THE AUDITORS ALREADY LOOK - SAME APPEND AS
      * NOSTROAFSTEMNING'S ESCALATED BREAKS.
           SELECT AFKLARINGSLISTE ASSIGN TO "Afklaringsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTOMATER.
       01 AUTOMAT-REC.
           COPY "AUTOMATER.cpy".
       FD AUTOMAT-JOURNAL.
       01 AUTOMAT-JOURNAL-REC.
           COPY "AUTOMATJOURNAL.cpy".
       FD TRANSAKTIONER-VALIDERET.
       01 TRANSAKTION-VAL-REC.
           COPY "TRANSAKTIONER.cpy".
       FD AUTOMAT-OPFYLDNINGER.
       01 OPFYLDNING-REC.
           02  AO-AUTOMAT-ID        PIC X(10) VALUE SPACES.
           02  AO-DATO              PIC X(10) VALUE SPACES.
           02  AO-BELOB             PIC 9(9)V99 VALUE ZEROES.
           02  AO-REG-NR            PIC 9(4) VALUE ZEROES.
       FD AUTOMAT-DIFFERENCER.
       01 DIFFERENCE-RECORD.
           02  DIFFERENCE-LINE      PIC X(120) VALUE SPACES.
       FD AFKLARINGSLISTE.
       01 SUSPENSE-REC.
           COPY "SUSPENSE.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "AUTOMAT".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-AUTOMAT-STATUS        PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  WS-TRANS-STATUS          PIC XX VALUE "00".
       01  WS-OPFYLD-STATUS         PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS       PIC XX VALUE "00".
       01  EOF-AUTOMAT              PIC X VALUE "N".
       01  EOF-JOURNAL              PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  EOF-OPFYLD               PIC X VALUE "N".
      * THE REGISTER IN MEMORY, AND BESIDE IT - SAME SUBSCRIPT - THE
      * DAY'S FIGURES PER MACHINE: DISPENSED PER JOURNAL AGAINST
      * DEBITED PER POSTINGS, LOADED PER JOURNAL AGAINST RECORDED
      * AS LOADED, THE REJECT COUNT, AND THE NET COUNT DIFFERENCE.
       01  AUTOMAT-AR OCCURS 200 TIMES.
           COPY "AUTOMATER.cpy".
       01  DAGS-AR OCCURS 200 TIMES.
           02  AD-UDBETALT          PIC S9(11)V99 VALUE ZEROES.
           02  AD-BOGFOERT          PIC S9(11)V99 VALUE ZEROES.
           02  AD-OPFYLDT           PIC S9(11)V99 VALUE ZEROES.
           02  AD-REGISTRERET       PIC S9(11)V99 VALUE ZEROES.
           02  AD-ANTAL-AFVIST      PIC 9(5) VALUE ZEROES.
           02  AD-OPTAELLINGSDIFF   PIC S9(11)V99 VALUE ZEROES.
           02  AD-AKTIVITET         PIC X VALUE "N".
      * A MACHINE ALREADY RECONCILED TODAY (A RERUN) IS LEFT ALONE -
      * ITS BOOK HOLDING ALREADY CARRIES TODAY'S MOVEMENTS.
           02  AD-SPRING-OVER       PIC X VALUE "N".
           02  AD-NY                PIC X VALUE "N".
           02  AD-OPTALT-IDAG       PIC X VALUE "N".
       01  ANTAL-AUTOMATER          PIC 9(3) VALUE ZEROES.
       01  WS-AUTOMAT-IX            PIC 9(3).
       01  WS-AUTOMAT-SLOT          PIC 9(3) VALUE ZEROES.
       01  WS-SOEGE-AUTOMAT         PIC X(10) VALUE SPACES.
       01  WS-DIFFERENCE            PIC S9(11)V99 VALUE ZEROES.
       01  WS-DIFF-TEKST            PIC X(9) VALUE SPACES.
       01  WS-ANTAL-DIFFERENCER     PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-SUSPENSE        PIC 9(5) VALUE ZEROES.
       01  WS-BELOB-DISPLAY         PIC -(12)9.99.
       01  WS-BELOB-DISPLAY-2       PIC -(12)9.99.
       01  WS-DIFF-DISPLAY          PIC -(12)9.99.

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

      * RECONCILES EVERY ATM'S JOURNAL FOR THE DAY THREE WAYS - THE
      * DISPENSES AGAINST THE WITHDRAWALS POSTED ON THE VALIDATED
      * FEED, THE LOADS AGAINST THE CASH RECORDED AS LOADED, AND THE
      * BOOK HOLDING AGAINST THE PHYSICAL COUNT AT EACH
      * REPLENISHMENT - AND PARKS EVERY COUNT OVERAGE OR SHORTAGE ON
      * THE SUSPENSE LEDGER. THE CARRIED BOOK HOLDINGS ARE WHAT
      * KONTANTPROGNOSE ORDERS THE MACHINES' CASH AGAINST.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-AUTOMATER
           OPEN OUTPUT AUTOMAT-DIFFERENCER
           OPEN EXTEND AFKLARINGSLISTE
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT AFKLARINGSLISTE
           END-IF
           PERFORM LOAD-JOURNAL
           PERFORM LOAD-POSTERINGER
           PERFORM LOAD-OPFYLDNINGER
           PERFORM VARYING WS-AUTOMAT-IX FROM 1 BY 1
                   UNTIL WS-AUTOMAT-IX > ANTAL-AUTOMATER
               PERFORM AFSTEM-AUTOMAT
                   THRU AFSTEM-AUTOMAT-EXIT
           END-PERFORM
           CLOSE AFKLARINGSLISTE
           CLOSE AUTOMAT-DIFFERENCER
           PERFORM SKRIV-AUTOMATER
           DISPLAY "AUTOMAT: " ANTAL-AUTOMATER " AUTOMATER, "
               WS-ANTAL-DIFFERENCER " DIFFERENCER, "
               WS-ANTAL-SUSPENSE " TIL AFKLARINGSLISTEN"
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

      * LOADS AUTOMATER.TXT. A MISSING REGISTER MEANS NO MACHINE HAS
      * BEEN SET UP YET; EVERY MACHINE THE JOURNAL NAMES IS THEN
      * TAKEN ON BY FIND-AUTOMAT-SLOT AND CALLED OUT AS NEW.
       LOAD-AUTOMATER.
           OPEN INPUT AUTOMATER
           IF WS-AUTOMAT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AUTOMAT = "Y"
                   READ AUTOMATER
                       AT END
                           MOVE "Y" TO EOF-AUTOMAT
                       NOT AT END
                           ADD 1 TO ANTAL-AUTOMATER
                           MOVE AUTOMAT-REC
                               TO AUTOMAT-AR(ANTAL-AUTOMATER)
                           IF AT-AFSTEMT-DATO OF AUTOMAT-REC
                                   = WS-DAGS-DATO
                               MOVE "Y" TO
                                   AD-SPRING-OVER(ANTAL-AUTOMATER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTOMATER
           END-IF.

      * HANDS THE MACHINE IN WS-SOEGE-AUTOMAT ITS SLOT, TAKING AN
      * UNREGISTERED MACHINE ON UNDER REG-NR 0000 - THE HEAD-OFFICE
      * CASH DESK, SAME DEFAULT AS KONTANTPROGNOSE'S UNMAPPED DRAWER -
      * SO ITS CASH IS STILL RECONCILED AND FORECAST SOMEWHERE
      * VISIBLE.
       FIND-AUTOMAT-SLOT.
           MOVE ZEROES TO WS-AUTOMAT-SLOT
           PERFORM VARYING WS-AUTOMAT-IX FROM 1 BY 1
                   UNTIL WS-AUTOMAT-IX > ANTAL-AUTOMATER
               IF AT-AUTOMAT-ID OF AUTOMAT-AR(WS-AUTOMAT-IX)
                       = WS-SOEGE-AUTOMAT
                   MOVE WS-AUTOMAT-IX TO WS-AUTOMAT-SLOT
               END-IF
           END-PERFORM
           IF WS-AUTOMAT-SLOT = ZEROES
               ADD 1 TO ANTAL-AUTOMATER
               MOVE WS-SOEGE-AUTOMAT
                   TO AT-AUTOMAT-ID OF AUTOMAT-AR(ANTAL-AUTOMATER)
               MOVE ZEROES
                   TO AT-REG-NR OF AUTOMAT-AR(ANTAL-AUTOMATER)
               MOVE "AKTIV"
                   TO AT-STATUS OF AUTOMAT-AR(ANTAL-AUTOMATER)
               MOVE "Y" TO AD-NY(ANTAL-AUTOMATER)
               MOVE ANTAL-AUTOMATER TO WS-AUTOMAT-SLOT
           END-IF.

      * ONE PASS OVER THE JOURNAL, TODAY'S ROWS ONLY, IN FILE ORDER -
      * THE NETWORK DELIVERS EACH MACHINE'S EVENTS CHRONOLOGICALLY,
      * SO THE RUNNING BOOK HOLDING IS EXACT AT EVERY COUNT.
       LOAD-JOURNAL.
           OPEN INPUT AUTOMAT-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-JOURNAL = "Y"
                   READ AUTOMAT-JOURNAL
                       AT END
                           MOVE "Y" TO EOF-JOURNAL
                       NOT AT END
                           IF AJ-TIDSPUNKT(1:10) = WS-DAGS-DATO
                               ADD 1 TO WS-RECS-IN
                               PERFORM NOTER-HAENDELSE
                                   THRU NOTER-HAENDELSE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTOMAT-JOURNAL
           END-IF.

      * ROLLS ONE JOURNAL EVENT INTO THE MACHINE'S DAY FIGURES AND
      * ITS RUNNING BOOK HOLDING. A COUNT THAT DOESN'T MATCH THE
      * HOLDING IS AN OVERAGE OR SHORTAGE; THE HOLDING IS THEN SET TO
      * WHAT WAS ACTUALLY IN THE CASSETTES, SO ONE DIFFERENCE IS
      * NEVER REPORTED TWICE.
       NOTER-HAENDELSE.
           MOVE AJ-AUTOMAT-ID TO WS-SOEGE-AUTOMAT
           PERFORM FIND-AUTOMAT-SLOT
           IF AD-SPRING-OVER(WS-AUTOMAT-SLOT) = "Y"
               GO TO NOTER-HAENDELSE-EXIT
           END-IF
           MOVE "Y" TO AD-AKTIVITET(WS-AUTOMAT-SLOT)
           EVALUATE AJ-HAENDELSE
               WHEN "OPFYLDT"
                   ADD AJ-BELOB TO AD-OPFYLDT(WS-AUTOMAT-SLOT)
                   ADD AJ-BELOB
                       TO AT-BEHOLDNING OF AUTOMAT-AR(WS-AUTOMAT-SLOT)
               WHEN "UDBETALT"
                   ADD AJ-BELOB TO AD-UDBETALT(WS-AUTOMAT-SLOT)
                   SUBTRACT AJ-BELOB FROM
                       AT-BEHOLDNING OF AUTOMAT-AR(WS-AUTOMAT-SLOT)
               WHEN "AFVIST"
                   ADD 1 TO AD-ANTAL-AFVIST(WS-AUTOMAT-SLOT)
      * A MACHINE NEVER RECONCILED BEFORE HAS NO BOOK HOLDING TO
      * PROVE - ITS FIRST COUNT IS THE OPENING BALANCE.
               WHEN "OPTALT"
                   COMPUTE WS-DIFFERENCE = AJ-BELOB
                       - AT-BEHOLDNING OF AUTOMAT-AR(WS-AUTOMAT-SLOT)
                   IF AT-AFSTEMT-DATO OF AUTOMAT-AR(WS-AUTOMAT-SLOT)
                           = SPACES
                       AND AD-OPTALT-IDAG(WS-AUTOMAT-SLOT) = "N"
                       MOVE ZEROES TO WS-DIFFERENCE
                   END-IF
                   MOVE "Y" TO AD-OPTALT-IDAG(WS-AUTOMAT-SLOT)
                   IF WS-DIFFERENCE NOT = ZEROES
                       ADD WS-DIFFERENCE
                           TO AD-OPTAELLINGSDIFF(WS-AUTOMAT-SLOT)
                       PERFORM SKRIV-OPTAELLINGSDIFFERENCE
                   END-IF
                   MOVE AJ-BELOB
                       TO AT-BEHOLDNING OF AUTOMAT-AR(WS-AUTOMAT-SLOT)
           END-EVALUATE.

       NOTER-HAENDELSE-EXIT.
           EXIT.

      * ONE REPORT LINE AND ONE SUSPENSE ROW PER COUNT THAT DIDN'T
      * MATCH THE BOOK HOLDING - AN OVERAGE IS CASH NOBODY CAN
      * ACCOUNT FOR, A SHORTAGE CASH THAT LEFT THE MACHINE WITHOUT A
      * JOURNAL ROW. BOTH STAY AABEN UNTIL SUSPENSEAFKLARING CLEARS
      * THEM.
       SKRIV-OPTAELLINGSDIFFERENCE.
           IF WS-DIFFERENCE > ZEROES
               MOVE "OVERSKUD" TO WS-DIFF-TEKST
           ELSE
               MOVE "UNDERSKUD" TO WS-DIFF-TEKST
           END-IF
           MOVE AT-BEHOLDNING OF AUTOMAT-AR(WS-AUTOMAT-SLOT)
               TO WS-BELOB-DISPLAY
           MOVE AJ-BELOB TO WS-BELOB-DISPLAY-2
           MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
           MOVE SPACES TO DIFFERENCE-RECORD
           STRING "AUTOMAT " DELIMITED BY SIZE
               AJ-AUTOMAT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AJ-TIDSPUNKT DELIMITED BY SIZE
               " BEHOLDNING " DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               " OPTALT " DELIMITED BY SIZE
               WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFF-TEKST DELIMITED BY SPACE
               WS-DIFF-DISPLAY DELIMITED BY SIZE
               INTO DIFFERENCE-RECORD
           WRITE DIFFERENCE-RECORD
           ADD 1 TO WS-ANTAL-DIFFERENCER
           ADD 1 TO WS-RECS-OUT
           MOVE SPACES TO SUSPENSE-REC
           STRING "AUTOMAT " DELIMITED BY SIZE
               AJ-AUTOMAT-ID DELIMITED BY SIZE
               " REG-NR " DELIMITED BY SIZE
               AT-REG-NR OF AUTOMAT-AR(WS-AUTOMAT-SLOT)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFF-TEKST DELIMITED BY SPACE
               WS-DIFF-DISPLAY DELIMITED BY SIZE
               " OPTALT " DELIMITED BY SIZE
               AJ-TIDSPUNKT DELIMITED BY SIZE
               INTO SU-TEKST OF SUSPENSE-REC
           MOVE WS-DAGS-DATO TO SU-FOERSTE-DATO OF SUSPENSE-REC
           MOVE "AABEN" TO SU-STATUS OF SUSPENSE-REC
           WRITE SUSPENSE-REC
           ADD 1 TO WS-ANTAL-SUSPENSE.

      * TODAY'S AUTOMATHAEVNING ROWS ON THE VALIDATED FEED, TOTALLED
      * PER MACHINE (BUTIK) AS A POSITIVE AMOUNT DEBITED. A STORNO OF
      * AN ATM WITHDRAWAL IS NOT NETTED HERE - THE JOURNAL SHOWS THE
      * CASH WENT OUT, AND THE REVERSAL IS A CUSTOMER MATTER.
       LOAD-POSTERINGER.
           OPEN INPUT TRANSAKTIONER-VALIDERET
           IF WS-TRANS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-TRANS = "Y"
                   READ TRANSAKTIONER-VALIDERET
                       AT END
                           MOVE "Y" TO EOF-TRANS
                       NOT AT END
                           IF TRANSAKTIONSTYPE OF TRANSAKTION-VAL-REC
                                   = "AUTOMATHAEVNING"
                               AND TIDSPUNKT OF TRANSAKTION-VAL-REC
                                   (1:10) = WS-DAGS-DATO
                               MOVE BUTIK OF TRANSAKTION-VAL-REC
                                   TO WS-SOEGE-AUTOMAT
                               PERFORM FIND-AUTOMAT-SLOT
                               SUBTRACT BELØB OF TRANSAKTION-VAL-REC
                                   FROM AD-BOGFOERT(WS-AUTOMAT-SLOT)
                               MOVE "Y"
                                   TO AD-AKTIVITET(WS-AUTOMAT-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSAKTIONER-VALIDERET
           END-IF.

      * TODAY'S RECORDED LOADS, TOTALLED PER MACHINE.
       LOAD-OPFYLDNINGER.
           OPEN INPUT AUTOMAT-OPFYLDNINGER
           IF WS-OPFYLD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-OPFYLD = "Y"
                   READ AUTOMAT-OPFYLDNINGER
                       AT END
                           MOVE "Y" TO EOF-OPFYLD
                       NOT AT END
                           IF AO-DATO = WS-DAGS-DATO
                               MOVE AO-AUTOMAT-ID TO WS-SOEGE-AUTOMAT
                               PERFORM FIND-AUTOMAT-SLOT
                               ADD AO-BELOB
                                   TO AD-REGISTRERET(WS-AUTOMAT-SLOT)
                               MOVE "Y"
                                   TO AD-AKTIVITET(WS-AUTOMAT-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTOMAT-OPFYLDNINGER
           END-IF.

      * THE PER-MACHINE CHECKS ONCE EVERYTHING IS LOADED. A MACHINE
      * WITH NO ACTIVITY TODAY HAS NOTHING TO PROVE; A MACHINE
      * RECONCILED EARLIER TODAY IS NOT RECONCILED AGAIN.
       AFSTEM-AUTOMAT.
           IF AD-AKTIVITET(WS-AUTOMAT-IX) = "N"
               OR AD-SPRING-OVER(WS-AUTOMAT-IX) = "Y"
               GO TO AFSTEM-AUTOMAT-EXIT
           END-IF
           IF AD-NY(WS-AUTOMAT-IX) = "Y"
               MOVE SPACES TO DIFFERENCE-RECORD
               STRING "AUTOMAT " DELIMITED BY SIZE
                   AT-AUTOMAT-ID OF AUTOMAT-AR(WS-AUTOMAT-IX)
                       DELIMITED BY SIZE
                   " - IKKE I AUTOMATREGISTRET, OPRETTET UNDER"
                       DELIMITED BY SIZE
                   " REG-NR 0000" DELIMITED BY SIZE
                   INTO DIFFERENCE-RECORD
               WRITE DIFFERENCE-RECORD
               ADD 1 TO WS-ANTAL-DIFFERENCER
               ADD 1 TO WS-RECS-OUT
           END-IF
      * DISPENSED AGAINST DEBITED - MORE DEBITED THAN DISPENSED IS A
      * CUSTOMER CHARGED FOR CASH THE MACHINE NEVER PAID OUT (THE
      * REJECT COUNT IS SHOWN BESIDE IT FOR THAT REASON); MORE
      * DISPENSED THAN DEBITED IS CASH GIVEN AWAY.
           IF AD-UDBETALT(WS-AUTOMAT-IX)
                   NOT = AD-BOGFOERT(WS-AUTOMAT-IX)
               COMPUTE WS-DIFFERENCE = AD-BOGFOERT(WS-AUTOMAT-IX)
                   - AD-UDBETALT(WS-AUTOMAT-IX)
               MOVE AD-UDBETALT(WS-AUTOMAT-IX) TO WS-BELOB-DISPLAY
               MOVE AD-BOGFOERT(WS-AUTOMAT-IX) TO WS-BELOB-DISPLAY-2
               MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
               MOVE SPACES TO DIFFERENCE-RECORD
               STRING "AUTOMAT " DELIMITED BY SIZE
                   AT-AUTOMAT-ID OF AUTOMAT-AR(WS-AUTOMAT-IX)
                       DELIMITED BY SIZE
                   " UDBETALT " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   " BOGFOERT " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
                   " DIFFERENCE " DELIMITED BY SIZE
                   WS-DIFF-DISPLAY DELIMITED BY SIZE
                   " AFVIST " DELIMITED BY SIZE
                   AD-ANTAL-AFVIST(WS-AUTOMAT-IX) DELIMITED BY SIZE
                   INTO DIFFERENCE-RECORD
               WRITE DIFFERENCE-RECORD
               ADD 1 TO WS-ANTAL-DIFFERENCER
               ADD 1 TO WS-RECS-OUT
           END-IF
      * LOADED PER JOURNAL AGAINST RECORDED AS LOADED - THE CASSETTES
      * THE MACHINE SAYS WENT IN AGAINST THE CASH THE BRANCH SAYS IT
      * SENT OUT.
           IF AD-OPFYLDT(WS-AUTOMAT-IX)
                   NOT = AD-REGISTRERET(WS-AUTOMAT-IX)
               COMPUTE WS-DIFFERENCE = AD-OPFYLDT(WS-AUTOMAT-IX)
                   - AD-REGISTRERET(WS-AUTOMAT-IX)
               MOVE AD-OPFYLDT(WS-AUTOMAT-IX) TO WS-BELOB-DISPLAY
               MOVE AD-REGISTRERET(WS-AUTOMAT-IX)
                   TO WS-BELOB-DISPLAY-2
               MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
               MOVE SPACES TO DIFFERENCE-RECORD
               STRING "AUTOMAT " DELIMITED BY SIZE
                   AT-AUTOMAT-ID OF AUTOMAT-AR(WS-AUTOMAT-IX)
                       DELIMITED BY SIZE
                   " OPFYLDT " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   " REGISTRERET " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY-2 DELIMITED BY SIZE
                   " DIFFERENCE " DELIMITED BY SIZE
                   WS-DIFF-DISPLAY DELIMITED BY SIZE
                   INTO DIFFERENCE-RECORD
               WRITE DIFFERENCE-RECORD
               ADD 1 TO WS-ANTAL-DIFFERENCER
               ADD 1 TO WS-RECS-OUT
           END-IF
           MOVE WS-DAGS-DATO
               TO AT-AFSTEMT-DATO OF AUTOMAT-AR(WS-AUTOMAT-IX).

       AFSTEM-AUTOMAT-EXIT.
           EXIT.

      * WRITES THE REGISTER BACK WITH TONIGHT'S BOOK HOLDINGS.
       SKRIV-AUTOMATER.
           OPEN OUTPUT AUTOMATER
           PERFORM VARYING WS-AUTOMAT-IX FROM 1 BY 1
                   UNTIL WS-AUTOMAT-IX > ANTAL-AUTOMATER
               MOVE AUTOMAT-AR(WS-AUTOMAT-IX) TO AUTOMAT-REC
               WRITE AUTOMAT-REC
           END-PERFORM
           CLOSE AUTOMATER.

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

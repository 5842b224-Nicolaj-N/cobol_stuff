           SELECT PRIS-FORNYELSE
               ASSIGN TO "PrisAftaleFornyelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CARD CREDIT REGISTER - A CARD ACCOUNT IS NOT ASSESSED ON
      * THE DAILY TARIFF; ITS ONLY FEE IS THE LATE FEE BELOW. SEE
      * KREDITKORTKONTI.CPY.
           SELECT KREDITKORT-KONTI ASSIGN TO "KreditkortKonti.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KREDITKORT-STATUS.
      * LATE FEES KREDITKORTKOERSEL HANDS OVER FOR A MISSED MINIMUM
      * PAYMENT. POSTED HERE SO A FRITAGET AGREEMENT WAIVES THEM LIKE
      * ANY OTHER FEE; A ROW THAT CAN'T POST YET IS KEPT FOR THE NEXT
      * RUN, THE REST ARE REMOVED ONCE POSTED.
           SELECT KREDITKORT-GEBYR ASSIGN TO "KreditkortGebyr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KR-GEBYR-STATUS.
      * THE QUARTERLY GUARANTEE COMMISSION GARANTIKOERSEL HANDS OVER
      * - SEE GARANTIPROVISION.CPY. POSTED AND WAIVED THE SAME WAY AS
      * THE CARD LATE FEES ABOVE.
           SELECT GARANTI-PROVISION ASSIGN TO "GarantiProvision.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-PROVISION-STATUS.
      * THE ANNUAL SAFE-DEPOSIT BOX RENT BOKSKOERSEL HANDS OVER - SEE
      * BOKSLEJE.CPY. POSTED AND WAIVED THE SAME WAY AGAIN; A ROW
      * LEFT ON THE FILE IS RENT THE BOX IS STILL OWING.
           SELECT BOKS-LEJE ASSIGN TO "BoksLeje.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOKS-LEJE-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRIS-FORNYELSE.
       01 FORNYELSE-RECORD.
           02  FORNYELSE-LINE       PIC X(100) VALUE SPACES.
       FD KREDITKORT-KONTI.
       01 KREDITKORT-REC.
           COPY "KREDITKORTKONTI.cpy".
       FD KREDITKORT-GEBYR.
       01 KR-GEBYR-REC.
           02  KR-KONTO-ID          PIC X(10).
           02  KR-DATO              PIC X(10).
           02  KR-BELOB             PIC 9(5)V99.
           02  KR-VALUTA            PIC X(3).
       FD GARANTI-PROVISION.
       01 GA-PROVISION-REC.
           COPY "GARANTIPROVISION.cpy".
       FD BOKS-LEJE.
       01 BOKS-LEJE-REC.
           COPY "BOKSLEJE.cpy".
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-GEBYR-MATCH-IX        PIC 9(3).
       01  WS-GEBYR-FOUND           PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  WS-GEBYR-BELOB-TEXT      PIC -(9)9.99.
       01  WS-GEBYR-TEKST           PIC X(40) VALUE SPACES.
      * SIMULATION MODE - SEE THE GEBYR-KANDIDAT SELECT ABOVE. THE
      * CANDIDATE TARIFF LOADS INTO ITS OWN TABLE, AND THE PER-VALUTA
       01  WS-SIM-SLOT              PIC 9(3) VALUE ZEROES.
       01  WS-SIM-NU-DISPLAY        PIC -(9)9.99.
       01  WS-SIM-NY-DISPLAY        PIC -(9)9.99.
      * THE FEE AND DISCOUNT AMOUNTS SKRIV-GEBYR-TRANSAKTION AND
      * SKRIV-RABAT BOOK - THE TARIFF'S FEE, A CARD LATE FEE OR A
      * GUARANTEE COMMISSION - AND THE CURRENCY IT POSTS IN: THE
      * ACCOUNT'S OWN, EXCEPT A COMMISSION IN THE GUARANTEE'S.
       01  WS-GEBYR-BELOB           PIC S9(9)V99 VALUE ZEROES.
       01  WS-RABAT-BELOB           PIC S9(9)V99 VALUE ZEROES.
       01  WS-GEBYR-VALUTA          PIC X(3) VALUE SPACES.
      * CARD ACCOUNTS, AND THE PENDING LATE FEES - SEE THE
      * KREDITKORT-GEBYR SELECT.
       01  WS-KREDITKORT-STATUS     PIC XX VALUE "00".
       01  WS-KR-GEBYR-STATUS       PIC XX VALUE "00".
       01  EOF-KREDITKORT           PIC X VALUE "N".
       01  EOF-KR-GEBYR             PIC X VALUE "N".
       01  KREDITKORT-ID-AR OCCURS 999 TIMES.
           02  KKI-KONTO-ID         PIC X(10) VALUE SPACES.
       01  ANTAL-KREDITKORT         PIC 9(4) VALUE ZEROES.
       01  WS-KKI-IX                PIC 9(4).
       01  WS-ER-KREDITKORT         PIC X VALUE "N".
       01  KR-GEBYR-AR OCCURS 999 TIMES.
           02  KRG-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KRG-DATO             PIC X(10) VALUE SPACES.
           02  KRG-BELOB            PIC 9(5)V99 VALUE ZEROES.
           02  KRG-VALUTA           PIC X(3) VALUE SPACES.
           02  KRG-BOGFOERT         PIC X VALUE "N".
       01  ANTAL-KR-GEBYR           PIC 9(4) VALUE ZEROES.
       01  WS-KRG-IX                PIC 9(4).
      * THE PENDING GUARANTEE COMMISSIONS - SEE THE GARANTI-PROVISION
      * SELECT.
       01  WS-GA-PROVISION-STATUS   PIC XX VALUE "00".
       01  EOF-GA-PROVISION         PIC X VALUE "N".
       01  GA-PROVISION-AR OCCURS 999 TIMES.
           02  GPA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  GPA-GARANTI-ID       PIC X(10) VALUE SPACES.
           02  GPA-DATO             PIC X(10) VALUE SPACES.
           02  GPA-BELOB            PIC 9(7)V99 VALUE ZEROES.
           02  GPA-VALUTA           PIC X(3) VALUE SPACES.
           02  GPA-BOGFOERT         PIC X VALUE "N".
       01  ANTAL-GA-PROVISION       PIC 9(4) VALUE ZEROES.
       01  WS-GPA-IX                PIC 9(4).
      * THE PENDING BOX RENT - SEE THE BOKS-LEJE SELECT.
       01  WS-BOKS-LEJE-STATUS      PIC XX VALUE "00".
       01  EOF-BOKS-LEJE            PIC X VALUE "N".
       01  BOKS-LEJE-AR OCCURS 999 TIMES.
           02  BLA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  BLA-REG-NR           PIC 9(4) VALUE ZEROES.
           02  BLA-BOKS-NR          PIC X(6) VALUE SPACES.
           02  BLA-DATO             PIC X(10) VALUE SPACES.
           02  BLA-BELOB            PIC 9(7)V99 VALUE ZEROES.
           02  BLA-BOGFOERT         PIC X VALUE "N".
       01  ANTAL-BOKS-LEJE          PIC 9(4) VALUE ZEROES.
       01  WS-BLA-IX                PIC 9(4).

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
           PERFORM LOAD-GEBYRGRAENSER
           PERFORM LOAD-PRISAFTALER
           PERFORM LOAD-KANDIDAT
           PERFORM LOAD-KREDITKORT
           PERFORM LOAD-GARANTI-PROVISION
           PERFORM LOAD-BOKS-LEJE
           MOVE WS-DAGS-DATO TO WS-TIDSPUNKT(1:10)
           MOVE " " TO WS-TIDSPUNKT(11:1)
           MOVE WS-RUN-START-TIME(1:2) TO WS-TIDSPUNKT(12:2)
           OPEN OUTPUT GEBYR-AFVIGELSER
           IF WS-SIMULERING = "N"
               OPEN EXTEND TRANSAKTIONER
               PERFORM HENT-PJ-KSUM
               OPEN EXTEND POSTERINGS-JOURNAL
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT POSTERINGS-JOURNAL
               CLOSE TRANSAKTIONER
               PERFORM SKRIV-JOURNAL-SLUT
               CLOSE POSTERINGS-JOURNAL
               PERFORM GEM-KREDITKORT-GEBYR
               PERFORM GEM-GARANTI-PROVISION
               PERFORM GEM-BOKS-LEJE
           ELSE
               PERFORM SKRIV-SIMULERING
           END-IF
           PERFORM LAES-REF-VERSION
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
               "  " DELIMITED BY SIZE
               WS-REF-VERSION DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       VURDER-KONTO.
      * AN ESTATE ACCOUNT (HOLDER DECEASED - SEE CPRSTATUSKOERSEL)
      * IS NEVER FEE-ASSESSED; FEES KEPT POSTING FOR MONTHS AFTER A
      * DEATH BEFORE THIS CHECK EXISTED. NOR IS AN ACCOUNT FROZEN
      * UNDER AN INSOLVENCY DECREE - A FEE IS A CLAIM ON THE ESTATE
      * LIKE ANY OTHER, AND A PENDING GUARANTEE COMMISSION OR BOX
      * RENT WAITS ON ITS HAND-OVER FILE UNTIL THE CASE IS LIFTED.
           IF KONTO-STATUS OF KONTOOPL-IN = "BOET"
               OR KONTO-STATUS OF KONTOOPL-IN = "HVILEN"
               OR KONTO-STATUS OF KONTOOPL-IN = "INSOLV"
               GO TO VURDER-KONTO-EXIT
           END-IF
      * A GUARANTEE'S COMMISSION AND A BOX'S RENT ARE CHARGED
      * WHATEVER ELSE THE ACCOUNT IS - CARD ACCOUNT OR NOT, TARIFF
      * HIT OR NOT.
           MOVE VALUTAKODE OF KONTOOPL-IN TO WS-GEBYR-VALUTA
           IF WS-SIMULERING = "N"
               PERFORM VURDER-GARANTI-PROVISION
                   THRU VURDER-GARANTI-PROVISION-EXIT
               PERFORM VURDER-BOKS-LEJE THRU VURDER-BOKS-LEJE-EXIT
               MOVE VALUTAKODE OF KONTOOPL-IN TO WS-GEBYR-VALUTA
           END-IF
      * A CARD ACCOUNT RUNS IN DEBIT BY DESIGN AND WOULD TRIP THE
      * MINIMUM-BALANCE RULE EVERY NIGHT - ITS ONLY FEE IS THE LATE
      * FEE KREDITKORTKOERSEL HANDS OVER.
           MOVE "N" TO WS-ER-KREDITKORT
           PERFORM VARYING WS-KKI-IX FROM 1 BY 1
                   UNTIL WS-KKI-IX > ANTAL-KREDITKORT
               IF KKI-KONTO-ID(WS-KKI-IX) = KONTO-ID OF KONTOOPL-IN
                   MOVE "Y" TO WS-ER-KREDITKORT
               END-IF
           END-PERFORM
           IF WS-ER-KREDITKORT = "Y"
               IF WS-SIMULERING = "N"
                   PERFORM VURDER-KREDITKORT-GEBYR
                       THRU VURDER-KREDITKORT-GEBYR-EXIT
               END-IF
               GO TO VURDER-KONTO-EXIT
           END-IF
      * SIMULATION: THE SAME RULES, BOTH TARIFFS, NO POSTING.
               MOVE "Y" TO WS-AFTALE-RAMT
           END-IF
           IF WS-STANDARD-RAMT = "Y" AND WS-AFTALE-RAMT = "N"
               MOVE GG-GEBYR-BELOB(WS-GEBYR-MATCH-IX) TO WS-RABAT-BELOB
               PERFORM SKRIV-RABAT
           END-IF
      * REMEMBER WHICH RULE TRIPPED - THE POSTING TEXT NAMES IT, SO
                   WRITE GEBYR-AFV-RECORD
                   GO TO VURDER-KONTO-EXIT
               END-IF
               MOVE GG-GEBYR-BELOB(WS-GEBYR-MATCH-IX) TO WS-GEBYR-BELOB
               PERFORM SKRIV-GEBYR-TRANSAKTION
           END-IF.

       VURDER-KONTO-EXIT.
           EXIT.

      * POSTS THE PENDING LATE FEES FOR THE CARD ACCOUNT IN
      * KONTOOPL-IN. A FRITAGET AGREEMENT WAIVES THE FEE AND BOOKS IT
      * AS A DISCOUNT INSTEAD, SAME AS THE TARIFF FEE. WITHOUT A
      * HOLDER OR A REG-NR THE ROWS STAY PENDING.
       VURDER-KREDITKORT-GEBYR.
           MOVE "N" TO WS-REG-FOUND
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX) = KONTO-ID OF KONTOOPL-IN
                   MOVE "Y" TO WS-REG-FOUND
                   MOVE WS-REG-IX TO WS-REG-MATCH-IX
               END-IF
           END-PERFORM
           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = KUNDE-ID OF KONTOOPL-IN
                   MOVE "Y" TO WS-KUNDE-FOUND
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FRITAGET
           PERFORM VARYING WS-AFTALE-IX FROM 1 BY 1
                   UNTIL WS-AFTALE-IX > ANTAL-AFTALER
               IF PRA-KUNDE-ID OF AFTALE-AR(WS-AFTALE-IX)
                       = KUNDE-ID OF KONTOOPL-IN
                   AND PRA-UDLOEB-DATO OF AFTALE-AR(WS-AFTALE-IX)
                       NOT < WS-DAGS-DATO
                   AND PRA-ELEMENT OF AFTALE-AR(WS-AFTALE-IX)(1:8)
                       = "FRITAGET"
                   MOVE "Y" TO WS-FRITAGET
               END-IF
           END-PERFORM
           MOVE "GEBYR: KREDITKORT MINDSTEBELOB IKKE BETALT"
               TO WS-GEBYR-TEKST
           PERFORM VARYING WS-KRG-IX FROM 1 BY 1
                   UNTIL WS-KRG-IX > ANTAL-KR-GEBYR
               IF KRG-KONTO-ID(WS-KRG-IX) = KONTO-ID OF KONTOOPL-IN
                   AND KRG-BOGFOERT(WS-KRG-IX) = "N"
                   IF WS-FRITAGET = "Y"
                       MOVE KRG-BELOB(WS-KRG-IX) TO WS-RABAT-BELOB
                       PERFORM SKRIV-RABAT
                       MOVE "Y" TO KRG-BOGFOERT(WS-KRG-IX)
                   ELSE
                       IF WS-REG-FOUND = "N" OR WS-KUNDE-FOUND = "N"
                           MOVE SPACES TO GEBYR-AFV-RECORD
                           STRING "KREDITKORTGEBYR IKKE BOGFOERT - "
                                   DELIMITED BY SIZE
                               "KUNDE/REG-NR MANGLER FOR KONTO-ID: "
                                   DELIMITED BY SIZE
                               KONTO-ID OF KONTOOPL-IN
                                   DELIMITED BY SIZE
                               INTO GEBYR-AFV-RECORD
                           WRITE GEBYR-AFV-RECORD
                       ELSE
                           MOVE KRG-BELOB(WS-KRG-IX) TO WS-GEBYR-BELOB
                           PERFORM SKRIV-GEBYR-TRANSAKTION
                           MOVE "Y" TO KRG-BOGFOERT(WS-KRG-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VURDER-KREDITKORT-GEBYR-EXIT.
           EXIT.

      * THE CARD ACCOUNT IDS, AND THE LATE FEES WAITING TO POST.
      * EITHER FILE MAY BE ABSENT.
       LOAD-KREDITKORT.
           OPEN INPUT KREDITKORT-KONTI
           IF WS-KREDITKORT-STATUS NOT = "35"
               PERFORM UNTIL EOF-KREDITKORT = "Y"
                   READ KREDITKORT-KONTI
                       AT END
                           MOVE "Y" TO EOF-KREDITKORT
                       NOT AT END
                           ADD 1 TO ANTAL-KREDITKORT
                           MOVE KK-KONTO-ID OF KREDITKORT-REC
                               TO KKI-KONTO-ID(ANTAL-KREDITKORT)
                   END-READ
               END-PERFORM
               CLOSE KREDITKORT-KONTI
           END-IF
           OPEN INPUT KREDITKORT-GEBYR
           IF WS-KR-GEBYR-STATUS NOT = "35"
               PERFORM UNTIL EOF-KR-GEBYR = "Y"
                   READ KREDITKORT-GEBYR
                       AT END
                           MOVE "Y" TO EOF-KR-GEBYR
                       NOT AT END
                           ADD 1 TO ANTAL-KR-GEBYR
                           MOVE KR-KONTO-ID
                               TO KRG-KONTO-ID(ANTAL-KR-GEBYR)
                           MOVE KR-DATO TO KRG-DATO(ANTAL-KR-GEBYR)
                           MOVE KR-BELOB TO KRG-BELOB(ANTAL-KR-GEBYR)
                           MOVE KR-VALUTA
                               TO KRG-VALUTA(ANTAL-KR-GEBYR)
                   END-READ
               END-PERFORM
               CLOSE KREDITKORT-GEBYR
           END-IF.

      * WRITES BACK ONLY THE LATE FEES STILL PENDING.
       GEM-KREDITKORT-GEBYR.
           IF ANTAL-KR-GEBYR = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT KREDITKORT-GEBYR
               PERFORM VARYING WS-KRG-IX FROM 1 BY 1
                       UNTIL WS-KRG-IX > ANTAL-KR-GEBYR
                   IF KRG-BOGFOERT(WS-KRG-IX) = "N"
                       MOVE SPACES TO KR-GEBYR-REC
                       MOVE KRG-KONTO-ID(WS-KRG-IX) TO KR-KONTO-ID
                       MOVE KRG-DATO(WS-KRG-IX) TO KR-DATO
                       MOVE KRG-BELOB(WS-KRG-IX) TO KR-BELOB
                       MOVE KRG-VALUTA(WS-KRG-IX) TO KR-VALUTA
                       WRITE KR-GEBYR-REC
                   END-IF
               END-PERFORM
               CLOSE KREDITKORT-GEBYR
           END-IF.

      * POSTS THE PENDING GUARANTEE COMMISSIONS FOR THE ACCOUNT IN
      * KONTOOPL-IN, IN THE GUARANTEE'S CURRENCY - SAME RULES AS THE
      * CARD LATE FEE: A FRITAGET AGREEMENT WAIVES IT AS A DISCOUNT,
      * AND WITHOUT A HOLDER OR A REG-NR THE ROWS STAY PENDING.
       VURDER-GARANTI-PROVISION.
           MOVE "N" TO WS-GEBYR-FOUND
           PERFORM VARYING WS-GPA-IX FROM 1 BY 1
                   UNTIL WS-GPA-IX > ANTAL-GA-PROVISION
               IF GPA-KONTO-ID(WS-GPA-IX) = KONTO-ID OF KONTOOPL-IN
                   AND GPA-BOGFOERT(WS-GPA-IX) = "N"
                   MOVE "Y" TO WS-GEBYR-FOUND
               END-IF
           END-PERFORM
           IF WS-GEBYR-FOUND = "N"
               GO TO VURDER-GARANTI-PROVISION-EXIT
           END-IF
           MOVE "N" TO WS-REG-FOUND
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX) = KONTO-ID OF KONTOOPL-IN
                   MOVE "Y" TO WS-REG-FOUND
                   MOVE WS-REG-IX TO WS-REG-MATCH-IX
               END-IF
           END-PERFORM
           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = KUNDE-ID OF KONTOOPL-IN
                   MOVE "Y" TO WS-KUNDE-FOUND
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FRITAGET
           PERFORM VARYING WS-AFTALE-IX FROM 1 BY 1
                   UNTIL WS-AFTALE-IX > ANTAL-AFTALER
               IF PRA-KUNDE-ID OF AFTALE-AR(WS-AFTALE-IX)
                       = KUNDE-ID OF KONTOOPL-IN
                   AND PRA-UDLOEB-DATO OF AFTALE-AR(WS-AFTALE-IX)
                       NOT < WS-DAGS-DATO
                   AND PRA-ELEMENT OF AFTALE-AR(WS-AFTALE-IX)(1:8)
                       = "FRITAGET"
                   MOVE "Y" TO WS-FRITAGET
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GPA-IX FROM 1 BY 1
                   UNTIL WS-GPA-IX > ANTAL-GA-PROVISION
               IF GPA-KONTO-ID(WS-GPA-IX) = KONTO-ID OF KONTOOPL-IN
                   AND GPA-BOGFOERT(WS-GPA-IX) = "N"
                   IF WS-FRITAGET = "Y"
                       MOVE GPA-BELOB(WS-GPA-IX) TO WS-RABAT-BELOB
                       PERFORM SKRIV-RABAT
                       MOVE "Y" TO GPA-BOGFOERT(WS-GPA-IX)
                   ELSE
                       IF WS-REG-FOUND = "N" OR WS-KUNDE-FOUND = "N"
                           MOVE SPACES TO GEBYR-AFV-RECORD
                           STRING "GARANTIPROVISION IKKE BOGFOERT - "
                                   DELIMITED BY SIZE
                               "KUNDE/REG-NR MANGLER FOR KONTO-ID: "
                                   DELIMITED BY SIZE
                               KONTO-ID OF KONTOOPL-IN
                                   DELIMITED BY SIZE
                               INTO GEBYR-AFV-RECORD
                           WRITE GEBYR-AFV-RECORD
                       ELSE
                           MOVE SPACES TO WS-GEBYR-TEKST
                           STRING "GEBYR: GARANTIPROVISION "
                                   DELIMITED BY SIZE
                               GPA-GARANTI-ID(WS-GPA-IX)
                                   DELIMITED BY SIZE
                               INTO WS-GEBYR-TEKST
                           MOVE GPA-VALUTA(WS-GPA-IX)
                               TO WS-GEBYR-VALUTA
                           MOVE GPA-BELOB(WS-GPA-IX) TO WS-GEBYR-BELOB
                           PERFORM SKRIV-GEBYR-TRANSAKTION
                           MOVE "Y" TO GPA-BOGFOERT(WS-GPA-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VURDER-GARANTI-PROVISION-EXIT.
           EXIT.

      * THE GUARANTEE COMMISSIONS WAITING TO POST. MAY BE ABSENT.
       LOAD-GARANTI-PROVISION.
           OPEN INPUT GARANTI-PROVISION
           IF WS-GA-PROVISION-STATUS NOT = "35"
               PERFORM UNTIL EOF-GA-PROVISION = "Y"
                   READ GARANTI-PROVISION
                       AT END
                           MOVE "Y" TO EOF-GA-PROVISION
                       NOT AT END
                           ADD 1 TO ANTAL-GA-PROVISION
                           MOVE GP-KONTO-ID
                               TO GPA-KONTO-ID(ANTAL-GA-PROVISION)
                           MOVE GP-GARANTI-ID
                               TO GPA-GARANTI-ID(ANTAL-GA-PROVISION)
                           MOVE GP-DATO
                               TO GPA-DATO(ANTAL-GA-PROVISION)
                           MOVE GP-BELOB
                               TO GPA-BELOB(ANTAL-GA-PROVISION)
                           MOVE GP-VALUTA
                               TO GPA-VALUTA(ANTAL-GA-PROVISION)
                   END-READ
               END-PERFORM
               CLOSE GARANTI-PROVISION
           END-IF.

      * WRITES BACK ONLY THE COMMISSIONS STILL PENDING.
       GEM-GARANTI-PROVISION.
           IF ANTAL-GA-PROVISION = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT GARANTI-PROVISION
               PERFORM VARYING WS-GPA-IX FROM 1 BY 1
                       UNTIL WS-GPA-IX > ANTAL-GA-PROVISION
                   IF GPA-BOGFOERT(WS-GPA-IX) = "N"
                       MOVE SPACES TO GA-PROVISION-REC
                       MOVE GPA-KONTO-ID(WS-GPA-IX) TO GP-KONTO-ID
                       MOVE GPA-GARANTI-ID(WS-GPA-IX) TO GP-GARANTI-ID
                       MOVE GPA-DATO(WS-GPA-IX) TO GP-DATO
                       MOVE GPA-BELOB(WS-GPA-IX) TO GP-BELOB
                       MOVE GPA-VALUTA(WS-GPA-IX) TO GP-VALUTA
                       WRITE GA-PROVISION-REC
                   END-IF
               END-PERFORM
               CLOSE GARANTI-PROVISION
           END-IF.

      * POSTS THE PENDING BOX RENT FOR THE ACCOUNT IN KONTOOPL-IN,
      * IN DKK - SAME RULES AS THE GUARANTEE COMMISSION ABOVE.
       VURDER-BOKS-LEJE.
           MOVE "N" TO WS-GEBYR-FOUND
           PERFORM VARYING WS-BLA-IX FROM 1 BY 1
                   UNTIL WS-BLA-IX > ANTAL-BOKS-LEJE
               IF BLA-KONTO-ID(WS-BLA-IX) = KONTO-ID OF KONTOOPL-IN
                   AND BLA-BOGFOERT(WS-BLA-IX) = "N"
                   MOVE "Y" TO WS-GEBYR-FOUND
               END-IF
           END-PERFORM
           IF WS-GEBYR-FOUND = "N"
               GO TO VURDER-BOKS-LEJE-EXIT
           END-IF
           MOVE "N" TO WS-REG-FOUND
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > ANTAL-REG
               IF KRA-KONTO-ID(WS-REG-IX) = KONTO-ID OF KONTOOPL-IN
                   MOVE "Y" TO WS-REG-FOUND
                   MOVE WS-REG-IX TO WS-REG-MATCH-IX
               END-IF
           END-PERFORM
           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = KUNDE-ID OF KONTOOPL-IN
                   MOVE "Y" TO WS-KUNDE-FOUND
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FRITAGET
           PERFORM VARYING WS-AFTALE-IX FROM 1 BY 1
                   UNTIL WS-AFTALE-IX > ANTAL-AFTALER
               IF PRA-KUNDE-ID OF AFTALE-AR(WS-AFTALE-IX)
                       = KUNDE-ID OF KONTOOPL-IN
                   AND PRA-UDLOEB-DATO OF AFTALE-AR(WS-AFTALE-IX)
                       NOT < WS-DAGS-DATO
                   AND PRA-ELEMENT OF AFTALE-AR(WS-AFTALE-IX)(1:8)
                       = "FRITAGET"
                   MOVE "Y" TO WS-FRITAGET
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BLA-IX FROM 1 BY 1
                   UNTIL WS-BLA-IX > ANTAL-BOKS-LEJE
               IF BLA-KONTO-ID(WS-BLA-IX) = KONTO-ID OF KONTOOPL-IN
                   AND BLA-BOGFOERT(WS-BLA-IX) = "N"
                   IF WS-FRITAGET = "Y"
                       MOVE BLA-BELOB(WS-BLA-IX) TO WS-RABAT-BELOB
                       PERFORM SKRIV-RABAT
                       MOVE "Y" TO BLA-BOGFOERT(WS-BLA-IX)
                   ELSE
                       IF WS-REG-FOUND = "N" OR WS-KUNDE-FOUND = "N"
                           MOVE SPACES TO GEBYR-AFV-RECORD
                           STRING "BOKSLEJE IKKE BOGFOERT - "
                                   DELIMITED BY SIZE
                               "KUNDE/REG-NR MANGLER FOR KONTO-ID: "
                                   DELIMITED BY SIZE
                               KONTO-ID OF KONTOOPL-IN
                                   DELIMITED BY SIZE
                               INTO GEBYR-AFV-RECORD
                           WRITE GEBYR-AFV-RECORD
                       ELSE
                           MOVE SPACES TO WS-GEBYR-TEKST
                           STRING "GEBYR: BOKSLEJE "
                                   DELIMITED BY SIZE
                               BLA-REG-NR(WS-BLA-IX)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               BLA-BOKS-NR(WS-BLA-IX)
                                   DELIMITED BY SIZE
                               INTO WS-GEBYR-TEKST
                           MOVE "DKK" TO WS-GEBYR-VALUTA
                           MOVE BLA-BELOB(WS-BLA-IX) TO WS-GEBYR-BELOB
                           PERFORM SKRIV-GEBYR-TRANSAKTION
                           MOVE "Y" TO BLA-BOGFOERT(WS-BLA-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VURDER-BOKS-LEJE-EXIT.
           EXIT.

      * THE BOX RENT WAITING TO POST. MAY BE ABSENT.
       LOAD-BOKS-LEJE.
           OPEN INPUT BOKS-LEJE
           IF WS-BOKS-LEJE-STATUS NOT = "35"
               PERFORM UNTIL EOF-BOKS-LEJE = "Y"
                   READ BOKS-LEJE
                       AT END
                           MOVE "Y" TO EOF-BOKS-LEJE
                       NOT AT END
                           ADD 1 TO ANTAL-BOKS-LEJE
                           MOVE BL-KONTO-ID
                               TO BLA-KONTO-ID(ANTAL-BOKS-LEJE)
                           MOVE BL-REG-NR
                               TO BLA-REG-NR(ANTAL-BOKS-LEJE)
                           MOVE BL-BOKS-NR
                               TO BLA-BOKS-NR(ANTAL-BOKS-LEJE)
                           MOVE BL-DATO
                               TO BLA-DATO(ANTAL-BOKS-LEJE)
                           MOVE BL-BELOB
                               TO BLA-BELOB(ANTAL-BOKS-LEJE)
                   END-READ
               END-PERFORM
               CLOSE BOKS-LEJE
           END-IF.

      * WRITES BACK ONLY THE RENT STILL PENDING.
       GEM-BOKS-LEJE.
           IF ANTAL-BOKS-LEJE = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT BOKS-LEJE
               PERFORM VARYING WS-BLA-IX FROM 1 BY 1
                       UNTIL WS-BLA-IX > ANTAL-BOKS-LEJE
                   IF BLA-BOGFOERT(WS-BLA-IX) = "N"
                       MOVE SPACES TO BOKS-LEJE-REC
                       MOVE BLA-KONTO-ID(WS-BLA-IX) TO BL-KONTO-ID
                       MOVE BLA-REG-NR(WS-BLA-IX) TO BL-REG-NR
                       MOVE BLA-BOKS-NR(WS-BLA-IX) TO BL-BOKS-NR
                       MOVE BLA-DATO(WS-BLA-IX) TO BL-DATO
                       MOVE BLA-BELOB(WS-BLA-IX) TO BL-BELOB
                       WRITE BOKS-LEJE-REC
                   END-IF
               END-PERFORM
               CLOSE BOKS-LEJE
           END-IF.

      * RESOLVES THE ACCOUNT HOLDER'S EFFECTIVE THRESHOLDS: THE
      * STANDARD TARIFF, OVERRIDDEN ELEMENT BY ELEMENT BY ANY
      * UNEXPIRED AGREEMENT. FRITAGET SWITCHES THE FEE OFF
               END-IF
           END-PERFORM.

      * ONE DATED DISCOUNT ROW - THE FEE (TARIFF OR CARD LATE FEE)
      * AN AGREEMENT KEPT FROM BEING CHARGED TONIGHT.
       SKRIV-RABAT.
           OPEN EXTEND PRIS-RABAT
           IF WS-RABAT-STATUS = "35"
           MOVE SPACES TO RABAT-REC
           MOVE WS-DAGS-DATO TO RA-DATO
           MOVE KUNDE-ID OF KONTOOPL-IN TO RA-KUNDE-ID
           MOVE WS-RABAT-BELOB TO RA-BELOB
           WRITE RABAT-REC
           CLOSE PRIS-RABAT.

               INTO ADRESSE OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE "GEBYR" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           COMPUTE BELØB OF TRANSAKTION-REC = 0 - WS-GEBYR-BELOB
           MOVE BELØB OF TRANSAKTION-REC TO WS-GEBYR-BELOB-TEXT
           MOVE WS-GEBYR-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE WS-GEBYR-VALUTA TO VALUTA OF TRANSAKTION-REC
           MOVE WS-GEBYR-TEKST TO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
      * THE JOURNAL ROW GOES STRAIGHT AFTER THE POSTING - SAME
           MOVE BELØB OF TRANSAKTION-REC TO PJ-BELOB OF PJOURNAL-REC
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

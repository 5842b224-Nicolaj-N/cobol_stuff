      * WERE TWO OF THE THREE THE BATCH WINDOW PAID FOR EVERY NIGHT.
           SELECT KONTO-AKTIVITET ASSIGN TO "KontoAktivitet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE SAME ROWS, APPENDED NIGHT AFTER NIGHT - THE DAILY FILE
      * ABOVE ONLY EVER HOLDS TONIGHT, AND THE MONTH-END ATTRITION
      * SCORING NEEDS MONTHS OF IT. SEE AFGANGSANALYSE.COB.
           SELECT KONTO-AKT-HISTORIK
               ASSIGN TO "KontoAktivitetHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKT-HIST-STATUS.
      * THE GARNISHMENT REGISTER - AN AKTIV ATTACHMENT FREEZES ITS
      * AMOUNT IN THE ACCOUNT, AND A DEBIT THAT WOULD EAT INTO THE
      * FROZEN SUM IS REJECTED HERE, IN THE SAME PASS THAT GUARDS
           SELECT UDLAEG ASSIGN TO "Udlaeg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDLAEG-STATUS.
      * THE TRUSTEE'S AUTHORISED DISBURSEMENTS - AN ACCOUNT FROZEN
      * UNDER AN INSOLVENCY DECREE (KONTO-STATUS INSOLV) TAKES NO
      * DEBIT BUT ONE THAT NAMES A DISPOSITION ON THIS FILE. SEE
      * KURATORDISPOSITIONER.CPY AND KONTROLLER-INSOLVENS.
           SELECT KURATOR-DISPOSITIONER
               ASSIGN TO "KuratorDispositioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
      * THE RELEASES ON RENT DEPOSIT ACCOUNTS - A DEPOSITUMKONTO TAKES
      * NO DEBIT BUT ONE THE NIGHTLY RELEASE RUN PAID OUT TODAY. SEE
      * DEPOSITUMFRIGIVELSER.CPY AND KONTROLLER-DEPOSITUM.
           SELECT DEPOSITUM-FRIGIVELSER
               ASSIGN TO "DepositumFrigivelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRIGIV-STATUS.
      * THE WITHDRAWAL NOTICES ON NOTICE-PERIOD SAVINGS ACCOUNTS - AN
      * OPSIGELSESKONTO TAKES NO DEBIT BEYOND WHAT ITS DUE NOTICES
      * STILL HOLD. SEE OPSIGELSER.CPY AND KONTROLLER-OPSIGELSE.
           SELECT OPSIGELSER ASSIGN TO "Opsigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSIG-STATUS.
      * THE BOERNEOPSPARING YEAR-DEPOSIT CARRY FILE - ONE ROW PER
      * ACCOUNT AND YEAR, MAINTAINED BY THIS PROGRAM ITSELF SO THE
      * STATUTORY ANNUAL CAP CAN BE ENFORCED WITHOUT RESCANNING THE
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS (OPGAVE6-11) - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTO-AKTIVITET.
       01 AKTIVITET-REC.
           COPY "KONTOAKTIVITET.cpy".
       FD KONTO-AKT-HISTORIK.
      * KONTOAKTIVITET.CPY'S ROW, CARRIED BYTE FOR BYTE.
       01 AKT-HISTORIK-REC.
           02  AKT-HISTORIK-LINE       PIC X(71).
       FD UDLAEG.
       01 UDLAEG-REC.
           COPY "UDLAEG.cpy".
       FD KURATOR-DISPOSITIONER.
       01 DISP-REC.
           COPY "KURATORDISPOSITIONER.cpy".
       FD DEPOSITUM-FRIGIVELSER.
       01 FRIGIV-REC.
           COPY "DEPOSITUMFRIGIVELSER.cpy".
       FD OPSIGELSER.
       01 OPSIG-REC.
           COPY "OPSIGELSER.cpy".
       FD BOERNE-INDSKUD.
       01 BOERNE-INDSKUD-REC.
           02  BI-KONTO-ID             PIC X(10).
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE          PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR       PIC 9(9).
           02  AUDIT-LOG-KSUM          PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-RECS-OUT                 PIC 9(9) VALUE ZEROES.
       01  WS-RECS-AFVIST              PIC 9(9) VALUE ZEROES.
       01  EOF                         PIC X VALUE "N".
       01  WS-AKT-HIST-STATUS          PIC XX VALUE "00".
       01  WS-MANGLER                  PIC X VALUE "N".
       01  WS-MANGEL-FELT              PIC X(20) VALUE SPACES.
      * LOCKED FIXED-TERM DEPOSITS, LOADED AT STARTUP - ONLY THE
       01  WS-UDLAEG-IX                PIC 9(3).
       01  WS-UDLAEG-SLOT              PIC 9(3) VALUE ZEROES.
       01  WS-LOEBENDE-SALDO           PIC S9(13)V99 VALUE ZEROES.
      * THE INSOLV ACCOUNTS AND THE TRUSTEE DISPOSITIONS ON THEM,
      * LOADED AT STARTUP - SEE KONTROLLER-INSOLVENS. DA-BRUGT MARKS
      * A DISPOSITION ALREADY MATCHED IN THIS PASS, SO ONE K-NUMBER
      * LETS ONE DEBIT THROUGH AND NO MORE.
       01  WS-DISP-STATUS              PIC XX VALUE "00".
       01  EOF-DISP                    PIC X VALUE "N".
       01  INSOLV-AR OCCURS 500 TIMES.
           02  IS-KONTO-ID             PIC X(10) VALUE SPACES.
       01  ANTAL-INSOLV                PIC 9(3) VALUE ZEROES.
       01  WS-INSOLV-IX                PIC 9(3).
       01  WS-INSOLV-SLOT              PIC 9(3) VALUE ZEROES.
       01  DISPOSITION-AR OCCURS 999 TIMES.
           02  DA-REFERENCE            PIC X(10) VALUE SPACES.
           02  DA-KONTO-ID             PIC X(10) VALUE SPACES.
           02  DA-BELOB                PIC S9(9)V99 VALUE ZEROES.
           02  DA-BRUGT                PIC X VALUE "N".
       01  ANTAL-DISPOSITIONER         PIC 9(4) VALUE ZEROES.
       01  WS-DISP-IX                  PIC 9(4).
       01  WS-DISP-SLOT                PIC 9(4) VALUE ZEROES.
      * THE RENT DEPOSIT ACCOUNTS AND TODAY'S PAID-OUT RELEASES ON
      * THEM, LOADED AT STARTUP - SEE KONTROLLER-DEPOSITUM. FA-BRUGT
      * MARKS A RELEASE ALREADY MATCHED IN THIS PASS, SAME RULE AS
      * DA-BRUGT ABOVE.
       01  WS-FRIGIV-STATUS            PIC XX VALUE "00".
       01  EOF-FRIGIV                  PIC X VALUE "N".
       01  DEPOSITUM-AR OCCURS 500 TIMES.
           02  DP-KONTO-ID             PIC X(10) VALUE SPACES.
       01  ANTAL-DEPOSITUM             PIC 9(3) VALUE ZEROES.
       01  WS-DEPOSITUM-IX             PIC 9(3).
       01  WS-DEPOSITUM-SLOT           PIC 9(3) VALUE ZEROES.
       01  FRIGIVELSE-AR OCCURS 999 TIMES.
           02  FA-REFERENCE            PIC X(10) VALUE SPACES.
           02  FA-KONTO-ID             PIC X(10) VALUE SPACES.
           02  FA-BELOB                PIC S9(9)V99 VALUE ZEROES.
           02  FA-BRUGT                PIC X VALUE "N".
       01  ANTAL-FRIGIVELSER           PIC 9(4) VALUE ZEROES.
       01  WS-FRIGIV-IX                PIC 9(4).
       01  WS-FRIGIV-SLOT              PIC 9(4) VALUE ZEROES.
       01  WS-DEPOSITUM-DEBET          PIC S9(9)V99 VALUE ZEROES.
      * THE NOTICE-PERIOD ACCOUNTS, LOADED AT STARTUP - SEE
      * KONTROLLER-OPSIGELSE. OK-DISPONIBEL IS WHAT THE DUE NOTICES
      * HELD BEFORE TODAY'S DRAWINGS, OK-BRUGT WHAT THIS PASS HAS
      * ACCEPTED AGAINST IT. EVERY PASS READS ALL OF TODAY'S ROWS,
      * SO TODAY IS RE-DERIVED FROM THEM AND NEVER TAKEN FROM THE
      * REGISTER.
       01  WS-OPSIG-STATUS             PIC XX VALUE "00".
       01  EOF-OPSIG                   PIC X VALUE "N".
       01  OPSIGELSE-AR OCCURS 500 TIMES.
           02  OK-KONTO-ID             PIC X(10) VALUE SPACES.
           02  OK-DISPONIBEL           PIC S9(11)V99 VALUE ZEROES.
           02  OK-BRUGT                PIC S9(11)V99 VALUE ZEROES.
       01  ANTAL-OPSIGELSE             PIC 9(3) VALUE ZEROES.
       01  WS-OPSIG-IX                 PIC 9(3).
       01  WS-OPSIG-SLOT               PIC 9(3) VALUE ZEROES.
       01  WS-OPSIG-DEBET              PIC S9(9)V99 VALUE ZEROES.
       01  WS-OPSIG-REST               PIC S9(11)V99 VALUE ZEROES.
      * BOERNEOPSPARING ENFORCEMENT - THE LOCKED ACCOUNTS WITH THEIR
      * RELEASE AGE, THE YEAR'S DEPOSITS SO FAR, AND THE STATUTORY
      * ANNUAL CAP. AGE IS DERIVED FROM THE ROW'S OWN CPR WITH THE
       01  WS-AKT-IX                   PIC 9(4).
       01  WS-AKT-SLOT                 PIC 9(4) VALUE ZEROES.

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
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-LAASTE-INDLAAN
           PERFORM LOAD-UDLAEG
           PERFORM LOAD-INSOLVENS
           PERFORM LOAD-DEPOSITUM
           PERFORM LOAD-BOERNE
           PERFORM LOAD-PENSION
           PERFORM LOAD-OPSIGELSE
           OPEN INPUT TRANSAKTIONER
           OPEN OUTPUT TRANSAKTIONER-VALIDERET
           OPEN OUTPUT TRANS-AFVIGELSER
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
               "  AFVIST " DELIMITED BY SIZE
               WS-RECS-AFVIST DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

           IF WS-MANGLER = "N" AND ANTAL-UDLAEG > ZEROES
               PERFORM KONTROLLER-UDLAEG
           END-IF
           IF WS-MANGLER = "N" AND ANTAL-INSOLV > ZEROES
               PERFORM KONTROLLER-INSOLVENS
                   THRU KONTROLLER-INSOLVENS-EXIT
           END-IF
           IF WS-MANGLER = "N" AND ANTAL-DEPOSITUM > ZEROES
               PERFORM KONTROLLER-DEPOSITUM
                   THRU KONTROLLER-DEPOSITUM-EXIT
           END-IF
           IF WS-MANGLER = "N" AND ANTAL-BOERNE > ZEROES
               PERFORM KONTROLLER-BOERNEOPSPARING
                   THRU KONTROLLER-BOERNEOPSPARING-EXIT
               PERFORM KONTROLLER-PENSION
                   THRU KONTROLLER-PENSION-EXIT
           END-IF
           IF WS-MANGLER = "N" AND ANTAL-OPSIGELSE > ZEROES
               PERFORM KONTROLLER-OPSIGELSE
                   THRU KONTROLLER-OPSIGELSE-EXIT
           END-IF
           IF WS-MANGLER = "N"
               MOVE TRANSAKTIONER-IN TO TRANSAKTIONER-UD
               WRITE TRANSAKTIONER-UD
      * ROLLS ONE ACCEPTED ROW INTO ITS ACCOUNT'S ACTIVITY SLOT -
      * REG-NR (LAST SEEN WINS, SAME RULE AS THE OLD PER-PROGRAM
      * SCANS), TODAY'S COUNT AND IN/OUT SUMS, AND THE VALOER
      * ADJUSTMENT FOR ROWS BOOKED BUT NOT YET VALUE-DATED. A
      * REGNR-SKIFT ROW (SEE REGNRMIGRERING.COB) CARRIES THE ACCOUNT'S
      * NEW REG-NR BUT IS NOT CUSTOMER ACTIVITY, SO IT IS LEFT OUT OF
      * TODAY'S COUNT - A BRANCH MERGER MUST NOT RAISE A VOLUME FEE.
       AKKUMULER-AKTIVITET.
           MOVE ZEROES TO WS-AKT-SLOT
           PERFORM VARYING WS-AKT-IX FROM 1 BY 1
           MOVE REG-NR OF TRANSAKTIONER-IN
               TO AK-REG-NR(WS-AKT-SLOT)
           IF TIDSPUNKT OF TRANSAKTIONER-IN(1:10) = WS-DAGS-DATO
               IF TRANSAKTIONSTYPE OF TRANSAKTIONER-IN
                       NOT = "REGNR-SKIFT"
                   ADD 1 TO AK-ANTAL(WS-AKT-SLOT)
               END-IF
               IF BELØB OF TRANSAKTIONER-IN < 0
                   ADD BELØB OF TRANSAKTIONER-IN
                       TO AK-SUM-UD(WS-AKT-SLOT)
           END-IF.

      * WRITES THE SUMMARY FILE THE DOWNSTREAM POSTING PROGRAMS READ
      * INSTEAD OF SCANNING TRANSAKTIONER.TXT THEMSELVES, AND THE
      * SAME ROWS ONTO THE END OF THE HISTORY. A RERUN OF THE NIGHT
      * APPENDS THE DATE AGAIN; THE READER KEEPS THE LAST ROW PER
      * ACCOUNT AND DATE.
       SKRIV-KONTO-AKTIVITET.
           OPEN OUTPUT KONTO-AKTIVITET
           OPEN EXTEND KONTO-AKT-HISTORIK
           IF WS-AKT-HIST-STATUS = "35"
               OPEN OUTPUT KONTO-AKT-HISTORIK
           END-IF
           PERFORM VARYING WS-AKT-IX FROM 1 BY 1
                   UNTIL WS-AKT-IX > ANTAL-AKT
               MOVE SPACES TO AKTIVITET-REC
               MOVE AK-SUM-UD(WS-AKT-IX) TO KA-SUM-UD
               MOVE AK-VALOER-JUST(WS-AKT-IX) TO KA-VALOER-JUST
               WRITE AKTIVITET-REC
               MOVE AKTIVITET-REC TO AKT-HISTORIK-REC
               WRITE AKT-HISTORIK-REC
           END-PERFORM
           CLOSE KONTO-AKT-HISTORIK
           CLOSE KONTO-AKTIVITET.

      * LOADS THE BOERNEOPSPARING ACCOUNTS FROM THE MASTER AND THE
       KONTROLLER-PENSION-EXIT.
           EXIT.

      * LOADS THE NOTICE-PERIOD ACCOUNTS AND, IF THERE ARE ANY, WHAT
      * THEIR NOTICES LEAVE FREE TODAY. A NOTICE COUNTS FROM ITS DUE
      * DATE THROUGH ITS LAPSE DATE UNLESS WITHDRAWN; WHAT IT FREES
      * IS ITS AMOUNT LESS WHAT WAS DRAWN ON IT BEFORE TODAY.
       LOAD-OPSIGELSE.
           MOVE "N" TO EOF-KONTOOPL
           OPEN INPUT KONTOOPLYSNINGER
           IF WS-KONTOOPL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KONTOOPL = "Y"
                   READ KONTOOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-KONTOOPL
                       NOT AT END
                           IF OPSIGELSE-MAANEDER OF KONTOOPL-IN
                                   IS NUMERIC
                               AND OPSIGELSE-MAANEDER OF KONTOOPL-IN
                                   > ZEROES
                               AND ANTAL-OPSIGELSE < 500
                               ADD 1 TO ANTAL-OPSIGELSE
                               MOVE KONTO-ID OF KONTOOPL-IN
                                   TO OK-KONTO-ID(ANTAL-OPSIGELSE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLYSNINGER
           END-IF
           IF ANTAL-OPSIGELSE > ZEROES
               OPEN INPUT OPSIGELSER
               IF WS-OPSIG-STATUS = "35"
                   CONTINUE
               ELSE
                   PERFORM UNTIL EOF-OPSIG = "Y"
                       READ OPSIGELSER
                           AT END
                               MOVE "Y" TO EOF-OPSIG
                           NOT AT END
                               PERFORM NOTER-OPSIGELSE
                       END-READ
                   END-PERFORM
                   CLOSE OPSIGELSER
               END-IF
           END-IF.

      * TODAY'S OWN DRAWINGS ON THE REGISTER COME FROM AN EARLIER RUN
      * OF THIS NIGHT AND ARE LEFT OUT - THIS PASS SEES THOSE ROWS
      * AGAIN AND COUNTS THEM ITSELF.
       NOTER-OPSIGELSE.
           IF OV-STATUS OF OPSIG-REC = "ANNULLERET"
               OR OV-FORFALD-DATO OF OPSIG-REC > WS-DAGS-DATO
               OR OV-UDLOEB-DATO OF OPSIG-REC < WS-DAGS-DATO
               GO TO NOTER-OPSIGELSE-EXIT
           END-IF
           MOVE ZEROES TO WS-OPSIG-SLOT
           PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                   UNTIL WS-OPSIG-IX > ANTAL-OPSIGELSE
               IF OK-KONTO-ID(WS-OPSIG-IX) = OV-KONTO-ID OF OPSIG-REC
                   MOVE WS-OPSIG-IX TO WS-OPSIG-SLOT
               END-IF
           END-PERFORM
           IF WS-OPSIG-SLOT = ZEROES
               GO TO NOTER-OPSIGELSE-EXIT
           END-IF
           COMPUTE WS-OPSIG-REST = OV-BELOB OF OPSIG-REC
               - OV-HAEVET OF OPSIG-REC
           IF OV-HAEVET-DATO OF OPSIG-REC NOT = WS-DAGS-DATO
               SUBTRACT OV-DAGENS-HAEVET OF OPSIG-REC
                   FROM WS-OPSIG-REST
           END-IF
           IF WS-OPSIG-REST > ZEROES
               ADD WS-OPSIG-REST TO OK-DISPONIBEL(WS-OPSIG-SLOT)
           END-IF.

       NOTER-OPSIGELSE-EXIT.
           EXIT.

      * A DEBIT ON A NOTICE-PERIOD ACCOUNT MUST FIT IN WHAT ITS DUE
      * NOTICES STILL HOLD AFTER THE DAY'S EARLIER DEBITS. THE BANK'S
      * OWN CHARGES (PENALTY INTEREST, FEES, WITHHOLDING TAX) AND A
      * REVERSAL PASS, AND SO DOES A WITHDRAWAL THE CUSTOMER TAKES
      * WITHOUT NOTICE - POSTERINGSTEKST STARTING "UDEN OPSIGELSE" -
      * WHICH OPSIGELSEKOERSEL CHARGES PENALTY INTEREST ON TONIGHT.
      * CREDITS AND INTEREST PASS.
       KONTROLLER-OPSIGELSE.
           IF BELØB OF TRANSAKTIONER-IN NOT < 0
               GO TO KONTROLLER-OPSIGELSE-EXIT
           END-IF
           IF TRANSAKTIONSTYPE OF TRANSAKTIONER-IN = "STRAFRENTE"
               OR TRANSAKTIONSTYPE OF TRANSAKTIONER-IN = "GEBYR"
               OR TRANSAKTIONSTYPE OF TRANSAKTIONER-IN = "KILDESKAT"
               OR TRANSAKTIONSTYPE OF TRANSAKTIONER-IN = "STORNO"
               GO TO KONTROLLER-OPSIGELSE-EXIT
           END-IF
           IF POSTERINGSTEKST OF TRANSAKTIONER-IN(1:14)
                   = "UDEN OPSIGELSE"
               GO TO KONTROLLER-OPSIGELSE-EXIT
           END-IF
           MOVE ZEROES TO WS-OPSIG-SLOT
           PERFORM VARYING WS-OPSIG-IX FROM 1 BY 1
                   UNTIL WS-OPSIG-IX > ANTAL-OPSIGELSE
               IF OK-KONTO-ID(WS-OPSIG-IX)
                       = KONTO-ID OF TRANSAKTIONER-IN
                   MOVE WS-OPSIG-IX TO WS-OPSIG-SLOT
               END-IF
           END-PERFORM
           IF WS-OPSIG-SLOT = ZEROES
               GO TO KONTROLLER-OPSIGELSE-EXIT
           END-IF
           COMPUTE WS-OPSIG-DEBET = 0 - BELØB OF TRANSAKTIONER-IN
           IF OK-BRUGT(WS-OPSIG-SLOT) + WS-OPSIG-DEBET
                   > OK-DISPONIBEL(WS-OPSIG-SLOT)
               MOVE "OPSIGELSE MANGLER" TO WS-MANGEL-FELT
               PERFORM SKRIV-TRANS-AFVIGELSE
           ELSE
               ADD WS-OPSIG-DEBET TO OK-BRUGT(WS-OPSIG-SLOT)
           END-IF.

       KONTROLLER-OPSIGELSE-EXIT.
           EXIT.

      * THE REJECTION LETTER - NAME AND ADDRESS RIDE ON THE ROW
      * ITSELF, SO THE LETTER NEEDS NO MASTER READ.
       SKRIV-PENSIONS-BREV.
               END-PERFORM
           END-IF.

      * LOADS THE ACCOUNTS FROZEN UNDER AN INSOLVENCY DECREE AND,
      * IF THERE ARE ANY, THE GODKENDT AND BRUGT DISPOSITIONS ON
      * THEM - A BRUGT ONE PAID OUT AT THE COUNTER TODAY STILL HAS
      * ITS ROW TO COME THROUGH HERE; ONE PAID OUT ON AN EARLIER DAY
      * AUTHORISES NOTHING MORE. A MISSING FILE JUST MEANS NO
      * FREEZES OR NO DISPOSITIONS.
       LOAD-INSOLVENS.
           MOVE "N" TO EOF-KONTOOPL
           OPEN INPUT KONTOOPLYSNINGER
           IF WS-KONTOOPL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KONTOOPL = "Y"
                   READ KONTOOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-KONTOOPL
                       NOT AT END
                           IF KONTO-STATUS OF KONTOOPL-IN = "INSOLV"
                               AND ANTAL-INSOLV < 500
                               ADD 1 TO ANTAL-INSOLV
                               MOVE KONTO-ID OF KONTOOPL-IN
                                   TO IS-KONTO-ID(ANTAL-INSOLV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLYSNINGER
           END-IF
           IF ANTAL-INSOLV > ZEROES
               OPEN INPUT KURATOR-DISPOSITIONER
               IF WS-DISP-STATUS = "35"
                   CONTINUE
               ELSE
                   PERFORM UNTIL EOF-DISP = "Y"
                       READ KURATOR-DISPOSITIONER
                           AT END
                               MOVE "Y" TO EOF-DISP
                           NOT AT END
                               PERFORM NOTER-DISPOSITION
                       END-READ
                   END-PERFORM
                   CLOSE KURATOR-DISPOSITIONER
               END-IF
           END-IF.

       NOTER-DISPOSITION.
           IF (KD-STATUS OF DISP-REC = "GODKENDT"
               OR (KD-STATUS OF DISP-REC = "BRUGT"
                   AND KD-BRUGT-DATO OF DISP-REC = WS-DAGS-DATO))
               AND ANTAL-DISPOSITIONER < 999
               ADD 1 TO ANTAL-DISPOSITIONER
               MOVE KD-REFERENCE OF DISP-REC
                   TO DA-REFERENCE(ANTAL-DISPOSITIONER)
               MOVE KD-KONTO-ID OF DISP-REC
                   TO DA-KONTO-ID(ANTAL-DISPOSITIONER)
               MOVE KD-BELOB OF DISP-REC
                   TO DA-BELOB(ANTAL-DISPOSITIONER)
               MOVE "N" TO DA-BRUGT(ANTAL-DISPOSITIONER)
           END-IF.

      * A DEBIT ON AN INSOLV ACCOUNT IS REJECTED UNLESS IT IS A
      * DISBURSEMENT THE TRUSTEE AUTHORISED: THE POSTING TEXT STARTS
      * "KURATOR " FOLLOWED BY THE DISPOSITION'S K-NUMBER, AND THAT
      * DISPOSITION IS ON THE SAME ACCOUNT FOR EXACTLY THE DEBITED
      * AMOUNT. EVERY POSTING PROGRAM'S OUTPUT PASSES THROUGH HERE,
      * SO A STANDING ORDER, LOAN INSTALMENT OR FEE THAT SLIPS PAST
      * ITS OWN PROGRAM'S SUSPENSION STILL STOPS AT THE GATE.
      * CREDITS PASS - MONEY COMING IN BELONGS TO THE ESTATE.
       KONTROLLER-INSOLVENS.
           IF BELØB OF TRANSAKTIONER-IN NOT < 0
               GO TO KONTROLLER-INSOLVENS-EXIT
           END-IF
           MOVE ZEROES TO WS-INSOLV-SLOT
           PERFORM VARYING WS-INSOLV-IX FROM 1 BY 1
                   UNTIL WS-INSOLV-IX > ANTAL-INSOLV
               IF IS-KONTO-ID(WS-INSOLV-IX)
                       = KONTO-ID OF TRANSAKTIONER-IN
                   MOVE WS-INSOLV-IX TO WS-INSOLV-SLOT
               END-IF
           END-PERFORM
           IF WS-INSOLV-SLOT = ZEROES
               GO TO KONTROLLER-INSOLVENS-EXIT
           END-IF
           MOVE ZEROES TO WS-DISP-SLOT
           IF POSTERINGSTEKST OF TRANSAKTIONER-IN(1:8) = "KURATOR "
               PERFORM VARYING WS-DISP-IX FROM 1 BY 1
                       UNTIL WS-DISP-IX > ANTAL-DISPOSITIONER
                   IF DA-REFERENCE(WS-DISP-IX)
                           = POSTERINGSTEKST OF TRANSAKTIONER-IN(9:10)
                       AND DA-KONTO-ID(WS-DISP-IX)
                           = KONTO-ID OF TRANSAKTIONER-IN
                       AND DA-BELOB(WS-DISP-IX)
                           + BELØB OF TRANSAKTIONER-IN = ZEROES
                       AND DA-BRUGT(WS-DISP-IX) = "N"
                       MOVE WS-DISP-IX TO WS-DISP-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DISP-SLOT = ZEROES
               MOVE "INSOLVENS SPAERRING" TO WS-MANGEL-FELT
               PERFORM SKRIV-TRANS-AFVIGELSE
           ELSE
               MOVE "Y" TO DA-BRUGT(WS-DISP-SLOT)
           END-IF.

       KONTROLLER-INSOLVENS-EXIT.
           EXIT.

      * LOADS THE RENT DEPOSIT ACCOUNTS AND, IF THERE ARE ANY, THE
      * RELEASES THE NIGHTLY RUN PAID OUT TODAY - THE ONLY ONES WHOSE
      * DEBIT CAN STILL BE ON ITS WAY THROUGH HERE. AN OLDER UDBETALT
      * RELEASE HAS ALREADY HAD ITS DEBIT, SO ITS REFERENCE OPENS
      * NOTHING A SECOND TIME.
       LOAD-DEPOSITUM.
           MOVE "N" TO EOF-KONTOOPL
           OPEN INPUT KONTOOPLYSNINGER
           IF WS-KONTOOPL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KONTOOPL = "Y"
                   READ KONTOOPLYSNINGER
                       AT END
                           MOVE "Y" TO EOF-KONTOOPL
                       NOT AT END
                           IF DEPOSITUM-UDLEJER OF KONTOOPL-IN
                                   NOT = SPACES
                               AND ANTAL-DEPOSITUM < 500
                               ADD 1 TO ANTAL-DEPOSITUM
                               MOVE KONTO-ID OF KONTOOPL-IN
                                   TO DP-KONTO-ID(ANTAL-DEPOSITUM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLYSNINGER
           END-IF
           IF ANTAL-DEPOSITUM > ZEROES
               OPEN INPUT DEPOSITUM-FRIGIVELSER
               IF WS-FRIGIV-STATUS = "35"
                   CONTINUE
               ELSE
                   PERFORM UNTIL EOF-FRIGIV = "Y"
                       READ DEPOSITUM-FRIGIVELSER
                           AT END
                               MOVE "Y" TO EOF-FRIGIV
                           NOT AT END
                               PERFORM NOTER-FRIGIVELSE
                       END-READ
                   END-PERFORM
                   CLOSE DEPOSITUM-FRIGIVELSER
               END-IF
           END-IF.

       NOTER-FRIGIVELSE.
           IF DF-STATUS OF FRIGIV-REC = "UDBETALT"
               AND DF-UDBETALT-DATO OF FRIGIV-REC = WS-DAGS-DATO
               AND ANTAL-FRIGIVELSER < 999
               ADD 1 TO ANTAL-FRIGIVELSER
               MOVE DF-REFERENCE OF FRIGIV-REC
                   TO FA-REFERENCE(ANTAL-FRIGIVELSER)
               MOVE DF-KONTO-ID OF FRIGIV-REC
                   TO FA-KONTO-ID(ANTAL-FRIGIVELSER)
               MOVE DF-BELOB-UDLEJER OF FRIGIV-REC
                   TO FA-BELOB(ANTAL-FRIGIVELSER)
               ADD DF-BELOB-LEJER OF FRIGIV-REC
                   TO FA-BELOB(ANTAL-FRIGIVELSER)
               MOVE "N" TO FA-BRUGT(ANTAL-FRIGIVELSER)
           END-IF.

      * A DEBIT ON A RENT DEPOSIT ACCOUNT IS REJECTED UNLESS IT IS A
      * RELEASE: THE POSTING TEXT STARTS "DEPOSITUM " FOLLOWED BY THE
      * RELEASE'S D-NUMBER, AND THAT RELEASE IS ON THE SAME ACCOUNT
      * FOR EXACTLY THE DEBITED AMOUNT (THE LANDLORD'S AND THE
      * TENANT'S SHARES TOGETHER). NOT EVEN THE TENANT'S OWN CARD,
      * STANDING ORDER OR A FEE GETS PAST - THE MONEY IS HELD FOR
      * BOTH PARTIES. CREDITS AND INTEREST PASS.
       KONTROLLER-DEPOSITUM.
           IF BELØB OF TRANSAKTIONER-IN NOT < 0
               GO TO KONTROLLER-DEPOSITUM-EXIT
           END-IF
           MOVE ZEROES TO WS-DEPOSITUM-SLOT
           PERFORM VARYING WS-DEPOSITUM-IX FROM 1 BY 1
                   UNTIL WS-DEPOSITUM-IX > ANTAL-DEPOSITUM
               IF DP-KONTO-ID(WS-DEPOSITUM-IX)
                       = KONTO-ID OF TRANSAKTIONER-IN
                   MOVE WS-DEPOSITUM-IX TO WS-DEPOSITUM-SLOT
               END-IF
           END-PERFORM
           IF WS-DEPOSITUM-SLOT = ZEROES
               GO TO KONTROLLER-DEPOSITUM-EXIT
           END-IF
           MOVE ZEROES TO WS-FRIGIV-SLOT
           COMPUTE WS-DEPOSITUM-DEBET = 0 - BELØB OF TRANSAKTIONER-IN
           IF POSTERINGSTEKST OF TRANSAKTIONER-IN(1:10)
                   = "DEPOSITUM "
               PERFORM VARYING WS-FRIGIV-IX FROM 1 BY 1
                       UNTIL WS-FRIGIV-IX > ANTAL-FRIGIVELSER
                   IF FA-REFERENCE(WS-FRIGIV-IX)
                           = POSTERINGSTEKST OF TRANSAKTIONER-IN(11:10)
                       AND FA-KONTO-ID(WS-FRIGIV-IX)
                           = KONTO-ID OF TRANSAKTIONER-IN
                       AND FA-BELOB(WS-FRIGIV-IX) = WS-DEPOSITUM-DEBET
                       AND FA-BRUGT(WS-FRIGIV-IX) = "N"
                       MOVE WS-FRIGIV-IX TO WS-FRIGIV-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FRIGIV-SLOT = ZEROES
               MOVE "DEPOSITUM SPAERRING" TO WS-MANGEL-FELT
               PERFORM SKRIV-TRANS-AFVIGELSE
           ELSE
               MOVE "Y" TO FA-BRUGT(WS-FRIGIV-SLOT)
           END-IF.

       KONTROLLER-DEPOSITUM-EXIT.
           EXIT.

      * A WITHDRAWAL (NEGATIVE BELØB) ON AN ACCOUNT WHOSE FIXED-TERM
      * LOCK HASN'T EXPIRED IS REJECTED - THE PRODUCT'S WHOLE PRICE
      * IS THAT THE MONEY SITS STILL UNTIL THE AGREED DATE. INTEREST
               WS-MANGEL-FELT DELIMITED BY SIZE
               INTO TRANS-AFV-RECORD
           WRITE TRANS-AFV-RECORD.

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

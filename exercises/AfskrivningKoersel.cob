       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE WRITTEN-OFF CLAIMS LEDGER - SEE AFSKRIVNINGER.CPY. LOADED
      * WHOLE AND WRITTEN BACK WITH TONIGHT'S WRITE-OFFS AND
      * RECOVERIES STAMPED ON IT. OPTIONAL: NO FILE, NOTHING TO DO.
           SELECT AFSKRIVNINGER ASSIGN TO "Afskrivninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKR-STATUS.
      * THE RECOVERIES KEYED SINCE LAST NIGHT - SEE INDDRIVELSER.CPY.
      * OPTIONAL LIKE THE LEDGER.
           SELECT INDDRIVELSER ASSIGN TO "Inddrivelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDDR-STATUS.
           SELECT KONTOOPLYSNINGER ASSIGN TO "KontoOpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KUNDEOPLYSNINGER ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * YESTERDAY'S CLOSING FILE - EACH ACCOUNT'S REG-NR AND HOW FAR
      * IT IS OVERDRAWN. NEVER MORE THAN THAT IS WRITTEN OFF.
           SELECT LUKKESALDO-FILE ASSIGN TO "LukkeSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LUKKE-STATUS.
      * THE TYPE -> GL ACCOUNT MAP - THE "INDDRIVELSE" ROW NAMES THE
      * RECOVERY INCOME ACCOUNT AND THE ACCOUNT THE MONEY CAME IN ON.
      * THE WRITE-OFF ITSELF GOES THROUGH GLPOST UNDER ITS
      * "AFSKRIVNING" ROW LIKE ANY OTHER TRANSACTION TYPE.
           SELECT GL-KONTOPLAN ASSIGN TO "GlKontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
      * OPENED EXTEND FOR THE WRITE-OFF CREDITS - SAME SHAPE AS THE
      * OTHER POSTING RUNS.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WHAT COULD NOT BE BOOKED TONIGHT, AND WRITE-OFFS THAT LEFT A
      * REMAINDER ON THE ACCOUNT. A HELD-BACK ROW KEEPS ITS STATUS
      * AND IS TRIED AGAIN THE NEXT NIGHT.
           SELECT AFSKRIVNING-AFVIGELSER
               ASSIGN TO "AfskrivningAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE RUN-STAMPED POSTING JOURNAL - SEE POSTERINGSJOURNAL.CPY.
           SELECT POSTERINGS-JOURNAL ASSIGN TO "AfskrivningJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      * THE BALANCED RECOVERY POSTING - SAME LINE SHAPE AND ZERO-NET
      * RELEASE GATE AS GLNEDSKRIVNING.TXT. A RECOVERY HAS NO
      * CUSTOMER ACCOUNT LEFT TO BOOK ON, SO IT GOES STRAIGHT TO GL.
           SELECT GL-INDDRIVELSE ASSIGN TO "GlInddrivelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WRITTEN OFF AND RECOVERED PER YEAR AND REG-NR, FROM THE
      * WHOLE LEDGER.
           SELECT AFSKRIVNING-OVERSIGT
               ASSIGN TO "AfskrivningOversigt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AFSKRIVNINGER.
       01 AFSKRIVNING-REC.
           COPY "AFSKRIVNINGER.cpy".
       FD INDDRIVELSER.
       01 INDDRIVELSE-REC.
           COPY "INDDRIVELSER.cpy".
       FD KONTOOPLYSNINGER.
       01 KONTOOPL-IN.
           COPY "KONTOOPL.cpy".
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
       FD GL-KONTOPLAN.
       01 PLAN-REC.
           02  GK-TRANSAKTIONSTYPE  PIC X(20) VALUE SPACES.
           02  GK-GL-KONTO          PIC 9(6) VALUE ZEROES.
           02  GK-MODKONTO          PIC 9(6) VALUE ZEROES.
       FD TRANSAKTIONER.
       01 TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".
       FD AFSKRIVNING-AFVIGELSER.
       01 AFSKRIVNING-AFV-RECORD.
           02  AFSKRIVNING-AFV-LINE PIC X(120) VALUE SPACES.
       FD POSTERINGS-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
       FD GL-INDDRIVELSE.
       01 GL-RECORD.
           02  GL-LINE              PIC X(100) VALUE SPACES.
       FD AFSKRIVNING-OVERSIGT.
       01 OVERSIGT-RECORD.
           02  OVERSIGT-LINE        PIC X(120) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "AFSKRIV".
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
       01  WS-AFSKR-STATUS          PIC XX VALUE "00".
       01  WS-INDDR-STATUS          PIC XX VALUE "00".
       01  WS-LUKKE-STATUS          PIC XX VALUE "00".
       01  WS-PLAN-STATUS           PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS        PIC XX VALUE "00".
       01  EOF-AFSKR                PIC X VALUE "N".
       01  EOF-INDDR                PIC X VALUE "N".
       01  EOF-KONTO                PIC X VALUE "N".
       01  EOF-KUNDE                PIC X VALUE "N".
       01  EOF-LUKKE                PIC X VALUE "N".
       01  EOF-PLAN                 PIC X VALUE "N".
       01  AFSKRIVNING-AR OCCURS 999 TIMES.
           COPY "AFSKRIVNINGER.cpy".
       01  ANTAL-AFSKR              PIC 9(4) VALUE ZEROES.
       01  WS-AFSKR-IX              PIC 9(4).
       01  WS-AFSKR-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  INDDRIVELSE-AR OCCURS 2000 TIMES.
           COPY "INDDRIVELSER.cpy".
      * RECOVERIES WRITTEN TO TONIGHT'S GL FILE - ONLY BOOKED ONTO
      * THE LEDGER ONCE THE FILE IS RELEASED.
       01  WS-IV-POSTET-AR OCCURS 2000 TIMES.
           02  WS-IV-POSTET         PIC X VALUE "N".
       01  ANTAL-INDDR              PIC 9(4) VALUE ZEROES.
       01  WS-INDDR-IX              PIC 9(4).
      * ACCOUNT -> HOLDER, FROM KONTOOPT.TXT.
       01  KONTO-EJER-AR OCCURS 999 TIMES.
           02  KE-KONTO-ID          PIC X(10) VALUE SPACES.
           02  KE-KUNDE-ID          PIC X(10) VALUE SPACES.
       01  ANTAL-EJER               PIC 9(4) VALUE ZEROES.
       01  WS-EJER-IX               PIC 9(4).
       01  WS-KONTO-FOUND           PIC X VALUE "N".
       01  WS-EJER-KUNDE-ID         PIC X(10) VALUE SPACES.
       01  KUNDEOPL-AR OCCURS 999 TIMES.
           COPY "KUNDER_NEW.cpy".
       01  ANTAL-KUNDER             PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-IX              PIC 9(4).
       01  WS-KUNDE-MATCH-IX        PIC 9(4) VALUE ZEROES.
       01  WS-KUNDE-FOUND           PIC X VALUE "N".
      * ACCOUNT -> REG-NR AND CLOSING BALANCE, FROM LUKKESALDO.TXT.
       01  KONTO-SALDO-AR OCCURS 999 TIMES.
           02  KSA-KONTO-ID         PIC X(10) VALUE SPACES.
           02  KSA-REG-NR           PIC 9(4) VALUE ZEROES.
           02  KSA-BALANCE          PIC S9(18)V99 VALUE ZEROES.
       01  ANTAL-SALDO              PIC 9(4) VALUE ZEROES.
       01  WS-SALDO-IX              PIC 9(4).
       01  WS-SALDO-FOUND           PIC X VALUE "N".
       01  WS-SOEG-KONTO            PIC X(10) VALUE SPACES.
       01  WS-SOEG-REG-NR           PIC 9(4) VALUE ZEROES.
       01  WS-SOEG-SALDO            PIC S9(18)V99 VALUE ZEROES.
       01  WS-GAELD                 PIC S9(18)V99 VALUE ZEROES.
       01  WS-REST                  PIC S9(18)V99 VALUE ZEROES.
      * ONE POSTING, FILLED IN BY THE CALLER OF SKRIV-TRANSAKTION -
      * WS-KUNDE-MATCH-IX NAMES THE HOLDER THE ROW IS BOOKED FOR.
       01  WS-POST-KONTO            PIC X(10) VALUE SPACES.
       01  WS-POST-REG-NR           PIC 9(4) VALUE ZEROES.
       01  WS-POST-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-POST-BELOB-TEXT       PIC -(9)9.99.
       01  WS-POST-TEKST            PIC X(40) VALUE SPACES.
      * THE "INDDRIVELSE" KONTOPLAN ROW AND THE RECOVERY POSTING.
       01  WS-GL-KONTO              PIC 9(6) VALUE ZEROES.
       01  WS-GL-MODKONTO           PIC 9(6) VALUE ZEROES.
       01  WS-PLAN-FUNDET           PIC X VALUE "N".
       01  WS-GL-FRIGIVET           PIC X VALUE "N".
       01  WS-ANTAL-VENTER          PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-GL              PIC 9(5) VALUE ZEROES.
       01  WS-GL-BELOB              PIC S9(11)V99 VALUE ZEROES.
       01  WS-MOD-BELOB             PIC S9(11)V99 VALUE ZEROES.
       01  WS-SUM-DEBET             PIC S9(15)V99 VALUE ZEROES.
       01  WS-SUM-KREDIT            PIC S9(15)V99 VALUE ZEROES.
       01  WS-NETTO                 PIC S9(15)V99 VALUE ZEROES.
       01  WS-BELOB-DISPLAY         PIC -(12)9.99.
      * THE OVERVIEW - ONE ROW PER YEAR AND REG-NR, KEPT IN YEAR
      * THEN REG-NR ORDER AS ROWS ARE ADDED.
       01  OVERSIGT-AR OCCURS 500 TIMES.
           02  OV-AAR               PIC X(4) VALUE SPACES.
           02  OV-REG-NR            PIC 9(4) VALUE ZEROES.
           02  OV-ANTAL-AFSKR       PIC 9(5) VALUE ZEROES.
           02  OV-AFSKREVET         PIC 9(11)V99 VALUE ZEROES.
           02  OV-ANTAL-INDDR       PIC 9(5) VALUE ZEROES.
           02  OV-INDDREVET         PIC 9(11)V99 VALUE ZEROES.
       01  ANTAL-OV                 PIC 9(4) VALUE ZEROES.
       01  WS-OV-IX                 PIC 9(4).
       01  WS-OV-SLOT               PIC 9(4) VALUE ZEROES.
       01  WS-OV-FLYT-IX            PIC 9(4).
       01  WS-OV-AAR                PIC X(4) VALUE SPACES.
       01  WS-OV-REG-NR             PIC 9(4) VALUE ZEROES.
       01  WS-OV-FORRIGE-AAR        PIC X(4) VALUE SPACES.
       01  WS-AAR-TOTAL.
           02  AT-ANTAL-AFSKR       PIC 9(5) VALUE ZEROES.
           02  AT-AFSKREVET         PIC 9(11)V99 VALUE ZEROES.
           02  AT-ANTAL-INDDR       PIC 9(5) VALUE ZEROES.
           02  AT-INDDREVET         PIC 9(11)V99 VALUE ZEROES.
       01  WS-I-ALT-TOTAL.
           02  IT-ANTAL-AFSKR       PIC 9(5) VALUE ZEROES.
           02  IT-AFSKREVET         PIC 9(11)V99 VALUE ZEROES.
           02  IT-ANTAL-INDDR       PIC 9(5) VALUE ZEROES.
           02  IT-INDDREVET         PIC 9(11)V99 VALUE ZEROES.
      * ONE PRINTED OVERVIEW ROW - FILLED BY THE CALLER OF
      * SKRIV-OVERSIGT-LINJE.
       01  WS-LINJE-TEKST           PIC X(12) VALUE SPACES.
       01  WS-LINJE-ANTAL-AFSKR     PIC 9(5) VALUE ZEROES.
       01  WS-LINJE-AFSKREVET       PIC 9(11)V99 VALUE ZEROES.
       01  WS-LINJE-ANTAL-INDDR     PIC 9(5) VALUE ZEROES.
       01  WS-LINJE-INDDREVET       PIC 9(11)V99 VALUE ZEROES.
       01  WS-LINJE-NETTO           PIC S9(11)V99 VALUE ZEROES.
       01  WS-VIS-ANTAL             PIC Z(4)9.
       01  WS-VIS-ANTAL2            PIC Z(4)9.
       01  WS-VIS-BELOB             PIC -(11)9.99.
       01  WS-VIS-BELOB2            PIC -(11)9.99.
       01  WS-VIS-BELOB3            PIC -(11)9.99.
      * LISTS.
       01  WS-VIS-SALDO             PIC -(13)9.99.
       01  WS-AFVIGELSE             PIC X(48) VALUE SPACES.
       01  WS-AFV-DETALJE           PIC X(50) VALUE SPACES.
       01  WS-AFV-REFERENCE         PIC X(10) VALUE SPACES.
       01  WS-ANTAL-AFSKREVET       PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-BORTFALDET      PIC 9(5) VALUE ZEROES.
       01  WS-ANTAL-INDDREVET       PIC 9(5) VALUE ZEROES.

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

      * THE NIGHTLY WRITE-OFF AND RECOVERY RUN. RUNS IN THE POSTING
      * BLOCK AHEAD OF TRANSKNTRL AND GLPOST. EACH GODKENDT WRITE-OFF
      * BECOMES ONE CREDIT OF TYPE AFSKRIVNING THAT CLEARS THE
      * OVERDRAFT - GLPOST TAKES IT TO THE LOSS ACCOUNT - AND IS
      * MARKED AFSKREVET. EACH VENTER RECOVERY ON A WRITTEN-OFF CLAIM
      * GOES TO GLINDDRIVELSE.TXT AS RECOVERY INCOME AND IS MARKED
      * BOGFOERT. THE OVERVIEW IS REBUILT FROM THE WHOLE LEDGER.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           PERFORM LOAD-AFSKRIVNINGER
           PERFORM LOAD-INDDRIVELSER
           PERFORM LOAD-KONTO-EJER-TABEL
           PERFORM LOAD-KUNDEOPLYSNINGER
           PERFORM LOAD-LUKKESALDO
           PERFORM LOAD-KONTOPLAN
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
           OPEN OUTPUT AFSKRIVNING-AFVIGELSER
           PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                   UNTIL WS-AFSKR-IX > ANTAL-AFSKR
               PERFORM BEHANDL-AFSKRIVNING
                   THRU BEHANDL-AFSKRIVNING-EXIT
           END-PERFORM
           CLOSE TRANSAKTIONER
           PERFORM SKRIV-JOURNAL-SLUT
           CLOSE POSTERINGS-JOURNAL
           PERFORM POSTER-INDDRIVELSER THRU POSTER-INDDRIVELSER-EXIT
           IF WS-GL-FRIGIVET = "J"
               PERFORM BOGFOER-INDDRIVELSER
           END-IF
           CLOSE AFSKRIVNING-AFVIGELSER
           PERFORM SKRIV-OVERSIGT
           PERFORM GEM-AFSKRIVNINGER
           PERFORM GEM-INDDRIVELSER
           DISPLAY "AFSKRIVNING: " WS-ANTAL-AFSKREVET " AFSKREVET, "
               WS-ANTAL-BORTFALDET " BORTFALDET, "
               WS-ANTAL-INDDREVET " INDDRIVELSER BOGFOERT, "
               WS-RECS-AFVIST " AFVIST"
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

       LOAD-AFSKRIVNINGER.
           OPEN INPUT AFSKRIVNINGER
           IF WS-AFSKR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-AFSKR = "Y"
                   READ AFSKRIVNINGER
                       AT END
                           MOVE "Y" TO EOF-AFSKR
                       NOT AT END
                           ADD 1 TO ANTAL-AFSKR
                           MOVE AFSKRIVNING-REC
                               TO AFSKRIVNING-AR(ANTAL-AFSKR)
                   END-READ
               END-PERFORM
               CLOSE AFSKRIVNINGER
           END-IF.

      * BOTH REGISTERS ARE WRITTEN BACK ONLY WHEN THERE WAS ONE - A
      * MISSING FILE STAYS MISSING.
       GEM-AFSKRIVNINGER.
           IF ANTAL-AFSKR = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT AFSKRIVNINGER
               PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                       UNTIL WS-AFSKR-IX > ANTAL-AFSKR
                   MOVE AFSKRIVNING-AR(WS-AFSKR-IX) TO AFSKRIVNING-REC
                   WRITE AFSKRIVNING-REC
               END-PERFORM
               CLOSE AFSKRIVNINGER
           END-IF.

       LOAD-INDDRIVELSER.
           OPEN INPUT INDDRIVELSER
           IF WS-INDDR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-INDDR = "Y"
                   READ INDDRIVELSER
                       AT END
                           MOVE "Y" TO EOF-INDDR
                       NOT AT END
                           ADD 1 TO ANTAL-INDDR
                           MOVE INDDRIVELSE-REC
                               TO INDDRIVELSE-AR(ANTAL-INDDR)
                   END-READ
               END-PERFORM
               CLOSE INDDRIVELSER
           END-IF.

       GEM-INDDRIVELSER.
           IF ANTAL-INDDR = ZEROES
               CONTINUE
           ELSE
               OPEN OUTPUT INDDRIVELSER
               PERFORM VARYING WS-INDDR-IX FROM 1 BY 1
                       UNTIL WS-INDDR-IX > ANTAL-INDDR
                   MOVE INDDRIVELSE-AR(WS-INDDR-IX) TO INDDRIVELSE-REC
                   WRITE INDDRIVELSE-REC
               END-PERFORM
               CLOSE INDDRIVELSER
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
                           MOVE LS-REG-NR
                               TO KSA-REG-NR(ANTAL-SALDO)
                           MOVE LS-BALANCE
                               TO KSA-BALANCE(ANTAL-SALDO)
                   END-READ
               END-PERFORM
               CLOSE LUKKESALDO-FILE
           END-IF.

      * THE "INDDRIVELSE" ROW OF THE KONTOPLAN - FINANCE NAMES THE
      * RECOVERY INCOME ACCOUNT AND ITS COUNTER-ACCOUNT THERE.
       LOAD-KONTOPLAN.
           OPEN INPUT GL-KONTOPLAN
           IF WS-PLAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-PLAN = "Y"
                   READ GL-KONTOPLAN
                       AT END
                           MOVE "Y" TO EOF-PLAN
                       NOT AT END
                           IF GK-TRANSAKTIONSTYPE OF PLAN-REC
                                   = "INDDRIVELSE"
                               MOVE "Y" TO WS-PLAN-FUNDET
                               MOVE GK-GL-KONTO OF PLAN-REC
                                   TO WS-GL-KONTO
                               MOVE GK-MODKONTO OF PLAN-REC
                                   TO WS-GL-MODKONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-KONTOPLAN
           END-IF.

      * WS-SOEG-KONTO'S HOLDER FROM THE MASTER.
       FIND-KONTO.
           MOVE "N" TO WS-KONTO-FOUND
           MOVE SPACES TO WS-EJER-KUNDE-ID
           PERFORM VARYING WS-EJER-IX FROM 1 BY 1
                   UNTIL WS-EJER-IX > ANTAL-EJER
               IF KE-KONTO-ID(WS-EJER-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-KONTO-FOUND
                   MOVE KE-KUNDE-ID(WS-EJER-IX) TO WS-EJER-KUNDE-ID
               END-IF
           END-PERFORM.

       FIND-KUNDE.
           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1
                   UNTIL WS-KUNDE-IX > ANTAL-KUNDER
               IF KUNDE-ID OF KUNDEOPL-AR(WS-KUNDE-IX)
                       = WS-EJER-KUNDE-ID
                   MOVE "Y" TO WS-KUNDE-FOUND
                   MOVE WS-KUNDE-IX TO WS-KUNDE-MATCH-IX
               END-IF
           END-PERFORM.

      * WS-SOEG-KONTO'S REG-NR AND CLOSING BALANCE FROM LUKKESALDO.
       FIND-SALDO.
           MOVE "N" TO WS-SALDO-FOUND
           MOVE ZEROES TO WS-SOEG-REG-NR
           MOVE ZEROES TO WS-SOEG-SALDO
           PERFORM VARYING WS-SALDO-IX FROM 1 BY 1
                   UNTIL WS-SALDO-IX > ANTAL-SALDO
               IF KSA-KONTO-ID(WS-SALDO-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-SALDO-FOUND
                   MOVE KSA-REG-NR(WS-SALDO-IX) TO WS-SOEG-REG-NR
                   MOVE KSA-BALANCE(WS-SALDO-IX) TO WS-SOEG-SALDO
               END-IF
           END-PERFORM.

      * THE CLAIM A RECOVERY NAMES, AS ITS SLOT IN WS-AFSKR-MATCH-IX
      * - ZERO WHEN IT ISN'T ON THE LEDGER.
       FIND-FORDRING.
           MOVE ZEROES TO WS-AFSKR-MATCH-IX
           PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                   UNTIL WS-AFSKR-IX > ANTAL-AFSKR
               IF AK-REFERENCE OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       = IV-REFERENCE OF INDDRIVELSE-AR(WS-INDDR-IX)
                   MOVE WS-AFSKR-IX TO WS-AFSKR-MATCH-IX
               END-IF
           END-PERFORM.

      * ONE WRITE-OFF. ONLY A GODKENDT ONE IS BOOKED, AND NEVER FOR
      * MORE THAN THE ACCOUNT IS OVERDRAWN TONIGHT NOR MORE THAN WAS
      * APPROVED. AN ACCOUNT THE CUSTOMER HAS SINCE BROUGHT BACK TO
      * ZERO OR ABOVE HAS NOTHING LEFT TO WRITE OFF, AND THE
      * WRITE-OFF LAPSES.
       BEHANDL-AFSKRIVNING.
           IF AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX) NOT = "GODKENDT"
               GO TO BEHANDL-AFSKRIVNING-EXIT
           END-IF
           ADD 1 TO WS-RECS-IN
           MOVE AK-REFERENCE OF AFSKRIVNING-AR(WS-AFSKR-IX)
               TO WS-AFV-REFERENCE
           MOVE AK-KONTO-ID OF AFSKRIVNING-AR(WS-AFSKR-IX)
               TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-FOUND = "Y"
               PERFORM FIND-KUNDE
           END-IF
           IF WS-KONTO-FOUND = "N" OR WS-KUNDE-FOUND = "N"
               MOVE "AFSKRIVNING IKKE BOGFOERT - KONTO/KUNDE UKENDT"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-DETALJE
               STRING WS-SOEG-KONTO DELIMITED BY SIZE
                   " KUNDE " DELIMITED BY SIZE
                   WS-EJER-KUNDE-ID DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-RECS-AFVIST
               GO TO BEHANDL-AFSKRIVNING-EXIT
           END-IF
           PERFORM FIND-SALDO
           IF WS-SALDO-FOUND = "N"
               MOVE "AFSKRIVNING IKKE BOGFOERT - INGEN LUKKESALDO"
                   TO WS-AFVIGELSE
               MOVE WS-SOEG-KONTO TO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-RECS-AFVIST
               GO TO BEHANDL-AFSKRIVNING-EXIT
           END-IF
           IF WS-SOEG-SALDO NOT < 0
               MOVE "BORTFALDET"
                   TO AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX)
               MOVE "AFSKRIVNING BORTFALDET - KONTO IKKE OVERTRUKKET"
                   TO WS-AFVIGELSE
               MOVE WS-SOEG-SALDO TO WS-VIS-SALDO
               MOVE SPACES TO WS-AFV-DETALJE
               STRING WS-SOEG-KONTO DELIMITED BY SIZE
                   " SALDO " DELIMITED BY SIZE
                   WS-VIS-SALDO DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-ANTAL-BORTFALDET
               GO TO BEHANDL-AFSKRIVNING-EXIT
           END-IF
           COMPUTE WS-GAELD = 0 - WS-SOEG-SALDO
           MOVE WS-GAELD TO WS-POST-BELOB
           IF WS-GAELD > AK-FORESLAAET-BELOB
                   OF AFSKRIVNING-AR(WS-AFSKR-IX)
               MOVE AK-FORESLAAET-BELOB OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   TO WS-POST-BELOB
               COMPUTE WS-REST = WS-GAELD - WS-POST-BELOB
               MOVE "AFSKREVET GODKENDT BELOEB - RESTSALDO PAA KONTO"
                   TO WS-AFVIGELSE
               MOVE WS-REST TO WS-VIS-SALDO
               MOVE SPACES TO WS-AFV-DETALJE
               STRING WS-SOEG-KONTO DELIMITED BY SIZE
                   " REST " DELIMITED BY SIZE
                   WS-VIS-SALDO DELIMITED BY SIZE
                   INTO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
           END-IF
           MOVE WS-SOEG-KONTO TO WS-POST-KONTO
           MOVE WS-SOEG-REG-NR TO WS-POST-REG-NR
           MOVE SPACES TO WS-POST-TEKST
           STRING "AFSKRIVNING " DELIMITED BY SIZE
               AK-REFERENCE OF AFSKRIVNING-AR(WS-AFSKR-IX)
                   DELIMITED BY SIZE
               INTO WS-POST-TEKST
           PERFORM SKRIV-TRANSAKTION
           MOVE "AFSKREVET" TO AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX)
           MOVE WS-POST-BELOB
               TO AK-AFSKREVET-BELOB OF AFSKRIVNING-AR(WS-AFSKR-IX)
           MOVE WS-DAGS-DATO
               TO AK-AFSKREVET-DATO OF AFSKRIVNING-AR(WS-AFSKR-IX)
           MOVE WS-SOEG-REG-NR
               TO AK-REG-NR OF AFSKRIVNING-AR(WS-AFSKR-IX)
           ADD 1 TO WS-ANTAL-AFSKREVET.

       BEHANDL-AFSKRIVNING-EXIT.
           EXIT.

      * ONE ROW ON TRANSAKTIONER.TXT FROM THE WS-POST FIELDS, IN THE
      * NAME OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX), AND ITS JOURNAL ROW.
      * THE CREDIT HAS NO COUNTER-ACCOUNT - ITS OTHER SIDE IS THE
      * LOSS ACCOUNT GLPOST FINDS UNDER THE TYPE.
       SKRIV-TRANSAKTION.
           MOVE SPACES TO TRANSAKTION-REC
           MOVE WS-POST-KONTO TO KONTO-ID OF TRANSAKTION-REC
           MOVE CPR OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
               TO CPR OF TRANSAKTION-REC
           MOVE WS-POST-REG-NR TO REG-NR OF TRANSAKTION-REC
           STRING FORNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
                   DELIMITED BY SIZE
               INTO NAVN OF TRANSAKTION-REC
           STRING VEJNAVN OF ADRESSE OF KUNDEOPL-AR(WS-KUNDE-MATCH-IX)
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
               INTO ADRESSE OF TRANSAKTION-REC
           MOVE WS-TIDSPUNKT TO TIDSPUNKT OF TRANSAKTION-REC
           MOVE "AFSKRIVNING" TO TRANSAKTIONSTYPE OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO BELØB OF TRANSAKTION-REC
           MOVE WS-POST-BELOB TO WS-POST-BELOB-TEXT
           MOVE WS-POST-BELOB-TEXT TO BELØB-TEXT OF TRANSAKTION-REC
           MOVE "DKK" TO VALUTA OF TRANSAKTION-REC
           MOVE ZEROES TO MODTAGER-REG-NR OF TRANSAKTION-REC
           MOVE SPACES TO MODTAGER-KONTONUMMER OF TRANSAKTION-REC
           MOVE WS-POST-TEKST TO POSTERINGSTEKST OF TRANSAKTION-REC
           WRITE TRANSAKTION-REC
           PERFORM SKRIV-JOURNAL-POST
           ADD 1 TO WS-RECS-OUT.

      * ONE LINE PER ROW HELD BACK OR WORTH A LOOK - CALLER SETS
      * WS-AFVIGELSE, WS-AFV-REFERENCE AND WS-AFV-DETALJE FIRST.
       SKRIV-AFVIGELSE.
           MOVE SPACES TO AFSKRIVNING-AFV-RECORD
           STRING WS-AFVIGELSE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-AFV-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-DETALJE DELIMITED BY SIZE
               INTO AFSKRIVNING-AFV-RECORD
           WRITE AFSKRIVNING-AFV-RECORD.

      * TONIGHT'S RECOVERIES AS BALANCED PAIRS - RECOVERY INCOME
      * AGAINST THE ACCOUNT THE MONEY CAME IN ON - PROVED TO NET ZERO
      * BEFORE RELEASE, SAME GATE AS IFRS9ECL. A RECOVERY NAMING A
      * CLAIM THAT IS NOT (YET) WRITTEN OFF STAYS VENTER. SO DOES
      * EVERY RECOVERY WHEN THE KONTOPLAN HAS NO INDDRIVELSE ROW OR
      * THE FILE IS WITHHELD; THE NEXT NIGHT POSTS THEM.
       POSTER-INDDRIVELSER.
           MOVE ZEROES TO WS-SUM-DEBET
           MOVE ZEROES TO WS-SUM-KREDIT
           MOVE ZEROES TO WS-ANTAL-VENTER
           MOVE ZEROES TO WS-ANTAL-GL
           PERFORM VARYING WS-INDDR-IX FROM 1 BY 1
                   UNTIL WS-INDDR-IX > ANTAL-INDDR
               IF IV-STATUS OF INDDRIVELSE-AR(WS-INDDR-IX) = "VENTER"
                   ADD 1 TO WS-ANTAL-VENTER
               END-IF
           END-PERFORM
           OPEN OUTPUT GL-INDDRIVELSE
           IF WS-ANTAL-VENTER > ZEROES AND WS-PLAN-FUNDET = "N"
               DISPLAY "AFSKRIV: INGEN INDDRIVELSE-RAEKKE I "
                   "GLKONTOPLAN.TXT - INDDRIVELSER IKKE BOGFOERT"
               CLOSE GL-INDDRIVELSE
               MOVE "INDDRIVELSE IKKE BOGFOERT - INGEN GL-KONTO"
                   TO WS-AFVIGELSE
               MOVE SPACES TO WS-AFV-REFERENCE
               MOVE "GLKONTOPLAN.TXT MANGLER RAEKKEN INDDRIVELSE"
                   TO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               ADD WS-ANTAL-VENTER TO WS-RECS-AFVIST
               GO TO POSTER-INDDRIVELSER-EXIT
           END-IF
           PERFORM VARYING WS-INDDR-IX FROM 1 BY 1
                   UNTIL WS-INDDR-IX > ANTAL-INDDR
               IF IV-STATUS OF INDDRIVELSE-AR(WS-INDDR-IX) = "VENTER"
                   PERFORM POSTER-EN-INDDRIVELSE
               END-IF
           END-PERFORM
           COMPUTE WS-NETTO = WS-SUM-DEBET + WS-SUM-KREDIT
           MOVE WS-NETTO TO WS-BELOB-DISPLAY
           MOVE SPACES TO GL-RECORD
           STRING "TRAILER INDDRIVELSER=" DELIMITED BY SIZE
               WS-ANTAL-GL DELIMITED BY SIZE
               " NETTO=" DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO GL-RECORD
           WRITE GL-RECORD
           CLOSE GL-INDDRIVELSE
           IF WS-NETTO NOT = ZEROES
               OPEN OUTPUT GL-INDDRIVELSE
               CLOSE GL-INDDRIVELSE
               DISPLAY "AFSKRIV: DEBET/KREDIT BALANCERER IKKE - "
                   "FILEN FRIGIVES IKKE"
               MOVE 8 TO RETURN-CODE
               GO TO POSTER-INDDRIVELSER-EXIT
           END-IF
           MOVE "J" TO WS-GL-FRIGIVET.

       POSTER-INDDRIVELSER-EXIT.
           EXIT.

       POSTER-EN-INDDRIVELSE.
           ADD 1 TO WS-RECS-IN
           PERFORM FIND-FORDRING
           IF WS-AFSKR-MATCH-IX = ZEROES
               MOVE "INDDRIVELSE IKKE BOGFOERT - UKENDT AFSKRIVNING"
                   TO WS-AFVIGELSE
               MOVE IV-REFERENCE OF INDDRIVELSE-AR(WS-INDDR-IX)
                   TO WS-AFV-REFERENCE
               MOVE IV-BILAG OF INDDRIVELSE-AR(WS-INDDR-IX)
                   TO WS-AFV-DETALJE
               PERFORM SKRIV-AFVIGELSE
               ADD 1 TO WS-RECS-AFVIST
           ELSE
               IF AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
                       NOT = "AFSKREVET"
                   MOVE "INDDRIVELSE IKKE BOGFOERT - IKKE AFSKREVET"
                       TO WS-AFVIGELSE
                   MOVE IV-REFERENCE OF INDDRIVELSE-AR(WS-INDDR-IX)
                       TO WS-AFV-REFERENCE
                   MOVE SPACES TO WS-AFV-DETALJE
                   STRING "STATUS " DELIMITED BY SIZE
                       AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
                           DELIMITED BY SIZE
                       INTO WS-AFV-DETALJE
                   PERFORM SKRIV-AFVIGELSE
                   ADD 1 TO WS-RECS-AFVIST
               ELSE
                   PERFORM SKRIV-GL-PAR
                   MOVE "J" TO WS-IV-POSTET(WS-INDDR-IX)
               END-IF
           END-IF.

       SKRIV-GL-PAR.
           MOVE IV-BELOB OF INDDRIVELSE-AR(WS-INDDR-IX) TO WS-GL-BELOB
           MOVE WS-GL-BELOB TO WS-BELOB-DISPLAY
           MOVE SPACES TO GL-RECORD
           STRING "REG-NR " DELIMITED BY SIZE
               AK-REG-NR OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
                   DELIMITED BY SIZE
               " KONTO " DELIMITED BY SIZE
               WS-GL-KONTO DELIMITED BY SIZE
               " INDDRIVELSE " DELIMITED BY SIZE
               IV-REFERENCE OF INDDRIVELSE-AR(WS-INDDR-IX)
                   DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO GL-RECORD
           WRITE GL-RECORD
           ADD WS-GL-BELOB TO WS-SUM-DEBET
           COMPUTE WS-MOD-BELOB = 0 - WS-GL-BELOB
           MOVE WS-MOD-BELOB TO WS-BELOB-DISPLAY
           MOVE SPACES TO GL-RECORD
           STRING "REG-NR " DELIMITED BY SIZE
               AK-REG-NR OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
                   DELIMITED BY SIZE
               " KONTO " DELIMITED BY SIZE
               WS-GL-MODKONTO DELIMITED BY SIZE
               " INDDRIVELSE " DELIMITED BY SIZE
               IV-REFERENCE OF INDDRIVELSE-AR(WS-INDDR-IX)
                   DELIMITED BY SIZE
               " MODPOST" DELIMITED BY SIZE
               WS-BELOB-DISPLAY DELIMITED BY SIZE
               INTO GL-RECORD
           WRITE GL-RECORD
           ADD WS-MOD-BELOB TO WS-SUM-KREDIT
           ADD 1 TO WS-ANTAL-GL
           ADD 2 TO WS-RECS-OUT.

      * THE RELEASED RECOVERIES ONTO THE LEDGER - EACH ONE BOGFOERT
      * AND ADDED TO ITS CLAIM'S RUNNING TOTAL.
       BOGFOER-INDDRIVELSER.
           PERFORM VARYING WS-INDDR-IX FROM 1 BY 1
                   UNTIL WS-INDDR-IX > ANTAL-INDDR
               IF WS-IV-POSTET(WS-INDDR-IX) = "J"
                   PERFORM FIND-FORDRING
                   MOVE "BOGFOERT"
                       TO IV-STATUS OF INDDRIVELSE-AR(WS-INDDR-IX)
                   MOVE WS-DAGS-DATO TO IV-BOGFOERT-DATO
                       OF INDDRIVELSE-AR(WS-INDDR-IX)
                   ADD IV-BELOB OF INDDRIVELSE-AR(WS-INDDR-IX)
                       TO AK-INDDREVET
                           OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
                   MOVE WS-DAGS-DATO TO AK-SIDST-INDDREVET
                       OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
                   ADD 1 TO WS-ANTAL-INDDREVET
               END-IF
           END-PERFORM.

      * WRITTEN OFF AND RECOVERED PER YEAR AND REG-NR OVER THE WHOLE
      * LEDGER - A WRITE-OFF COUNTS IN THE YEAR IT WAS BOOKED, A
      * RECOVERY IN THE YEAR IT CAME IN, UNDER ITS CLAIM'S REG-NR.
       SKRIV-OVERSIGT.
           PERFORM VARYING WS-AFSKR-IX FROM 1 BY 1
                   UNTIL WS-AFSKR-IX > ANTAL-AFSKR
               IF AK-STATUS OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       = "AFSKREVET"
                   MOVE AK-AFSKREVET-DATO
                       OF AFSKRIVNING-AR(WS-AFSKR-IX)(1:4)
                       TO WS-OV-AAR
                   MOVE AK-REG-NR OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       TO WS-OV-REG-NR
                   PERFORM FIND-OVERSIGT-RAEKKE
                       THRU FIND-OVERSIGT-RAEKKE-EXIT
                   ADD 1 TO OV-ANTAL-AFSKR(WS-OV-SLOT)
                   ADD AK-AFSKREVET-BELOB OF AFSKRIVNING-AR(WS-AFSKR-IX)
                       TO OV-AFSKREVET(WS-OV-SLOT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-INDDR-IX FROM 1 BY 1
                   UNTIL WS-INDDR-IX > ANTAL-INDDR
               IF IV-STATUS OF INDDRIVELSE-AR(WS-INDDR-IX) = "BOGFOERT"
                   PERFORM FIND-FORDRING
                   IF WS-AFSKR-MATCH-IX > ZEROES
                       MOVE IV-BOGFOERT-DATO
                           OF INDDRIVELSE-AR(WS-INDDR-IX)(1:4)
                           TO WS-OV-AAR
                       MOVE AK-REG-NR
                           OF AFSKRIVNING-AR(WS-AFSKR-MATCH-IX)
                           TO WS-OV-REG-NR
                       PERFORM FIND-OVERSIGT-RAEKKE
                           THRU FIND-OVERSIGT-RAEKKE-EXIT
                       ADD 1 TO OV-ANTAL-INDDR(WS-OV-SLOT)
                       ADD IV-BELOB OF INDDRIVELSE-AR(WS-INDDR-IX)
                           TO OV-INDDREVET(WS-OV-SLOT)
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT AFSKRIVNING-OVERSIGT
           MOVE SPACES TO OVERSIGT-RECORD
           STRING "AFSKREVNE OG INDDREVNE FORDRINGER PR. "
                   DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               INTO OVERSIGT-RECORD
           WRITE OVERSIGT-RECORD
           MOVE SPACES TO OVERSIGT-RECORD
           WRITE OVERSIGT-RECORD
           MOVE SPACES TO OVERSIGT-RECORD
           STRING "AAR  REG-NR     ANTAL       AFSKREVET"
                   DELIMITED BY SIZE
               "     ANTAL       INDDREVET" DELIMITED BY SIZE
               "        NETTOTAB" DELIMITED BY SIZE
               INTO OVERSIGT-RECORD
           WRITE OVERSIGT-RECORD
           MOVE SPACES TO WS-OV-FORRIGE-AAR
           INITIALIZE WS-AAR-TOTAL
           INITIALIZE WS-I-ALT-TOTAL
           PERFORM VARYING WS-OV-IX FROM 1 BY 1
                   UNTIL WS-OV-IX > ANTAL-OV
               IF OV-AAR(WS-OV-IX) NOT = WS-OV-FORRIGE-AAR
                   AND WS-OV-FORRIGE-AAR NOT = SPACES
                   PERFORM SKRIV-AARSTOTAL
               END-IF
               MOVE OV-AAR(WS-OV-IX) TO WS-OV-FORRIGE-AAR
               MOVE SPACES TO WS-LINJE-TEKST
               MOVE OV-AAR(WS-OV-IX) TO WS-LINJE-TEKST(1:4)
               MOVE OV-REG-NR(WS-OV-IX) TO WS-LINJE-TEKST(6:4)
               MOVE OV-ANTAL-AFSKR(WS-OV-IX) TO WS-LINJE-ANTAL-AFSKR
               MOVE OV-AFSKREVET(WS-OV-IX) TO WS-LINJE-AFSKREVET
               MOVE OV-ANTAL-INDDR(WS-OV-IX) TO WS-LINJE-ANTAL-INDDR
               MOVE OV-INDDREVET(WS-OV-IX) TO WS-LINJE-INDDREVET
               PERFORM SKRIV-OVERSIGT-LINJE
               ADD OV-ANTAL-AFSKR(WS-OV-IX) TO AT-ANTAL-AFSKR
               ADD OV-AFSKREVET(WS-OV-IX) TO AT-AFSKREVET
               ADD OV-ANTAL-INDDR(WS-OV-IX) TO AT-ANTAL-INDDR
               ADD OV-INDDREVET(WS-OV-IX) TO AT-INDDREVET
           END-PERFORM
           IF WS-OV-FORRIGE-AAR NOT = SPACES
               PERFORM SKRIV-AARSTOTAL
           END-IF
           MOVE "I ALT" TO WS-LINJE-TEKST
           MOVE IT-ANTAL-AFSKR TO WS-LINJE-ANTAL-AFSKR
           MOVE IT-AFSKREVET TO WS-LINJE-AFSKREVET
           MOVE IT-ANTAL-INDDR TO WS-LINJE-ANTAL-INDDR
           MOVE IT-INDDREVET TO WS-LINJE-INDDREVET
           PERFORM SKRIV-OVERSIGT-LINJE
           CLOSE AFSKRIVNING-OVERSIGT.

      * THE ROW FOR WS-OV-AAR/WS-OV-REG-NR IN WS-OV-SLOT - A NEW ONE
      * IS OPENED IN ITS SORTED PLACE, THE ROWS AFTER IT MOVED DOWN.
       FIND-OVERSIGT-RAEKKE.
           MOVE ZEROES TO WS-OV-SLOT
           PERFORM VARYING WS-OV-IX FROM 1 BY 1
                   UNTIL WS-OV-IX > ANTAL-OV OR WS-OV-SLOT > ZEROES
               IF OV-AAR(WS-OV-IX) = WS-OV-AAR
                   AND OV-REG-NR(WS-OV-IX) = WS-OV-REG-NR
                   MOVE WS-OV-IX TO WS-OV-SLOT
               END-IF
           END-PERFORM
           IF WS-OV-SLOT > ZEROES
               GO TO FIND-OVERSIGT-RAEKKE-EXIT
           END-IF
           COMPUTE WS-OV-SLOT = ANTAL-OV + 1
           PERFORM VARYING WS-OV-IX FROM 1 BY 1
                   UNTIL WS-OV-IX > ANTAL-OV
               IF WS-OV-SLOT > ANTAL-OV
                   AND (OV-AAR(WS-OV-IX) > WS-OV-AAR
                     OR (OV-AAR(WS-OV-IX) = WS-OV-AAR
                       AND OV-REG-NR(WS-OV-IX) > WS-OV-REG-NR))
                   MOVE WS-OV-IX TO WS-OV-SLOT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OV-FLYT-IX FROM ANTAL-OV BY -1
                   UNTIL WS-OV-FLYT-IX < WS-OV-SLOT
               MOVE OVERSIGT-AR(WS-OV-FLYT-IX)
                   TO OVERSIGT-AR(WS-OV-FLYT-IX + 1)
           END-PERFORM
           ADD 1 TO ANTAL-OV
           INITIALIZE OVERSIGT-AR(WS-OV-SLOT)
           MOVE WS-OV-AAR TO OV-AAR(WS-OV-SLOT)
           MOVE WS-OV-REG-NR TO OV-REG-NR(WS-OV-SLOT).

       FIND-OVERSIGT-RAEKKE-EXIT.
           EXIT.

       SKRIV-AARSTOTAL.
           MOVE SPACES TO WS-LINJE-TEKST
           STRING WS-OV-FORRIGE-AAR DELIMITED BY SIZE
               " I ALT" DELIMITED BY SIZE
               INTO WS-LINJE-TEKST
           MOVE AT-ANTAL-AFSKR TO WS-LINJE-ANTAL-AFSKR
           MOVE AT-AFSKREVET TO WS-LINJE-AFSKREVET
           MOVE AT-ANTAL-INDDR TO WS-LINJE-ANTAL-INDDR
           MOVE AT-INDDREVET TO WS-LINJE-INDDREVET
           PERFORM SKRIV-OVERSIGT-LINJE
           MOVE SPACES TO OVERSIGT-RECORD
           WRITE OVERSIGT-RECORD
           ADD AT-ANTAL-AFSKR TO IT-ANTAL-AFSKR
           ADD AT-AFSKREVET TO IT-AFSKREVET
           ADD AT-ANTAL-INDDR TO IT-ANTAL-INDDR
           ADD AT-INDDREVET TO IT-INDDREVET
           INITIALIZE WS-AAR-TOTAL.

       SKRIV-OVERSIGT-LINJE.
           COMPUTE WS-LINJE-NETTO =
               WS-LINJE-AFSKREVET - WS-LINJE-INDDREVET
           MOVE WS-LINJE-ANTAL-AFSKR TO WS-VIS-ANTAL
           MOVE WS-LINJE-AFSKREVET TO WS-VIS-BELOB
           MOVE WS-LINJE-ANTAL-INDDR TO WS-VIS-ANTAL2
           MOVE WS-LINJE-INDDREVET TO WS-VIS-BELOB2
           MOVE WS-LINJE-NETTO TO WS-VIS-BELOB3
           MOVE SPACES TO OVERSIGT-RECORD
           STRING WS-LINJE-TEKST DELIMITED BY SIZE
               WS-VIS-ANTAL DELIMITED BY SIZE
               WS-VIS-BELOB DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-VIS-ANTAL2 DELIMITED BY SIZE
               WS-VIS-BELOB2 DELIMITED BY SIZE
               WS-VIS-BELOB3 DELIMITED BY SIZE
               INTO OVERSIGT-RECORD
           WRITE OVERSIGT-RECORD.

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

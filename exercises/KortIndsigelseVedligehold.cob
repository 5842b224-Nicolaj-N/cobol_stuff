       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CARD DISPUTE REGISTER - SEE KORTINDSIGELSER.CPY.
           SELECT KORT-INDSIGELSER ASSIGN TO "KortIndsigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDSIG-STATUS.
      * THE POSTED FILE - THE CONTESTED PURCHASE MUST ACTUALLY
      * EXIST, AND ITS TIDSPUNKT DATES THE SCHEME'S FILING WINDOW.
           SELECT TRANSAKTIONER ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE CARD REGISTER - THE DISPUTED CARD MUST BE ONE WE ISSUED
      * ON THE PURCHASE'S ACCOUNT. SEE KORT.CPY.
           SELECT KORT-REGISTER ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.
           SELECT OPERATOERER ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KORT-INDSIGELSER.
       01  INDSIGELSE-REC.
           COPY "KORTINDSIGELSER.cpy".

       FD  TRANSAKTIONER.
       01  TRANSAKTION-REC.
           COPY "TRANSAKTIONER.cpy".

       FD  KORT-REGISTER.
       01  KORT-REC.
           COPY "KORT.cpy".

       FD  OPERATOERER.
       01  OPERATOER-REC.
           COPY "OPERATOERER.cpy".

       FD  BATCH-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE      PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR   PIC 9(9).
           02  AUDIT-LOG-KSUM      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-INDSIG-STATUS         PIC XX VALUE "00".
       01  WS-KORT-STATUS           PIC XX VALUE "00".
       01  WS-OPER-STATUS           PIC XX VALUE "00".
       01  EOF-OPER                 PIC X VALUE "N".
       01  EOF-TRANS                PIC X VALUE "N".
       01  EOF-KORT                 PIC X VALUE "N".
       01  EOF-INDSIG               PIC X VALUE "N".
       01  WS-OPERATOR              PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-NIVEAU       PIC 9 VALUE ZEROES.
       01  WS-ANTAL-AENDRINGER      PIC 9(5) VALUE ZEROES.
       01  WS-SESSION-START-DATE    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-START-TIME    PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-SESSION-END-TIME      PIC 9(8) VALUE ZEROES.
       01  WS-I-DAG                 PIC X(10) VALUE SPACES.
       01  WS-VALG                  PIC X VALUE SPACE.
       01  WS-FORTSAT               PIC X VALUE "J".
      * THE SCHEME'S FILING WINDOW IN DAYS FROM THE PURCHASE - 120
      * DAYS UNDER THE CARD SCHEME RULES FOR AN ORDINARY DISPUTE.
       01  WS-VINDUE-DAGE           PIC 9(3) VALUE 120.
       01  WS-ORIG-FUNDET           PIC X VALUE "N".
       01  WS-ORIG-BELOB            PIC S9(9)V99 VALUE ZEROES.
       01  WS-ORIG-VALUTA           PIC X(3) VALUE SPACES.
       01  WS-ORIG-BUTIK            PIC X(10) VALUE SPACES.
       01  WS-KORT-OK               PIC X VALUE "N".
       01  WS-DAGS-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-ORIG-HELTAL           PIC S9(9) VALUE ZEROES.
       01  WS-DATO-YYYYMMDD         PIC 9(8) VALUE ZEROES.
       01  WS-SOEG-KONTO-ID         PIC X(10) VALUE SPACES.
       01  WS-SOEG-TIDSPUNKT        PIC X(19) VALUE SPACES.
       01  WS-UDFALD                PIC X VALUE SPACE.
       01  WS-VIS-BELOB             PIC -(9)9.99.
      * THE REGISTER IN MEMORY FOR THE DUPLICATE CHECK, THE OUTCOME
      * UPDATE (SNAPSHOT-AND-REWRITE) AND THE ACCOUNT LISTING.
       01  SAG-AR OCCURS 500 TIMES.
           COPY "KORTINDSIGELSER.cpy".
       01  ANTAL-SAGER              PIC 9(3) VALUE ZEROES.
       01  WS-SAG-IX                PIC 9(3).
       01  WS-SAG-MATCH-IX          PIC 9(3) VALUE ZEROES.

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

       MAIN-LOGIC.
           PERFORM OPERATOR-SIGNON
           IF WS-OPERATOR-NIVEAU = ZEROES
               DISPLAY "UKENDT OPERATOER - ADGANG NAEGTET."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FORTSAT = "N"
               PERFORM SHOW-MENU
               PERFORM VEJLED-VALG
           END-PERFORM
           PERFORM SKRIV-SESSIONS-LOG.

       OPERATOR-SIGNON.
           ACCEPT WS-SESSION-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-START-TIME FROM TIME
           MOVE WS-SESSION-START-DATE(1:4) TO WS-I-DAG(1:4)
           MOVE "-" TO WS-I-DAG(5:1)
           MOVE WS-SESSION-START-DATE(5:2) TO WS-I-DAG(6:2)
           MOVE "-" TO WS-I-DAG(8:1)
           MOVE WS-SESSION-START-DATE(7:2) TO WS-I-DAG(9:2)
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SESSION-START-DATE)
           DISPLAY "OPERATOER-ID (3 TEGN): " WITH NO ADVANCING
           ACCEPT WS-OPERATOR
           OPEN INPUT OPERATOERER
           IF WS-OPER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-OPER = "Y"
                   READ OPERATOERER
                       AT END
                           MOVE "Y" TO EOF-OPER
                       NOT AT END
                           IF OP-ID OF OPERATOER-REC = WS-OPERATOR
                               MOVE OP-NIVEAU OF OPERATOER-REC
                                   TO WS-OPERATOR-NIVEAU
                               DISPLAY "VELKOMMEN "
                                   OP-NAVN OF OPERATOER-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOERER
           END-IF.

       SKRIV-SESSIONS-LOG.
           ACCEPT WS-SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-END-TIME FROM TIME
           PERFORM HENT-AUDIT-KSUM
           OPEN EXTEND BATCH-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT BATCH-AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING "KORTINDVDL" DELIMITED BY SIZE
               " OPERATOER " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               "  START " DELIMITED BY SIZE
               WS-SESSION-START-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SESSION-START-TIME DELIMITED BY SIZE
               "  END " DELIMITED BY SIZE
               WS-SESSION-END-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SESSION-END-TIME DELIMITED BY SIZE
               "  AENDRINGER " DELIMITED BY SIZE
               WS-ANTAL-AENDRINGER DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "KORTINDSIGELSER - CHARGEBACK"
           DISPLAY "1. REGISTRER NY KORTINDSIGELSE"
           DISPLAY "2. REGISTRER UDFALD AF REPRAESENTATION"
           DISPLAY "3. VIS SAGER PAA KONTO"
           DISPLAY "4. AFSLUT"
           DISPLAY "VALG: " WITH NO ADVANCING
           ACCEPT WS-VALG.

       VEJLED-VALG.
           EVALUATE WS-VALG
               WHEN "1"
                   PERFORM REGISTRER-INDSIGELSE
                       THRU REGISTRER-INDSIGELSE-EXIT
               WHEN "2"
                   PERFORM REGISTRER-UDFALD
                       THRU REGISTRER-UDFALD-EXIT
               WHEN "3"
                   PERFORM VIS-SAGER
               WHEN "4"
                   MOVE "N" TO WS-FORTSAT
               WHEN OTHER
                   DISPLAY "UGYLDIGT VALG - PROEV IGEN."
           END-EVALUATE.

      * THE CONTESTED PURCHASE MUST EXIST AS A KORTKOEB ROW, BE MADE
      * WITH A CARD WE ISSUED ON THAT ACCOUNT, STILL BE INSIDE THE
      * SCHEME'S FILING WINDOW, AND NOT ALREADY BE UNDER DISPUTE.
       REGISTRER-INDSIGELSE.
           MOVE SPACES TO INDSIGELSE-REC
           DISPLAY "KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT KI-KONTO-ID OF INDSIGELSE-REC
           DISPLAY "KOEBETS TIDSPUNKT (YYYY-MM-DD HH:MM:SS): "
               WITH NO ADVANCING
           ACCEPT KI-TIDSPUNKT OF INDSIGELSE-REC
           PERFORM FIND-ORIGINAL
           IF WS-ORIG-FUNDET = "N"
               DISPLAY "INTET KORTKOEB FUNDET PAA KONTO OG "
                   "TIDSPUNKT - INDSIGELSE AFVIST."
               GO TO REGISTRER-INDSIGELSE-EXIT
           END-IF
           MOVE KI-TIDSPUNKT OF INDSIGELSE-REC(1:4)
               TO WS-DATO-YYYYMMDD(1:4)
           MOVE KI-TIDSPUNKT OF INDSIGELSE-REC(6:2)
               TO WS-DATO-YYYYMMDD(5:2)
           MOVE KI-TIDSPUNKT OF INDSIGELSE-REC(9:2)
               TO WS-DATO-YYYYMMDD(7:2)
           COMPUTE WS-ORIG-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-YYYYMMDD)
           IF WS-DAGS-HELTAL - WS-ORIG-HELTAL > WS-VINDUE-DAGE
               DISPLAY "KORTORDNINGENS FRIST ER OVERSKREDET - "
                   "HENVIS KUNDEN TIL FORRETNINGEN."
               GO TO REGISTRER-INDSIGELSE-EXIT
           END-IF
           PERFORM LOAD-SAGER
           MOVE KI-KONTO-ID OF INDSIGELSE-REC TO WS-SOEG-KONTO-ID
           MOVE KI-TIDSPUNKT OF INDSIGELSE-REC TO WS-SOEG-TIDSPUNKT
           PERFORM FIND-SAG
           IF WS-SAG-MATCH-IX NOT = ZEROES
               DISPLAY "KOEBET HAR ALLEREDE EN INDSIGELSE - STATUS "
                   KI-STATUS OF SAG-AR(WS-SAG-MATCH-IX)
               GO TO REGISTRER-INDSIGELSE-EXIT
           END-IF
           DISPLAY "KORTNUMMER (16 CIFRE): " WITH NO ADVANCING
           ACCEPT KI-KORTNUMMER OF INDSIGELSE-REC
           PERFORM KONTROLLER-KORT
           IF WS-KORT-OK = "N"
               DISPLAY "KORTET ER IKKE UDSTEDT PAA KONTOEN - "
                   "INDSIGELSE AFVIST."
               GO TO REGISTRER-INDSIGELSE-EXIT
           END-IF
           DISPLAY "AARSAG (30 TEGN): " WITH NO ADVANCING
           ACCEPT KI-AARSAG OF INDSIGELSE-REC
           DISPLAY "FORELOEBIG KREDIT TIL KUNDEN (J/N): "
               WITH NO ADVANCING
           ACCEPT KI-FORELOEBIG OF INDSIGELSE-REC
           IF KI-FORELOEBIG OF INDSIGELSE-REC NOT = "J"
               MOVE "N" TO KI-FORELOEBIG OF INDSIGELSE-REC
           END-IF
           MOVE WS-ORIG-BELOB TO KI-BELOB OF INDSIGELSE-REC
           MOVE WS-ORIG-VALUTA TO KI-VALUTA OF INDSIGELSE-REC
           MOVE WS-ORIG-BUTIK TO KI-BUTIK OF INDSIGELSE-REC
           MOVE WS-I-DAG TO KI-REGISTRERET-DATO OF INDSIGELSE-REC
           MOVE WS-OPERATOR TO KI-REGISTRERET-AF OF INDSIGELSE-REC
           MOVE "REGISTRERET" TO KI-STATUS OF INDSIGELSE-REC
           OPEN EXTEND KORT-INDSIGELSER
           IF WS-INDSIG-STATUS = "35"
               OPEN OUTPUT KORT-INDSIGELSER
           END-IF
           WRITE INDSIGELSE-REC
           CLOSE KORT-INDSIGELSER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "INDSIGELSE REGISTRERET - CHARGEBACK SENDES "
               "I NATTENS KOERSEL.".

       REGISTRER-INDSIGELSE-EXIT.
           EXIT.

      * THE MERCHANT'S REPRESENTMENT HAS COME BACK THROUGH THE
      * SCHEME: V WHEN THE CHARGEBACK STANDS (THE CUSTOMER KEEPS
      * THE MONEY), T WHEN THE MERCHANT PROVED THE PURCHASE. THE
      * MONEY MOVES IN THE NIGHT RUN.
       REGISTRER-UDFALD.
           DISPLAY "KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT WS-SOEG-KONTO-ID
           DISPLAY "KOEBETS TIDSPUNKT (YYYY-MM-DD HH:MM:SS): "
               WITH NO ADVANCING
           ACCEPT WS-SOEG-TIDSPUNKT
           PERFORM LOAD-SAGER
           PERFORM FIND-SAG
           IF WS-SAG-MATCH-IX = ZEROES
               DISPLAY "INGEN INDSIGELSE PAA KONTO OG TIDSPUNKT."
               GO TO REGISTRER-UDFALD-EXIT
           END-IF
           IF KI-STATUS OF SAG-AR(WS-SAG-MATCH-IX) NOT = "CHARGEBACK"
               DISPLAY "SAGEN AFVENTER IKKE REPRAESENTATION - STATUS "
                   KI-STATUS OF SAG-AR(WS-SAG-MATCH-IX)
               GO TO REGISTRER-UDFALD-EXIT
           END-IF
           DISPLAY "UDFALD - V=VUNDET, T=TABT: " WITH NO ADVANCING
           ACCEPT WS-UDFALD
           EVALUATE WS-UDFALD
               WHEN "V"
                   MOVE "VUNDET" TO KI-STATUS OF SAG-AR(WS-SAG-MATCH-IX)
               WHEN "T"
                   MOVE "TABT" TO KI-STATUS OF SAG-AR(WS-SAG-MATCH-IX)
               WHEN OTHER
                   DISPLAY "UGYLDIGT UDFALD - INTET AENDRET."
                   GO TO REGISTRER-UDFALD-EXIT
           END-EVALUATE
           MOVE WS-I-DAG TO KI-UDFALD-DATO OF SAG-AR(WS-SAG-MATCH-IX)
           MOVE WS-OPERATOR TO KI-UDFALD-AF OF SAG-AR(WS-SAG-MATCH-IX)
           PERFORM GEM-SAGER
           ADD 1 TO WS-ANTAL-AENDRINGER
           DISPLAY "UDFALD REGISTRERET - AFGOERES I NATTENS KOERSEL.".

       REGISTRER-UDFALD-EXIT.
           EXIT.

       VIS-SAGER.
           DISPLAY "KONTO-ID (10 TEGN): " WITH NO ADVANCING
           ACCEPT WS-SOEG-KONTO-ID
           PERFORM LOAD-SAGER
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               IF KI-KONTO-ID OF SAG-AR(WS-SAG-IX) = WS-SOEG-KONTO-ID
                   MOVE KI-BELOB OF SAG-AR(WS-SAG-IX) TO WS-VIS-BELOB
                   DISPLAY KI-TIDSPUNKT OF SAG-AR(WS-SAG-IX) " "
                       KI-BUTIK OF SAG-AR(WS-SAG-IX) " "
                       WS-VIS-BELOB " "
                       KI-VALUTA OF SAG-AR(WS-SAG-IX) " "
                       KI-STATUS OF SAG-AR(WS-SAG-IX) " FRIST "
                       KI-FRIST-DATO OF SAG-AR(WS-SAG-IX)
               END-IF
           END-PERFORM.

       LOAD-SAGER.
           MOVE ZEROES TO ANTAL-SAGER
           MOVE "N" TO EOF-INDSIG
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

       FIND-SAG.
           MOVE ZEROES TO WS-SAG-MATCH-IX
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               IF KI-KONTO-ID OF SAG-AR(WS-SAG-IX) = WS-SOEG-KONTO-ID
                   AND KI-TIDSPUNKT OF SAG-AR(WS-SAG-IX)
                       = WS-SOEG-TIDSPUNKT
                   MOVE WS-SAG-IX TO WS-SAG-MATCH-IX
               END-IF
           END-PERFORM.

       GEM-SAGER.
           OPEN OUTPUT KORT-INDSIGELSER
           PERFORM VARYING WS-SAG-IX FROM 1 BY 1
                   UNTIL WS-SAG-IX > ANTAL-SAGER
               MOVE SAG-AR(WS-SAG-IX) TO INDSIGELSE-REC
               WRITE INDSIGELSE-REC
           END-PERFORM
           CLOSE KORT-INDSIGELSER.

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
                               = KI-KONTO-ID OF INDSIGELSE-REC
                           AND TIDSPUNKT OF TRANSAKTION-REC
                               = KI-TIDSPUNKT OF INDSIGELSE-REC
                           AND TRANSAKTIONSTYPE
                               OF TRANSAKTION-REC(1:8) = "KORTKOEB"
                           MOVE "Y" TO WS-ORIG-FUNDET
                           MOVE FUNCTION NUMVAL(BELØB-TEXT
                               OF TRANSAKTION-REC)
                               TO WS-ORIG-BELOB
                           MOVE VALUTA OF TRANSAKTION-REC
                               TO WS-ORIG-VALUTA
                           MOVE BUTIK OF TRANSAKTION-REC
                               TO WS-ORIG-BUTIK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSAKTIONER.

      * THE CARD MUST BE ON THE REGISTER AGAINST THE PURCHASE'S
      * ACCOUNT. ITS CURRENT STATUS DOESN'T MATTER - A CARD BLOCKED
      * BECAUSE OF THE VERY FRAUD BEING DISPUTED IS THE USUAL CASE.
       KONTROLLER-KORT.
           MOVE "N" TO WS-KORT-OK
           MOVE "N" TO EOF-KORT
           OPEN INPUT KORT-REGISTER
           IF WS-KORT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-KORT = "Y"
                   READ KORT-REGISTER
                       AT END
                           MOVE "Y" TO EOF-KORT
                       NOT AT END
                           IF KT-KORTNUMMER OF KORT-REC
                                   = KI-KORTNUMMER OF INDSIGELSE-REC
                               AND KT-KONTO-ID OF KORT-REC
                                   = KI-KONTO-ID OF INDSIGELSE-REC
                               MOVE "Y" TO WS-KORT-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORT-REGISTER
           END-IF.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * GENERIC IN/OUT PAIR WALKED OVER THE CATALOG'S OUTPUT FILES -
      * SAME NAME-SWITCH STYLE AS MASTERBACKUP. GEM COPIES THE LIVE
      * FILES INTO A NAMED SET; SAMMENLIGN READS TWO SETS THROUGH
      * GEN-IND, ONE AFTER THE OTHER.
           SELECT GEN-IND ASSIGN TO WS-IND-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.
           SELECT GEN-UD ASSIGN TO WS-UD-NAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE DECLARED EXPECTED DIFFERENCES - SEE
      * PARALLELUNDTAGELSER.CPY. OPTIONAL; WITHOUT IT EVERY
      * DIFFERENCE IS UNEXPECTED.
           SELECT PARALLEL-UNDTAGELSER
               ASSIGN TO "ParallelUndtagelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDT-STATUS.
      * ONE SUMMARY LINE PER CATALOG FILE - ROWS AND CONTROL TOTAL IN
      * EACH SET, AND HOW MANY KEYS DIFFER EACH WAY.
           SELECT PARALLEL-RAPPORT ASSIGN TO "ParallelRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE DIFFERENCES NOBODY DECLARED - WHAT HAS TO BE EXPLAINED
      * BEFORE THE RELEASE GOES IN OR THE DR SITE IS SIGNED OFF.
           SELECT PARALLEL-AFVIGELSER
               ASSIGN TO "ParallelAfvigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE DIFFERENCES THE EXCEPTION LIST EXPLAINS, EACH WITH ITS
      * REASON, AND ANY EXCEPTION THAT EXPLAINED NOTHING.
           SELECT PARALLEL-FORVENTEDE
               ASSIGN TO "ParallelForventede.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * SHARED ACROSS ALL THE BANK PROGRAM VARIANTS - SEE
      * START-AUDIT-LOG/WRITE-AUDIT-LOG.
           SELECT BATCH-AUDIT-LOG ASSIGN TO "BatchAuditLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GEN-IND.
       01 GEN-IND-REC.
           02  GI-LINJE             PIC X(300).
       FD GEN-UD.
       01 GEN-UD-REC.
           02  GU-LINJE             PIC X(300).
       FD PARALLEL-UNDTAGELSER.
       01 UNDTAGELSE-REC.
           COPY "PARALLELUNDTAGELSER.cpy".
       FD PARALLEL-RAPPORT.
       01 PR-RECORD.
           02  PR-LINE              PIC X(160) VALUE SPACES.
       FD PARALLEL-AFVIGELSER.
       01 PA-RECORD.
           02  PA-LINE              PIC X(200) VALUE SPACES.
       FD PARALLEL-FORVENTEDE.
       01 PF-RECORD.
           02  PF-LINE              PIC X(200) VALUE SPACES.
       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150) VALUE SPACES.
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).

       WORKING-STORAGE SECTION.
      * BATCH RUN AUDIT LOG - SEE START-AUDIT-LOG/WRITE-AUDIT-LOG.
       01  WS-PROGRAM-NAME          PIC X(10) VALUE "PARALLEL".
       01  WS-RUN-START-DATE        PIC 9(8).
       01  WS-RUN-START-TIME        PIC 9(8).
       01  WS-RUN-END-DATE          PIC 9(8).
       01  WS-RUN-END-TIME          PIC 9(8).
       01  WS-RECS-IN               PIC 9(9) VALUE ZEROES.
       01  WS-RECS-OUT              PIC 9(9) VALUE ZEROES.
       01  WS-RECS-AFVIST           PIC 9(9) VALUE ZEROES.
       01  WS-DAGS-DATO             PIC X(10) VALUE SPACES.
       01  WS-IND-NAVN              PIC X(40) VALUE SPACES.
       01  WS-UD-NAVN               PIC X(40) VALUE SPACES.
       01  WS-IND-STATUS            PIC XX VALUE "00".
       01  WS-UNDT-STATUS           PIC XX VALUE "00".
       01  EOF-GEN                  PIC X VALUE "N".
       01  EOF-UNDT                 PIC X VALUE "N".
      * WHAT THE OPERATOR ASKED FOR - G SAVES THE LIVE OUTPUTS AS SET
      * A; S COMPARES SET A (BEFORE) WITH SET B (AFTER).
       01  WS-FUNKTION              PIC X VALUE SPACE.
       01  WS-SAET-A                PIC X(8) VALUE SPACES.
       01  WS-SAET-B                PIC X(8) VALUE SPACES.
       01  WS-SAET                  PIC X(8) VALUE SPACES.
      * THE OUTPUT CATALOG - PER FILE: HOW A ROW IS KEYED, WHERE ITS
      * AMOUNT IS, WHICH ROWS COUNT, AND WHICH PART OF THE ROW IS
      * COMPARED. ART L KEYS EVERY ROW AT NPOS/NLEN; ART C IS THE
      * CSV, KEYED BY FIELD NPOS; ART A IS THE STATEMENT, WHERE THE
      * ROW THAT CARRIES THE MARKER (FTEKST AT FPOS) OPENS A SECTION
      * KEYED AT NPOS/NLEN AND THE ROWS BELOW IT BELONG TO IT. BART
      * T TAKES THE LAST WORD OF THE ROW AS AN EDITED AMOUNT, F THE
      * CSV FIELD BPOS, Z A ZONED S9(18)V99 AND S A SIGN-SEPARATE
      * S9(9)V99 AT BPOS; N MEANS NO AMOUNT. FART I KEEPS ONLY ROWS
      * WITH FTEKST AT FPOS, E DROPS THEM, 1 DROPS THE HEADER ROW.
      * SPOS/SLEN IS THE PART OF THE ROW COMPARED - THE JOURNALS'
      * RUN-ID AND CHAIN FIELDS DIFFER BY NATURE AND ARE LEFT OUT.
       01  KATALOG-TABEL.
           02  FILLER PIC X(55) VALUE
              "Kontoudskrift.txt       A00840N00000M0017Kunde:  001300".
           02  FILLER PIC X(55) VALUE
              "KontoudskriftCSV.txt    C00101F0040010000        001150".
           02  FILLER PIC X(55) VALUE
              "GlPosteringer.txt       L00145T00000E0017TRAILER 001100".
           02  FILLER PIC X(55) VALUE
              "BankAfstemning.txt      L00104T00000N0000        001100".
           02  FILLER PIC X(55) VALUE
              "LukkeSaldo.txt          L00110Z05520N0000        001080".
           02  FILLER PIC X(55) VALUE
              "GebyrJournal.txt        L02210S04612I0174POST    017044".
           02  FILLER PIC X(55) VALUE
              "RenteJournal.txt        L02210S04612I0174POST    017044".
       01  KATALOG-TABEL-R REDEFINES KATALOG-TABEL.
           02  KATALOG-ENTRY OCCURS 7 TIMES.
               03  KA-FILNAVN       PIC X(24).
               03  KA-ART           PIC X.
               03  KA-NPOS          PIC 9(3).
               03  KA-NLEN          PIC 99.
               03  KA-BART          PIC X.
               03  KA-BPOS          PIC 9(3).
               03  KA-BLEN          PIC 99.
               03  KA-FART          PIC X.
               03  KA-FPOS          PIC 9(3).
               03  KA-FLEN          PIC 9.
               03  KA-FTEKST        PIC X(8).
               03  KA-SPOS          PIC 9(3).
               03  KA-SLEN          PIC 9(3).
       01  WS-KA-IX                 PIC 9 VALUE ZEROES.
       01  WS-BASIS-LEN             PIC 99 VALUE ZEROES.
       01  WS-SAET-LEN              PIC 9 VALUE ZEROES.
       01  IX                       PIC 9(3) VALUE ZEROES.
      * ONE FILE'S KEYS ACROSS BOTH SETS - COUNT, AMOUNT TOTAL AND
      * CHAINED CHECKSUM OF THE COMPARED ROW TEXT, PER SIDE.
       01  NOEGLE-AR OCCURS 5000 TIMES.
           02  NG-NOEGLE            PIC X(40) VALUE SPACES.
           02  NG-A-ANTAL           PIC 9(7) VALUE ZEROES.
           02  NG-A-SUM             PIC S9(15)V99 VALUE ZEROES.
           02  NG-A-KSUM            PIC 9(9) VALUE ZEROES.
           02  NG-B-ANTAL           PIC 9(7) VALUE ZEROES.
           02  NG-B-SUM             PIC S9(15)V99 VALUE ZEROES.
           02  NG-B-KSUM            PIC 9(9) VALUE ZEROES.
       01  ANTAL-NOEGLER            PIC 9(4) VALUE ZEROES.
       01  WS-NG-IX                 PIC 9(4).
       01  WS-NG-SLOT               PIC 9(4) VALUE ZEROES.
       01  WS-NG-FULD               PIC X VALUE "N".
      * THE SIDE BEING READ (A OR B) AND ITS FILE TOTALS.
       01  WS-SIDE                  PIC X VALUE SPACE.
       01  WS-FIL-FINDES-A          PIC X VALUE "N".
       01  WS-FIL-FINDES-B          PIC X VALUE "N".
       01  WS-FIL-ANTAL-A           PIC 9(7) VALUE ZEROES.
       01  WS-FIL-ANTAL-B           PIC 9(7) VALUE ZEROES.
       01  WS-FIL-SUM-A             PIC S9(15)V99 VALUE ZEROES.
       01  WS-FIL-SUM-B             PIC S9(15)V99 VALUE ZEROES.
       01  WS-FIL-UVENTET           PIC 9(5) VALUE ZEROES.
       01  WS-FIL-FORVENTET         PIC 9(5) VALUE ZEROES.
       01  WS-TOT-UVENTET           PIC 9(7) VALUE ZEROES.
       01  WS-TOT-FORVENTET         PIC 9(7) VALUE ZEROES.
      * ONE ROW BEING TAKEN APART.
       01  WS-LINJE-NR              PIC 9(7) VALUE ZEROES.
       01  WS-NOEGLE                PIC X(40) VALUE SPACES.
       01  WS-AFSNIT-NOEGLE         PIC X(40) VALUE SPACES.
       01  WS-BELOB                 PIC S9(15)V99 VALUE ZEROES.
       01  WS-MED                   PIC X VALUE "Y".
       01  WS-SLUT-POS              PIC 9(3) VALUE ZEROES.
       01  WS-START-POS             PIC 9(3) VALUE ZEROES.
       01  WS-ORD                   PIC X(40) VALUE SPACES.
       01  WS-ORD-TJEK              PIC X(40) VALUE SPACES.
       01  WS-SPAN-LEN              PIC 9(3) VALUE ZEROES.
       01  CSV-FELT-AR OCCURS 8 TIMES PIC X(40) VALUE SPACES.
       01  WS-ZONED-X               PIC X(20) VALUE ZEROES.
       01  WS-ZONED REDEFINES WS-ZONED-X
                                    PIC S9(18)V99.
       01  WS-SLS-X                 PIC X(12) VALUE "+00000000000".
       01  WS-SLS REDEFINES WS-SLS-X
                                    PIC S9(9)V99 SIGN LEADING SEPARATE.
      * THE DECLARED EXCEPTIONS AND WHETHER EACH ONE WAS USED.
       01  UNDT-AR OCCURS 500 TIMES.
           COPY "PARALLELUNDTAGELSER.cpy".
       01  UNDT-BRUGT-AR OCCURS 500 TIMES PIC X VALUE "N".
       01  ANTAL-UNDT               PIC 9(3) VALUE ZEROES.
       01  WS-UNDT-IX               PIC 9(3).
       01  WS-UNDT-SLOT             PIC 9(3) VALUE ZEROES.
      * ONE KEY'S DIFFERENCE.
       01  WS-DIFF                  PIC S9(15)V99 VALUE ZEROES.
       01  WS-ABS-DIFF              PIC 9(15)V99 VALUE ZEROES.
       01  WS-AFV-ART               PIC X(10) VALUE SPACES.
       01  WS-VIS-ANTAL-A           PIC Z(6)9.
       01  WS-VIS-ANTAL-B           PIC Z(6)9.
       01  WS-VIS-SUM-A             PIC -(14)9.99.
       01  WS-VIS-SUM-B             PIC -(14)9.99.
       01  WS-VIS-DIFF              PIC -(14)9.99.
       01  WS-VIS-STATUS            PIC X(24) VALUE SPACES.
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

      * PARALLEL-RUN PROOF FOR A RELEASE OR A DR REHEARSAL. G SAVES
      * THE NIGHT'S OUTPUT FILES UNDER A SET NAME (THE RUN DATE, OR
      * "DRTEST1" AND THE LIKE). S COMPARES TWO SAVED SETS FILE BY
      * FILE AND KEY BY KEY - ROW COUNT, AMOUNT TOTAL AND THE ROW
      * TEXT ITSELF - AND SPLITS EVERY DIFFERENCE INTO EXPECTED
      * (DECLARED ON PARALLELUNDTAGELSER.TXT) AND UNEXPECTED. ANY
      * UNEXPECTED DIFFERENCE, OR A SET THAT CANNOT BE READ, GIVES
      * CONDITION CODE 8 - THE CHANGE IS NOT PROVEN.
       MAIN-LOGIC.
           PERFORM START-AUDIT-LOG
           DISPLAY "FUNKTION (G=GEM SAET, S=SAMMENLIGN TO SAET): "
               WITH NO ADVANCING
           ACCEPT WS-FUNKTION
           EVALUATE WS-FUNKTION
               WHEN "G"
                   DISPLAY "SAETNAVN (F.EKS. 20261014): "
                       WITH NO ADVANCING
                   ACCEPT WS-SAET-A
                   PERFORM GEM-SAET
               WHEN "S"
                   DISPLAY "SAET A - FOER AENDRINGEN: "
                       WITH NO ADVANCING
                   ACCEPT WS-SAET-A
                   DISPLAY "SAET B - EFTER AENDRINGEN: "
                       WITH NO ADVANCING
                   ACCEPT WS-SAET-B
                   PERFORM SAMMENLIGN-SAET
               WHEN OTHER
                   DISPLAY "UKENDT FUNKTION - G ELLER S"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
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
               "  AFVIST " DELIMITED BY SIZE
               WS-RECS-AFVIST DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM KSUM-AUDIT-LOG
           WRITE AUDIT-LOG-RECORD
           CLOSE BATCH-AUDIT-LOG.

      * BUILDS "Parallel_<SAET>_<FIL>" FOR THE CURRENT CATALOG FILE
      * AND THE SET IN WS-SAET.
       BYG-SAET-NAVN.
           MOVE ZEROES TO WS-BASIS-LEN
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 24
               IF KA-FILNAVN(WS-KA-IX)(IX:1) NOT = SPACE
                   MOVE IX TO WS-BASIS-LEN
               END-IF
           END-PERFORM
           MOVE ZEROES TO WS-SAET-LEN
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 8
               IF WS-SAET(IX:1) NOT = SPACE
                   MOVE IX TO WS-SAET-LEN
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-UD-NAVN
           STRING "Parallel_" DELIMITED BY SIZE
               WS-SAET(1:WS-SAET-LEN) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               KA-FILNAVN(WS-KA-IX)(1:WS-BASIS-LEN) DELIMITED BY SIZE
               INTO WS-UD-NAVN.

      * G: EVERY CATALOG FILE COPIED AS IT STANDS. A FILE THE NIGHT
      * DID NOT PRODUCE IS NOTED AND SKIPPED - THE COMPARISON WILL
      * REPORT IT AS MISSING FROM THE SET.
       GEM-SAET.
           IF WS-SAET-A = SPACES
               DISPLAY "INTET SAETNAVN - INTET GEMT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SAET-A TO WS-SAET
           PERFORM VARYING WS-KA-IX FROM 1 BY 1 UNTIL WS-KA-IX > 7
               PERFORM GEM-EN-FIL THRU GEM-EN-FIL-EXIT
           END-PERFORM
           DISPLAY "PARALLEL: SAET " WS-SAET-A " GEMT, "
               WS-RECS-OUT " RAEKKER".

       GEM-EN-FIL.
           MOVE KA-FILNAVN(WS-KA-IX) TO WS-IND-NAVN
           PERFORM BYG-SAET-NAVN
           MOVE "N" TO EOF-GEN
           OPEN INPUT GEN-IND
           IF WS-IND-STATUS NOT = "00"
               DISPLAY "PARALLEL: " KA-FILNAVN(WS-KA-IX)
                   " FINDES IKKE - IKKE GEMT"
               GO TO GEM-EN-FIL-EXIT
           END-IF
           OPEN OUTPUT GEN-UD
           PERFORM UNTIL EOF-GEN = "Y"
               READ GEN-IND
                   AT END
                       MOVE "Y" TO EOF-GEN
                   NOT AT END
                       ADD 1 TO WS-RECS-IN
                       MOVE GI-LINJE TO GU-LINJE
                       WRITE GEN-UD-REC
                       ADD 1 TO WS-RECS-OUT
               END-READ
           END-PERFORM
           CLOSE GEN-UD
           CLOSE GEN-IND.

       GEM-EN-FIL-EXIT.
           EXIT.

      * S: FILE BY FILE - BOTH SETS INTO THE KEY TABLE, THEN EVERY
      * KEY CLASSIFIED, THEN THE FILE'S SUMMARY LINE.
       SAMMENLIGN-SAET.
           IF WS-SAET-A = SPACES OR WS-SAET-B = SPACES
               DISPLAY "TO SAETNAVNE SKAL ANGIVES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-UNDTAGELSER
           OPEN OUTPUT PARALLEL-RAPPORT
           OPEN OUTPUT PARALLEL-AFVIGELSER
           OPEN OUTPUT PARALLEL-FORVENTEDE
           MOVE SPACES TO PR-RECORD
           STRING "PARALLELKOERSEL " DELIMITED BY SIZE
               WS-DAGS-DATO DELIMITED BY SIZE
               "  SAET A " DELIMITED BY SIZE
               WS-SAET-A DELIMITED BY SIZE
               "  SAET B " DELIMITED BY SIZE
               WS-SAET-B DELIMITED BY SIZE
               INTO PR-RECORD
           WRITE PR-RECORD
           MOVE SPACES TO PR-RECORD
           STRING "FIL                      STATUS          "
                   DELIMITED BY SIZE
               "RAEKKER A RAEKKER B         KONTROLSUM A"
                   DELIMITED BY SIZE
               "         KONTROLSUM B UVENTET FORVENTET"
                   DELIMITED BY SIZE
               INTO PR-RECORD
           WRITE PR-RECORD
           PERFORM VARYING WS-KA-IX FROM 1 BY 1 UNTIL WS-KA-IX > 7
               PERFORM SAMMENLIGN-EN-FIL
           END-PERFORM
           PERFORM SKRIV-UBRUGTE-UNDTAGELSER
           MOVE SPACES TO PR-RECORD
           STRING "UVENTEDE AFVIGELSER: " DELIMITED BY SIZE
               WS-TOT-UVENTET DELIMITED BY SIZE
               "  FORVENTEDE: " DELIMITED BY SIZE
               WS-TOT-FORVENTET DELIMITED BY SIZE
               INTO PR-RECORD
           WRITE PR-RECORD
           CLOSE PARALLEL-RAPPORT
           CLOSE PARALLEL-AFVIGELSER
           CLOSE PARALLEL-FORVENTEDE
           DISPLAY "PARALLEL: " WS-TOT-UVENTET " UVENTEDE OG "
               WS-TOT-FORVENTET " FORVENTEDE AFVIGELSER - SE "
               "ParallelRapport.txt"
           IF WS-TOT-UVENTET > ZEROES
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-UNDTAGELSER.
           OPEN INPUT PARALLEL-UNDTAGELSER
           IF WS-UNDT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EOF-UNDT = "Y"
                   READ PARALLEL-UNDTAGELSER
                       AT END
                           MOVE "Y" TO EOF-UNDT
                       NOT AT END
                           IF PU-FILNAVN OF UNDTAGELSE-REC NOT = SPACES
                               AND ANTAL-UNDT < 500
                               ADD 1 TO ANTAL-UNDT
                               MOVE UNDTAGELSE-REC
                                   TO UNDT-AR(ANTAL-UNDT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARALLEL-UNDTAGELSER
           END-IF.

       SAMMENLIGN-EN-FIL.
           MOVE ZEROES TO ANTAL-NOEGLER
           MOVE "N" TO WS-NG-FULD
           MOVE ZEROES TO WS-FIL-ANTAL-A
           MOVE ZEROES TO WS-FIL-ANTAL-B
           MOVE ZEROES TO WS-FIL-SUM-A
           MOVE ZEROES TO WS-FIL-SUM-B
           MOVE ZEROES TO WS-FIL-UVENTET
           MOVE ZEROES TO WS-FIL-FORVENTET
           MOVE "A" TO WS-SIDE
           MOVE WS-SAET-A TO WS-SAET
           PERFORM LAES-SAET-FIL
           MOVE "B" TO WS-SIDE
           MOVE WS-SAET-B TO WS-SAET
           PERFORM LAES-SAET-FIL

           EVALUATE TRUE
               WHEN WS-FIL-FINDES-A = "N" AND WS-FIL-FINDES-B = "N"
                   MOVE "FINDES I INGEN AF SAETTENE" TO WS-VIS-STATUS
               WHEN WS-FIL-FINDES-A = "N"
                   MOVE "MANGLER I SAET A" TO WS-VIS-STATUS
                   ADD 1 TO WS-FIL-UVENTET
               WHEN WS-FIL-FINDES-B = "N"
                   MOVE "MANGLER I SAET B" TO WS-VIS-STATUS
                   ADD 1 TO WS-FIL-UVENTET
               WHEN WS-NG-FULD = "Y"
                   MOVE "FOR MANGE NOEGLER" TO WS-VIS-STATUS
                   ADD 1 TO WS-FIL-UVENTET
               WHEN OTHER
                   PERFORM VARYING WS-NG-IX FROM 1 BY 1
                           UNTIL WS-NG-IX > ANTAL-NOEGLER
                       PERFORM VURDER-NOEGLE THRU VURDER-NOEGLE-EXIT
                   END-PERFORM
                   IF WS-FIL-UVENTET = ZEROES
                       AND WS-FIL-FORVENTET = ZEROES
                       MOVE "UAENDRET" TO WS-VIS-STATUS
                   ELSE
                       IF WS-FIL-UVENTET = ZEROES
                           MOVE "KUN FORVENTEDE" TO WS-VIS-STATUS
                       ELSE
                           MOVE "AFVIGER" TO WS-VIS-STATUS
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-VIS-STATUS(1:7) = "MANGLER"
               OR WS-VIS-STATUS(1:3) = "FOR"
               MOVE SPACES TO WS-NOEGLE
               MOVE WS-VIS-STATUS TO WS-AFV-ART
               MOVE ZEROES TO WS-DIFF
               MOVE ZEROES TO WS-NG-IX
               PERFORM SKRIV-FIL-AFVIGELSE
           END-IF
           ADD WS-FIL-UVENTET TO WS-TOT-UVENTET
           ADD WS-FIL-FORVENTET TO WS-TOT-FORVENTET

           MOVE WS-FIL-ANTAL-A TO WS-VIS-ANTAL-A
           MOVE WS-FIL-ANTAL-B TO WS-VIS-ANTAL-B
           MOVE WS-FIL-SUM-A TO WS-VIS-SUM-A
           MOVE WS-FIL-SUM-B TO WS-VIS-SUM-B
           MOVE SPACES TO PR-RECORD
           STRING KA-FILNAVN(WS-KA-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VIS-STATUS(1:16) DELIMITED BY SIZE
               WS-VIS-ANTAL-A DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-VIS-ANTAL-B DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VIS-SUM-A DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VIS-SUM-B DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-FIL-UVENTET DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-FIL-FORVENTET DELIMITED BY SIZE
               INTO PR-RECORD
           WRITE PR-RECORD.

      * ONE SET'S COPY OF THE CURRENT CATALOG FILE INTO SIDE WS-SIDE
      * OF THE KEY TABLE.
       LAES-SAET-FIL.
           PERFORM BYG-SAET-NAVN
           MOVE WS-UD-NAVN TO WS-IND-NAVN
           MOVE ZEROES TO WS-LINJE-NR
           MOVE SPACES TO WS-AFSNIT-NOEGLE
           MOVE "N" TO EOF-GEN
           OPEN INPUT GEN-IND
           IF WS-IND-STATUS NOT = "00"
               IF WS-SIDE = "A"
                   MOVE "N" TO WS-FIL-FINDES-A
               ELSE
                   MOVE "N" TO WS-FIL-FINDES-B
               END-IF
           ELSE
               IF WS-SIDE = "A"
                   MOVE "Y" TO WS-FIL-FINDES-A
               ELSE
                   MOVE "Y" TO WS-FIL-FINDES-B
               END-IF
               PERFORM UNTIL EOF-GEN = "Y"
                   READ GEN-IND
                       AT END
                           MOVE "Y" TO EOF-GEN
                       NOT AT END
                           ADD 1 TO WS-RECS-IN
                           ADD 1 TO WS-LINJE-NR
                           PERFORM BEHANDL-LINJE
                               THRU BEHANDL-LINJE-EXIT
                   END-READ
               END-PERFORM
               CLOSE GEN-IND
           END-IF.

      * ONE ROW: KEEP OR DROP IT, FIND ITS KEY AND AMOUNT, AND FOLD
      * ITS COMPARED TEXT INTO THE KEY'S CHECKSUM ON THIS SIDE.
       BEHANDL-LINJE.
           MOVE "Y" TO WS-MED
           EVALUATE KA-FART(WS-KA-IX)
               WHEN "I"
                   IF GI-LINJE(KA-FPOS(WS-KA-IX):KA-FLEN(WS-KA-IX))
                       NOT = KA-FTEKST(WS-KA-IX)(1:KA-FLEN(WS-KA-IX))
                       MOVE "N" TO WS-MED
                   END-IF
               WHEN "E"
                   IF GI-LINJE(KA-FPOS(WS-KA-IX):KA-FLEN(WS-KA-IX))
                       = KA-FTEKST(WS-KA-IX)(1:KA-FLEN(WS-KA-IX))
                       MOVE "N" TO WS-MED
                   END-IF
               WHEN "1"
                   IF WS-LINJE-NR = 1
                       MOVE "N" TO WS-MED
                   END-IF
           END-EVALUATE
           IF WS-MED = "N"
               GO TO BEHANDL-LINJE-EXIT
           END-IF

           MOVE SPACES TO WS-NOEGLE
           EVALUATE KA-ART(WS-KA-IX)
               WHEN "A"
                   IF GI-LINJE(KA-FPOS(WS-KA-IX):KA-FLEN(WS-KA-IX))
                       = KA-FTEKST(WS-KA-IX)(1:KA-FLEN(WS-KA-IX))
                       MOVE GI-LINJE(KA-NPOS(WS-KA-IX):
                           KA-NLEN(WS-KA-IX)) TO WS-AFSNIT-NOEGLE
                   END-IF
                   MOVE WS-AFSNIT-NOEGLE TO WS-NOEGLE
               WHEN "C"
                   PERFORM SPLIT-CSV
                   MOVE CSV-FELT-AR(KA-NPOS(WS-KA-IX)) TO WS-NOEGLE
               WHEN OTHER
                   MOVE GI-LINJE(KA-NPOS(WS-KA-IX):KA-NLEN(WS-KA-IX))
                       TO WS-NOEGLE
           END-EVALUATE

           MOVE ZEROES TO WS-BELOB
           EVALUATE KA-BART(WS-KA-IX)
               WHEN "T"
                   PERFORM FIND-SIDSTE-ORD
                   PERFORM LAES-REDIGERET-BELOB
               WHEN "F"
                   MOVE CSV-FELT-AR(KA-BPOS(WS-KA-IX)) TO WS-ORD
                   PERFORM LAES-REDIGERET-BELOB
               WHEN "Z"
                   MOVE GI-LINJE(KA-BPOS(WS-KA-IX):20) TO WS-ZONED-X
                   IF WS-ZONED-X(1:19) IS NUMERIC
                       MOVE WS-ZONED TO WS-BELOB
                   END-IF
               WHEN "S"
                   MOVE GI-LINJE(KA-BPOS(WS-KA-IX):12) TO WS-SLS-X
                   IF WS-SLS-X(2:11) IS NUMERIC
                       AND (WS-SLS-X(1:1) = "+" OR WS-SLS-X(1:1) = "-")
                       MOVE WS-SLS TO WS-BELOB
                   END-IF
           END-EVALUATE

           PERFORM FIND-NOEGLE
           IF WS-NG-SLOT = ZEROES
               GO TO BEHANDL-LINJE-EXIT
           END-IF
           IF WS-SIDE = "A"
               ADD 1 TO NG-A-ANTAL(WS-NG-SLOT)
               ADD WS-BELOB TO NG-A-SUM(WS-NG-SLOT)
               ADD 1 TO WS-FIL-ANTAL-A
               ADD WS-BELOB TO WS-FIL-SUM-A
               MOVE NG-A-KSUM(WS-NG-SLOT) TO WS-KSUM
               PERFORM FOLD-LINJE
               MOVE WS-KSUM TO NG-A-KSUM(WS-NG-SLOT)
           ELSE
               ADD 1 TO NG-B-ANTAL(WS-NG-SLOT)
               ADD WS-BELOB TO NG-B-SUM(WS-NG-SLOT)
               ADD 1 TO WS-FIL-ANTAL-B
               ADD WS-BELOB TO WS-FIL-SUM-B
               MOVE NG-B-KSUM(WS-NG-SLOT) TO WS-KSUM
               PERFORM FOLD-LINJE
               MOVE WS-KSUM TO NG-B-KSUM(WS-NG-SLOT)
           END-IF.

       BEHANDL-LINJE-EXIT.
           EXIT.

       SPLIT-CSV.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 8
               MOVE SPACES TO CSV-FELT-AR(IX)
           END-PERFORM
           UNSTRING GI-LINJE DELIMITED BY ","
               INTO CSV-FELT-AR(1) CSV-FELT-AR(2) CSV-FELT-AR(3)
                   CSV-FELT-AR(4) CSV-FELT-AR(5) CSV-FELT-AR(6)
                   CSV-FELT-AR(7) CSV-FELT-AR(8)
           END-UNSTRING.

      * THE LAST BLANK-DELIMITED WORD OF THE ROW INTO WS-ORD - WHERE
      * THE REPORTS PUT THEIR AMOUNT COLUMN.
       FIND-SIDSTE-ORD.
           MOVE SPACES TO WS-ORD
           MOVE ZEROES TO WS-SLUT-POS
           PERFORM VARYING IX FROM 300 BY -1
                   UNTIL IX < 1 OR WS-SLUT-POS > ZEROES
               IF GI-LINJE(IX:1) NOT = SPACE
                   MOVE IX TO WS-SLUT-POS
               END-IF
           END-PERFORM
           IF WS-SLUT-POS = ZEROES
               GO TO FIND-SIDSTE-ORD-EXIT
           END-IF
           MOVE ZEROES TO WS-START-POS
           PERFORM VARYING IX FROM WS-SLUT-POS BY -1
                   UNTIL IX < 1 OR WS-START-POS > ZEROES
               IF GI-LINJE(IX:1) = SPACE
                   MOVE IX TO WS-START-POS
               END-IF
           END-PERFORM
           ADD 1 TO WS-START-POS
           IF WS-SLUT-POS - WS-START-POS < 40
               MOVE GI-LINJE(WS-START-POS:
                   WS-SLUT-POS - WS-START-POS + 1) TO WS-ORD
           END-IF.

       FIND-SIDSTE-ORD-EXIT.
           EXIT.

      * AN EDITED AMOUNT IN WS-ORD - DIGITS, SIGN, POINT AND
      * THOUSANDS COMMAS ONLY - INTO WS-BELOB. ANYTHING ELSE (A
      * HEADING, A NAME) IS NO AMOUNT AND COUNTS AS ZERO.
       LAES-REDIGERET-BELOB.
           MOVE WS-ORD TO WS-ORD-TJEK
           INSPECT WS-ORD-TJEK CONVERTING "0123456789+-.," TO
               "              "
           IF WS-ORD-TJEK = SPACES AND WS-ORD NOT = SPACES
               AND WS-ORD NOT = "-" AND WS-ORD NOT = "+"
               COMPUTE WS-BELOB = FUNCTION NUMVAL-C(WS-ORD)
           END-IF.

      * THE KEY'S SLOT IN THE TABLE, ADDED ON FIRST SIGHT. A FULL
      * TABLE LEAVES WS-NG-SLOT ZERO AND MARKS THE FILE.
       FIND-NOEGLE.
           MOVE ZEROES TO WS-NG-SLOT
           PERFORM VARYING WS-NG-IX FROM 1 BY 1
                   UNTIL WS-NG-IX > ANTAL-NOEGLER
                       OR WS-NG-SLOT > ZEROES
               IF NG-NOEGLE(WS-NG-IX) = WS-NOEGLE
                   MOVE WS-NG-IX TO WS-NG-SLOT
               END-IF
           END-PERFORM
           IF WS-NG-SLOT = ZEROES
               IF ANTAL-NOEGLER < 5000
                   ADD 1 TO ANTAL-NOEGLER
                   MOVE ANTAL-NOEGLER TO WS-NG-SLOT
                   INITIALIZE NOEGLE-AR(WS-NG-SLOT)
                   MOVE WS-NOEGLE TO NG-NOEGLE(WS-NG-SLOT)
               ELSE
                   MOVE "Y" TO WS-NG-FULD
               END-IF
           END-IF.

      * THE COMPARED PART OF THE ROW FOLDED INTO WS-KSUM, AT MOST
      * 160 BYTES AT A TIME.
       FOLD-LINJE.
           MOVE KA-SLEN(WS-KA-IX) TO WS-SPAN-LEN
           MOVE KA-SPOS(WS-KA-IX) TO WS-START-POS
           IF WS-SPAN-LEN > 160
               MOVE GI-LINJE(WS-START-POS:160) TO WS-KSUM-DATA
               MOVE 160 TO WS-KSUM-LAENGDE
               PERFORM BEREGN-KSUM
               ADD 160 TO WS-START-POS
               SUBTRACT 160 FROM WS-SPAN-LEN
           END-IF
           MOVE SPACES TO WS-KSUM-DATA
           MOVE GI-LINJE(WS-START-POS:WS-SPAN-LEN) TO WS-KSUM-DATA
           MOVE WS-SPAN-LEN TO WS-KSUM-LAENGDE
           PERFORM BEREGN-KSUM.

      * ONE KEY: SAME COUNT, SAME TOTAL AND SAME TEXT IS UNCHANGED.
      * ANYTHING ELSE IS A DIFFERENCE, EXPECTED WHEN AN EXCEPTION
      * ROW COVERS THE FILE AND KEY AND THE AMOUNT MOVED WITHIN ITS
      * TOLERANCE.
       VURDER-NOEGLE.
           IF NG-A-ANTAL(WS-NG-IX) = NG-B-ANTAL(WS-NG-IX)
               AND NG-A-SUM(WS-NG-IX) = NG-B-SUM(WS-NG-IX)
               AND NG-A-KSUM(WS-NG-IX) = NG-B-KSUM(WS-NG-IX)
               GO TO VURDER-NOEGLE-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NG-A-ANTAL(WS-NG-IX) = ZEROES
                   MOVE "KUN I B" TO WS-AFV-ART
               WHEN NG-B-ANTAL(WS-NG-IX) = ZEROES
                   MOVE "KUN I A" TO WS-AFV-ART
               WHEN NG-A-SUM(WS-NG-IX) NOT = NG-B-SUM(WS-NG-IX)
                   MOVE "BELOEB" TO WS-AFV-ART
               WHEN NG-A-ANTAL(WS-NG-IX) NOT = NG-B-ANTAL(WS-NG-IX)
                   MOVE "ANTAL" TO WS-AFV-ART
               WHEN OTHER
                   MOVE "TEKST" TO WS-AFV-ART
           END-EVALUATE
           COMPUTE WS-DIFF = NG-B-SUM(WS-NG-IX) - NG-A-SUM(WS-NG-IX)
           IF WS-DIFF < ZEROES
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
               MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF
           MOVE NG-NOEGLE(WS-NG-IX) TO WS-NOEGLE

           MOVE ZEROES TO WS-UNDT-SLOT
           PERFORM VARYING WS-UNDT-IX FROM 1 BY 1
                   UNTIL WS-UNDT-IX > ANTAL-UNDT
                       OR WS-UNDT-SLOT > ZEROES
               IF (PU-FILNAVN OF UNDT-AR(WS-UNDT-IX)
                       = KA-FILNAVN(WS-KA-IX)
                   OR PU-FILNAVN OF UNDT-AR(WS-UNDT-IX) = "*")
                   AND (PU-NOEGLE OF UNDT-AR(WS-UNDT-IX) = WS-NOEGLE
                   OR PU-NOEGLE OF UNDT-AR(WS-UNDT-IX) = "*")
                   AND WS-ABS-DIFF
                       <= PU-TOLERANCE OF UNDT-AR(WS-UNDT-IX)
                   MOVE WS-UNDT-IX TO WS-UNDT-SLOT
               END-IF
           END-PERFORM

           IF WS-UNDT-SLOT = ZEROES
               PERFORM SKRIV-FIL-AFVIGELSE
               ADD 1 TO WS-FIL-UVENTET
           ELSE
               MOVE "Y" TO UNDT-BRUGT-AR(WS-UNDT-SLOT)
               PERFORM SKRIV-FORVENTET
               ADD 1 TO WS-FIL-FORVENTET
           END-IF.

       VURDER-NOEGLE-EXIT.
           EXIT.

      * AN UNEXPECTED DIFFERENCE - ONE KEY'S FIGURES IN BOTH SETS, OR
      * (WS-NG-IX ZERO) A WHOLE FILE THAT COULD NOT BE COMPARED.
       SKRIV-FIL-AFVIGELSE.
           ADD 1 TO WS-RECS-AFVIST
           MOVE SPACES TO PA-RECORD
           IF WS-NG-IX = ZEROES
               STRING KA-FILNAVN(WS-KA-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VIS-STATUS DELIMITED BY SIZE
                   INTO PA-RECORD
               WRITE PA-RECORD
           ELSE
               PERFORM FORMATER-NOEGLE-TAL
               STRING KA-FILNAVN(WS-KA-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOEGLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AFV-ART DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WS-VIS-ANTAL-A DELIMITED BY SIZE
                   WS-VIS-SUM-A DELIMITED BY SIZE
                   "  B " DELIMITED BY SIZE
                   WS-VIS-ANTAL-B DELIMITED BY SIZE
                   WS-VIS-SUM-B DELIMITED BY SIZE
                   "  DIFF " DELIMITED BY SIZE
                   WS-VIS-DIFF DELIMITED BY SIZE
                   INTO PA-RECORD
               WRITE PA-RECORD
           END-IF.

       SKRIV-FORVENTET.
           PERFORM FORMATER-NOEGLE-TAL
           MOVE SPACES TO PF-RECORD
           STRING KA-FILNAVN(WS-KA-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOEGLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFV-ART DELIMITED BY SIZE
               " DIFF " DELIMITED BY SIZE
               WS-VIS-DIFF DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PU-BEGRUNDELSE OF UNDT-AR(WS-UNDT-SLOT)
                   DELIMITED BY SIZE
               INTO PF-RECORD
           WRITE PF-RECORD
           ADD 1 TO WS-RECS-OUT.

       FORMATER-NOEGLE-TAL.
           MOVE NG-A-ANTAL(WS-NG-IX) TO WS-VIS-ANTAL-A
           MOVE NG-B-ANTAL(WS-NG-IX) TO WS-VIS-ANTAL-B
           MOVE NG-A-SUM(WS-NG-IX) TO WS-VIS-SUM-A
           MOVE NG-B-SUM(WS-NG-IX) TO WS-VIS-SUM-B
           MOVE WS-DIFF TO WS-VIS-DIFF.

      * AN EXCEPTION THAT EXPLAINED NOTHING IS LISTED TOO - EITHER
      * THE CHANGE DID NOT DO WHAT WAS DECLARED, OR THE LIST IS
      * STALE.
       SKRIV-UBRUGTE-UNDTAGELSER.
           PERFORM VARYING WS-UNDT-IX FROM 1 BY 1
                   UNTIL WS-UNDT-IX > ANTAL-UNDT
               IF UNDT-BRUGT-AR(WS-UNDT-IX) = "N"
                   MOVE SPACES TO PF-RECORD
                   STRING "UBRUGT UNDTAGELSE " DELIMITED BY SIZE
                       PU-FILNAVN OF UNDT-AR(WS-UNDT-IX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PU-NOEGLE OF UNDT-AR(WS-UNDT-IX)
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       PU-BEGRUNDELSE OF UNDT-AR(WS-UNDT-IX)
                           DELIMITED BY SIZE
                       INTO PF-RECORD
                   WRITE PF-RECORD
               END-IF
           END-PERFORM.

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

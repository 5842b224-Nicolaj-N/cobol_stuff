       FD  BATCH-AUDIT-LOG.
           01  AUDIT-LOG-RECORD.
               02  AUDIT-LOG-LINE      PIC X(150).
               02  AUDIT-LOG-LOEBENR   PIC 9(9).
               02  AUDIT-LOG-KSUM      PIC 9(9).

       FD  DASHBOARD-GAAR.
           01  GAAR-REC.
           02  FILLER PIC X(29) VALUE "KlagerNaerFrist.txt         1".
           02  FILLER PIC X(29) VALUE "KlagerAabne.txt             3".
           02  FILLER PIC X(29) VALUE "VentendeEskalationer.txt    2".
           02  FILLER PIC X(29) VALUE "KortAfregningAfvigelser.txt 2".
           02  FILLER PIC X(29) VALUE "KortIndsigelserAabne.txt    2".
           02  FILLER PIC X(29) VALUE "KortFornyelseUdeladt.txt    3".
           02  FILLER PIC X(29) VALUE "KreditkortAfvigelser.txt    2".
           02  FILLER PIC X(29) VALUE "AutomatDifferencer.txt      2".
           02  FILLER PIC X(29) VALUE "CheckReturAfvigelser.txt    2".
           02  FILLER PIC X(29) VALUE "StraksDagsAfvisninger.txt   2".
           02  FILLER PIC X(29) VALUE "FremtBetAfvigelser.txt      2".
           02  FILLER PIC X(29) VALUE "EUdskriftAfvigelser.txt     2".
           02  FILLER PIC X(29) VALUE "GarantiAfvigelser.txt       2".
           02  FILLER PIC X(29) VALUE "DepotAfvigelser.txt         2".
           02  FILLER PIC X(29) VALUE "BoksAfvigelser.txt          2".
           02  FILLER PIC X(29) VALUE "BudgetAfvigelser.txt        2".
           02  FILLER PIC X(29) VALUE "SpareOpAfvigelser.txt       2".
           02  FILLER PIC X(29) VALUE "OpsigelseAfvigelser.txt     2".
           02  FILLER PIC X(29) VALUE "DepositumAfvigelser.txt     2".
           02  FILLER PIC X(29) VALUE "AfskrivningAfvigelser.txt   2".
           02  FILLER PIC X(29) VALUE "PalSkatAfvigelser.txt       2".
           02  FILLER PIC X(29) VALUE "PensionUdbAfvigelser.txt    2".
           02  FILLER PIC X(29) VALUE "CrsAfvigelser.txt           2".
           02  FILLER PIC X(29) VALUE "LegitimationUdloebet.txt    2".
           02  FILLER PIC X(29) VALUE "KaedeBrud.txt               1".
           02  FILLER PIC X(29) VALUE "FeedAfvigelser.txt          2".
           02  FILLER PIC X(29) VALUE "TransmissionAfvigelser.txt  2".
           02  FILLER PIC X(29) VALUE "TransmissionGendannes.txt   2".
       01  KONTROL-TABEL-R REDEFINES KONTROL-TABEL.
           02  KONTROL-ENTRY OCCURS 47 TIMES.
               03  KT-FILNAVN       PIC X(28).
               03  KT-SEV           PIC 9.
       01  KT-ANTAL-AR OCCURS 47 TIMES PIC 9(7) VALUE ZEROES.
       01  KT-GAAR-AR OCCURS 47 TIMES PIC 9(7) VALUE ZEROES.
       01  WS-KT-IX                 PIC 99 VALUE ZEROES.
       01  WS-SEV                   PIC 9 VALUE ZEROES.
       01  WS-DELTA                 PIC S9(7) VALUE ZEROES.

           PERFORM LOAD-GAAR
           PERFORM VARYING WS-KT-IX FROM 1 BY 1
                   UNTIL WS-KT-IX > 47
               PERFORM TAEL-EN-FIL
           END-PERFORM
           PERFORM TAEL-AUDIT
                           MOVE "Y" TO EOF-GAAR
                       NOT AT END
                           PERFORM VARYING WS-KT-IX FROM 1 BY 1
                                   UNTIL WS-KT-IX > 47
                               IF KT-FILNAVN(WS-KT-IX)
                                       = DG-FILNAVN OF GAAR-REC
                                   MOVE DG-ANTAL OF GAAR-REC
               END-EVALUATE
               WRITE RAPPORT-RECORD
               PERFORM VARYING WS-KT-IX FROM 1 BY 1
                       UNTIL WS-KT-IX > 47
                   IF KT-SEV(WS-KT-IX) = WS-SEV
                       PERFORM SKRIV-KONTROL-LINJE
                   END-IF
       SKRIV-GAAR.
           OPEN OUTPUT DASHBOARD-GAAR
           PERFORM VARYING WS-KT-IX FROM 1 BY 1
                   UNTIL WS-KT-IX > 47
               MOVE SPACES TO GAAR-REC
               MOVE KT-FILNAVN(WS-KT-IX) TO DG-FILNAVN OF GAAR-REC
               MOVE KT-ANTAL-AR(WS-KT-IX) TO DG-ANTAL OF GAAR-REC

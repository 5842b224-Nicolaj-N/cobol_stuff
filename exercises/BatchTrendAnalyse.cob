               02  FILLER              PIC X(5).
               02  AL-IN               PIC X(9).
               02  AL-REST             PIC X(86).
               02  AUDIT-LOG-LOEBENR   PIC 9(9).
               02  AUDIT-LOG-KSUM      PIC 9(9).

       FD  BATCH-BASELINE.
           01  BASELINE-REC.

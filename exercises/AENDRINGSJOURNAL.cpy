       02  AJ-FELT             PIC X(15) VALUE SPACES.
       02  AJ-GAMMEL           PIC X(40) VALUE SPACES.
       02  AJ-NY               PIC X(40) VALUE SPACES.
      * RUNNING NUMBER AND CHAINED CHECKSUM - EVERY WRITER FOLDS THE
      * ROW INTO THE PREVIOUS ROW'S CHECKSUM (SEE BEREGN-KSUM), SO
      * KAEDEKONTROL.COB CAN PROVE NO ROW WAS ALTERED, DROPPED OR
      * MOVED AFTER THE FACT. ROWS FROM BEFORE THE CHAIN ARE BLANK.
       02  AJ-LOEBENR          PIC 9(9).
       02  AJ-KSUM             PIC 9(9).
      * THE MASS-CHANGE BATCH A ROW BELONGS TO ("M" AND A RUNNING
      * NUMBER, SEE MASSEAENDRINGER.CPY) - BLANK ON EVERY ROW THE
      * ORDINARY DIALOGS WRITE. TRAILING AND OUTSIDE THE CHECKSUM SPAN
      * SO EVERY CHAINED ROW ALREADY ON FILE STILL PROVES; THE BATCH'S
      * OWN MASSEAENDRING AND GODKENDELSE ROWS CARRY THE REFERENCE IN
      * AJ-NOEGLE, WHICH IS CHAINED.
       02  AJ-BATCH-REF        PIC X(10) VALUE SPACES.

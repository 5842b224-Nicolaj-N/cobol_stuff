      * AUTOMATJOURNAL.CPY - ONE EVENT FROM AN ATM'S ELECTRONIC
      * JOURNAL (AUTOMATJOURNAL.TXT), DELIVERED BY THE ATM NETWORK
      * AND APPENDED CHRONOLOGICALLY LIKE KASSEJOURNAL.TXT, SO OLDER
      * DAYS STAY ON FILE AS HISTORY. AJ-HAENDELSE IS ONE OF
      *   OPFYLDT   CASSETTES LOADED AT A REPLENISHMENT
      *   UDBETALT  CASH DISPENSED TO A CUSTOMER
      *   AFVIST    WITHDRAWAL REJECTED - NO CASH LEFT THE MACHINE
      *   OPTALT    PHYSICAL COUNT OF THE REMAINING CASH, TAKEN AT
      *             THE REPLENISHMENT BEFORE THE NEW LOAD GOES IN
      * AJ-BELOB IS ALWAYS POSITIVE - THE EVENT TYPE CARRIES THE
      * DIRECTION. AJ-KONTO-ID/AJ-KORTNUMMER ARE SET ON UDBETALT AND
      * AFVIST ROWS ONLY. RECONCILED BY AUTOMATAFSTEMNING, AVERAGED
      * BY KONTANTPROGNOSE.
       02  AJ-AUTOMAT-ID       PIC X(10) VALUE SPACES.
       02  AJ-TIDSPUNKT        PIC X(19) VALUE SPACES.
       02  AJ-HAENDELSE        PIC X(8) VALUE SPACES.
       02  AJ-BELOB            PIC 9(9)V99 VALUE ZEROES.
       02  AJ-KONTO-ID         PIC X(10) VALUE SPACES.
       02  AJ-KORTNUMMER       PIC X(16) VALUE SPACES.

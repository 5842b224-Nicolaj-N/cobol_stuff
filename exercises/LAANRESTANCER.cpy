      * LAANRESTANCER.CPY - ONE UNCOVERED LOAN INSTALLMENT ON THE
      * PERSISTENT ARREARS REGISTER (LAANRESTANCER.TXT), KEYED BY
      * THE LOAN'S LR-KONTO-ID. OPENED BY LAANFORFALD THE NIGHT A
      * DUE INSTALLMENT FINDS THE DEBIT ACCOUNT UNABLE TO COVER IT
      * (CLOSING BALANCE PLUS UNEXPIRED FACILITY MINUS OPEN HOLDS),
      * CARRIED NIGHT OVER NIGHT LIKE RYKKERSAGER.TXT AND COLLECTED
      * OLDEST-FIRST THE FIRST NIGHT THE ACCOUNT CAN PAY IT.
      * LR-DAGE IS DAYS PAST LR-FORFALD-DATO AS OF THE LAST RUN AND
      * LR-RESTANCE-RENTE THE MORARENTE ACCRUED ON AFDRAG + RENTE
      * OVER THOSE DAYS - BOTH RECOMPUTED EVERY NIGHT. A COLLECTED
      * ROW FLIPS TO BETALT AND STAYS ON FILE - SAME KEEP-THE-TRACE
      * PRINCIPLE AS EVERYWHERE ELSE.
       02  LR-KONTO-ID         PIC X(10) VALUE SPACES.
       02  LR-FORFALD-DATO     PIC X(10) VALUE SPACES.
       02  LR-AFDRAG           PIC S9(9)V99 VALUE ZEROES.
       02  LR-RENTE            PIC S9(9)V99 VALUE ZEROES.
       02  LR-RESTANCE-RENTE   PIC S9(9)V99 VALUE ZEROES.
       02  LR-DAGE             PIC 9(5) VALUE ZEROES.
       02  LR-VALUTA           PIC X(3) VALUE SPACES.
       02  LR-STATUS           PIC X(8) VALUE "AABEN".
       02  LR-BETALT-DATO      PIC X(10) VALUE SPACES.

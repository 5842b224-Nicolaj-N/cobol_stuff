      * LEFT; LN-NAESTE-DATO THE NEXT INSTALLMENT DUE DATE IN THE
      * USUAL "YYYY-MM-DD" SHAPE. LN-STATUS IS AKTIV OR INDFRIET -
      * A REPAID LOAN STAYS ON FILE RATHER THAN BEING DELETED, SAME
      * KEEP-THE-TRACE PRINCIPLE AS KONTO-STATUS LUKKET. A LOAN WITH
      * AN UNCOVERED INSTALLMENT OPEN ON LAANRESTANCER.TXT IS
      * RESTANCE, AND MISLIGH ONCE THE OLDEST OPEN ONE IS MORE THAN
      * 90 DAYS PAST DUE; LAANFORFALD SETS BOTH AND MOVES THE LOAN
      * BACK TO AKTIV WHEN THE ARREARS ARE COLLECTED. AN APPROVED
      * RESTRUCTURING ON LAANOMLAEGNINGER.TXT MAY RAISE LN-RESTGAELD
      * AND RESET LN-TERMINER/LN-REST-TERMINER - SEE
      * LAANOMLAEGNINGER.CPY. SEE LAANVEDLIGEHOLD.COB AND
      * LAANFORFALD.COB.
       02  LN-KONTO-ID         PIC X(10) VALUE SPACES.
       02  LN-HOVEDSTOL        PIC S9(9)V99 VALUE ZEROES.
       02  LN-RESTGAELD        PIC S9(9)V99 VALUE ZEROES.
       02  LN-VALUTA           PIC X(3) VALUE SPACES.
       02  LN-STATUS           PIC X(8) VALUE "AKTIV".
       02  LN-OPRETTET-DATO    PIC X(10) VALUE SPACES.
      * RATE TYPE - FAST WHEN LN-SATS HOLDS FOR THE LIFE OF THE LOAN,
      * VARIABEL WHEN THE BANK MAY RESET IT WITH EFFECT FROM THE NEXT
      * INSTALLMENT. TRAILING FIELD, SAME RULE AS EVERY LATE
      * ADDITION: OLDER ROWS PAD TO SPACES AND READ AS FAST.
      * RENTERISIKO SLOTS THE DEBT INTO ITS REPRICING BANDS BY IT.
       02  LN-RENTETYPE        PIC X(8) VALUE "FAST".

      * CASHPOOLMELLEMREGNING.CPY - ONE PARTICIPANT'S INTERCOMPANY
      * BALANCE WITH ITS CASH POOL (CASHPOOLMELLEMREGNING.TXT), ONE
      * ROW PER POOL AND PARTICIPANT KONTO-ID, KEPT BY
      * CASHPOOLKOERSEL.COB. CM-SALDO IS THE NET OF EVERY SWEEP SO
      * FAR: POSITIVE - THE PARTICIPANT HAS LENT TO THE POOL (SWEPT
      * UP MORE THAN IT WAS COVERED); NEGATIVE - IT HAS BORROWED.
      * CM-RENTE-AKK IS THE INTERCOMPANY INTEREST ACCRUED ON CM-SALDO
      * SINCE THE LAST MONTH-END ALLOCATION (POSITIVE - EARNED BY THE
      * PARTICIPANT), CM-SIDSTE-DATO THE NIGHT IT WAS LAST ACCRUED
      * TO, SO A RERUN OR A WEEKEND NEVER COUNTS A DAY TWICE OR NOT
      * AT ALL. CM-FORDELT-DATO/-RENTE HOLD THE LAST MONTH-END
      * ALLOCATION, SO A RERUN OF THAT NIGHT REPRINTS THE SAME
      * FIGURES INSTEAD OF ALLOCATING A SECOND TIME. A PARTICIPANT
      * LEAVING THE POOL KEEPS ITS ROW UNTIL THE BALANCE IS SETTLED
      * - ROWS ARE NEVER DELETED.
       02  CM-POOL-ID          PIC X(10) VALUE SPACES.
       02  CM-KONTO-ID         PIC X(10) VALUE SPACES.
       02  CM-SALDO            PIC S9(13)V99 SIGN LEADING SEPARATE
                               VALUE ZEROES.
       02  CM-RENTE-AKK        PIC S9(9)V99 SIGN LEADING SEPARATE
                               VALUE ZEROES.
       02  CM-SIDSTE-DATO      PIC X(10) VALUE SPACES.
       02  CM-FORDELT-DATO     PIC X(10) VALUE SPACES.
       02  CM-FORDELT-RENTE    PIC S9(9)V99 SIGN LEADING SEPARATE
                               VALUE ZEROES.

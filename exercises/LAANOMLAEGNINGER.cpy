      * LAANOMLAEGNINGER.CPY - ONE AGREED RESTRUCTURING OF A LOAN ON
      * THE RESTRUCTURING REGISTER (LAANOMLAEGNINGER.TXT), KEYED BY
      * THE LOAN'S LO-KONTO-ID. EFFECTIVE FROM LO-IKRAFT-DATO IT MAY
      * HOLD ANY OF: A PAYMENT HOLIDAY (AFDRAGSFRIHED) - EVERY
      * INSTALLMENT FALLING DUE FROM LO-FRI-FRA TO LO-FRI-TIL IS
      * INTEREST ONLY AND USES UP NO TERM; A NEW REST-TERMINER
      * (LO-NYE-TERMINER, ZERO = UNCHANGED); AND CAPITALISATION OF
      * THE OPEN ARREARS (LO-KAPITALISER J) - THE AMOUNT ACTUALLY
      * ADDED TO THE DEBT IS STAMPED IN LO-KAPITALISERET.
      * KEYED BY ONE OPERATOR AS VENTER, IT TAKES A SECOND OPERATOR
      * TO MAKE IT GODKENDT (OR AFVIST) IN LAANOMLAEGNING.COB - SAME
      * MAKER/CHECKER RULE AS VENTENDEAENDRINGER.CPY. LAANFORFALD
      * APPLIES A GODKENDT ROW THE FIRST NIGHT ON OR AFTER ITS
      * IKRAFT-DATO (IKRAFT), AND CLOSES IT (AFSLUTTET) ONCE THE
      * HOLIDAY IS OVER AND THE DEBT RE-AMORTIZES OVER THE TERMS
      * LEFT. A LOAN IS FORBORNE FROM IKRAFT UNTIL TWO YEARS AFTER
      * LO-ANVENDT-DATO - SEE LAANFORFALD'S FORBEARANCE REPORT.
      * LO-PLAN-SENDT IS J ONCE AFDRAGSPLAN HAS MAILED THE CUSTOMER
      * THE RESTRUCTURED SCHEDULE. ROWS ARE NEVER DELETED.
       02  LO-KONTO-ID         PIC X(10) VALUE SPACES.
       02  LO-IKRAFT-DATO      PIC X(10) VALUE SPACES.
       02  LO-FRI-FRA          PIC X(10) VALUE SPACES.
       02  LO-FRI-TIL          PIC X(10) VALUE SPACES.
       02  LO-NYE-TERMINER     PIC 9(3) VALUE ZEROES.
       02  LO-KAPITALISER      PIC X VALUE "N".
       02  LO-KAPITALISERET    PIC S9(9)V99 VALUE ZEROES.
       02  LO-AARSAG           PIC X(30) VALUE SPACES.
       02  LO-STATUS           PIC X(10) VALUE "VENTER".
       02  LO-INDTASTET-AF     PIC X(3) VALUE SPACES.
       02  LO-INDTASTET-TID    PIC X(19) VALUE SPACES.
       02  LO-GODKENDT-AF      PIC X(3) VALUE SPACES.
       02  LO-GODKENDT-DATO    PIC X(10) VALUE SPACES.
       02  LO-ANVENDT-DATO     PIC X(10) VALUE SPACES.
       02  LO-AFSLUTTET-DATO   PIC X(10) VALUE SPACES.
       02  LO-PLAN-SENDT       PIC X VALUE "N".

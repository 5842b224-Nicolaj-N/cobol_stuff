      * PALFREMFOERSEL.CPY - ONE PENSION ACCOUNT'S PAL TAX POSITION
      * (PALFREMFOERSEL.TXT), ONE ROW PER ACCOUNT, REWRITTEN BY EVERY
      * YEAR-END RUN OF PALSKATKOERSEL. PF-AAR IS THE INCOME YEAR THE
      * ROW WAS LAST SETTLED FOR - A RERUN IN THE SAME YEAR FINDS IT
      * AND LEAVES THE ACCOUNT ALONE.
      *   PF-NEG-FREMFOERT  NEGATIVE YIELD NOT YET USED, CARRIED INTO
      *                     THE NEXT YEAR AND SET AGAINST ITS YIELD
      *                     BEFORE ANY TAX IS CHARGED
      *   PF-DEPOT-VAERDI   THE MARKET VALUE OF THE DEPOTS SETTLING
      *                     AGAINST THE ACCOUNT AT THE YEAR'S END -
      *                     NEXT YEAR'S OPENING VALUE FOR THE
      *                     REVALUATION
      *   PF-AFKAST         THE YEAR'S YIELD: INTEREST, DIVIDENDS,
      *                     COUPONS AND REVALUATION, MAY BE NEGATIVE
      *   PF-MODREGNET      CARRIED-FORWARD LOSS USED THIS YEAR
      *   PF-GRUNDLAG       WHAT THE TAX WAS CHARGED ON
      *   PF-SATS/PF-SKAT   THE RATE USED AND THE TAX DEBITED
       02  PF-KONTO-ID         PIC X(10) VALUE SPACES.
       02  PF-PENSIONS-TYPE    PIC X(6) VALUE SPACES.
       02  PF-AAR              PIC 9(4) VALUE ZEROES.
       02  PF-NEG-FREMFOERT    PIC 9(11)V99 VALUE ZEROES.
       02  PF-DEPOT-VAERDI     PIC 9(13)V99 VALUE ZEROES.
       02  PF-AFKAST           PIC S9(11)V99 SIGN LEADING SEPARATE
                               VALUE ZEROES.
       02  PF-MODREGNET        PIC 9(11)V99 VALUE ZEROES.
       02  PF-GRUNDLAG         PIC 9(11)V99 VALUE ZEROES.
       02  PF-SATS             PIC 9(2)V99 VALUE ZEROES.
       02  PF-SKAT             PIC 9(9)V99 VALUE ZEROES.
       02  PF-DATO             PIC X(10) VALUE SPACES.

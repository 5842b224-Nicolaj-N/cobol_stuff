      * GARANTIBINDING.CPY - ONE ACCOUNT'S LIVE GUARANTEE AMOUNT
      * (GARANTIBINDING.TXT), REWRITTEN EVERY NIGHT BY GARANTIKOERSEL
      * AFTER EXPIRY: THE SUM OF THE AKTIV AND KRAVET GUARANTEES ON
      * GB-KONTO-ID, CONVERTED TO DKK. THE PROGRAMS THAT WORK OUT AN
      * ACCOUNT'S AVAILABLE AMOUNT (BALANCE PLUS AGREED FACILITY
      * MINUS OPEN HOLDS) TAKE IT OFF THE SAME WAY AS A HOLD, SO A
      * GUARANTEE USES UP CREDIT FOR AS LONG AS IT IS LIVE.
       02  GB-KONTO-ID         PIC X(10) VALUE SPACES.
       02  GB-BELOB            PIC S9(13)V99 SIGN LEADING SEPARATE
                               VALUE ZEROES.

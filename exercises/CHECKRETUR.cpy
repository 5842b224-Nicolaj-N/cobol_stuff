      * CHECKRETUR.CPY - ONE RETURNED CHEQUE IN THE DAY'S RETURN
      * FILE FROM CHEQUE CLEARING (CHECKRETUR.TXT): A CHEQUE WE
      * CREDITED THAT THE DRAWER BANK REFUSED TO PAY (NO FUNDS,
      * STOPPED, SIGNATURE). THE RETURN NAMES OUR ACCOUNT AND THE
      * CHEQUE NUMBER, SO CHECKRETURKOERSEL CAN PAIR IT WITH THE ROW
      * ON CHECKINDSAETTELSER.TXT; THE AMOUNT IS CARRIED AS A CHECK
      * AGAINST PAIRING THE WRONG CHEQUE.
       02  CQ-KONTO-ID         PIC X(10) VALUE SPACES.
       02  CQ-CHECK-NR         PIC X(12) VALUE SPACES.
       02  CQ-BELOB            PIC 9(9)V99 VALUE ZEROES.
       02  CQ-AARSAG           PIC X(40) VALUE SPACES.

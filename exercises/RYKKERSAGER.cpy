      * POSTS THE LEGALLY ALLOWED REMINDER FEE AND WRITES THE
      * LETTER THROUGH THE TEKSTKATALOG.TXT CATALOG. A CLOSED CASE
      * STAYS ON FILE - SAME KEEP-THE-TRACE PRINCIPLE AS EVERYWHERE
      * ELSE. A CASE BROUGHT BACK INSIDE THE LIMIT BY A WRITE-OFF
      * (AFSKRIVNINGER.CPY) CLOSES AS AFSKREVET INSTEAD, AND ONLY
      * BECOMES AFSLUTTET ONCE THE CLAIM IS RECOVERED IN FULL - THE
      * DEBT IS STILL OWED, SO RKIKOERSEL KEEPS THE REGISTRATION.
      * SEE RYKKERKOERSEL.COB.
       02  RY-KONTO-ID         PIC X(10) VALUE SPACES.
       02  RY-FOERSTE-DATO     PIC X(10) VALUE SPACES.
       02  RY-TRIN             PIC 9 VALUE ZEROES.

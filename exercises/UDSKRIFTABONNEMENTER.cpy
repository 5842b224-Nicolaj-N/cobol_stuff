      * UDSKRIFTABONNEMENTER.CPY - ONE ELECTRONIC-STATEMENT
      * SUBSCRIPTION ON THE SUBSCRIPTION REGISTER
      * (UDSKRIFTABONNEMENTER.TXT), ONE AKTIV ROW PER KONTO-ID. A
      * BUSINESS CUSTOMER'S ACCOUNTING SYSTEM TAKES THE DAILY
      * STATEMENT AS A FILE INSTEAD OF (OR AS WELL AS) THE PAPER ONE:
      *   UA-FORMAT          CAMT053 - ISO 20022 BANK-TO-CUSTOMER
      *                                STATEMENT (XML)
      *                      MT940   - THE SWIFT TEXT FORMAT FOR
      *                                CUSTOMERS ON OLDER SYSTEMS
      *   UA-LEVERING        SFTP    - PUT ON THE CUSTOMER'S SFTP
      *                                DROP, UA-MODTAGER THE USER
      *                      EBICS   - FETCHED OVER EBICS,
      *                                UA-MODTAGER THE PARTNER ID
      *                      NETBANK - LEFT IN THE BUSINESS NETBANK
      *                                ARCHIVE FOR DOWNLOAD
      * ONLY AN ACCOUNT OWNED BY A CUSTOMER ON THE CORPORATE
      * REGISTER (VIRKSOMHEDER.CPY) CAN SUBSCRIBE. UA-STATUS IS AKTIV
      * OR OPHOERT - A CLOSED SUBSCRIPTION STAYS ON FILE, SAME
      * KEEP-THE-TRACE PRINCIPLE AS THE FIK CREDITOR REGISTER; A
      * CHANGE OF FORMAT OR DELIVERY IS A CLOSE AND A NEW ROW. SEE
      * UDSKRIFTABONNEMENTVEDLIGEHOLD.COB AND ELEKTRONISKUDSKRIFT.COB.
       02  UA-KONTO-ID         PIC X(10) VALUE SPACES.
       02  UA-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  UA-FORMAT           PIC X(7) VALUE SPACES.
       02  UA-LEVERING         PIC X(8) VALUE SPACES.
       02  UA-MODTAGER         PIC X(40) VALUE SPACES.
       02  UA-STATUS           PIC X(10) VALUE "AKTIV".
       02  UA-OPRETTET-AF      PIC X(3) VALUE SPACES.
       02  UA-OPRETTET-DATO    PIC X(10) VALUE SPACES.

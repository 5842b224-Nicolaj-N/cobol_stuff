      * CASHPOOLS.CPY - ONE VERSION OF A CORPORATE CASH POOL ON THE
      * CASH-POOL REGISTER (CASHPOOLS.TXT), KEYED BY CP-POOL-ID.
      * THE POOL IS ONE TOP ACCOUNT (CP-TOP-KONTO-ID) AND UP TO 20
      * PARTICIPANT ACCOUNTS, EACH SWEPT EVERY BANKING NIGHT TO ITS
      * TARGET BALANCE BY CASHPOOLKOERSEL.COB:
      *   CP-D-MAAL-TYPE     NUL  - ZERO-BALANCING, THE WHOLE BALANCE
      *                             GOES TO (OR IS COVERED FROM) THE
      *                             TOP ACCOUNT
      *                      GULV - THE PARTICIPANT KEEPS THE FIXED
      *                             FLOOR IN CP-D-MAAL-SALDO
      * CP-KUNDE-ID IS THE GROUP TREASURER'S CUSTOMER - THE HOLDER OF
      * THE TOP ACCOUNT, WHO GETS THE DAILY POOL STATEMENT.
      * CP-SATS-INDLAAN/-UDLAAN ARE THE ANNUAL INTERCOMPANY RATES THE
      * POOL PAYS A PARTICIPANT WITH A CLAIM ON IT AND CHARGES ONE
      * THAT HAS BORROWED FROM IT - SEE CASHPOOLMELLEMREGNING.CPY.
      * EVERY CHANGE IS A NEW VERSION: KEYED BY ONE OPERATOR AS
      * VENTER IN CASHPOOLVEDLIGEHOLD.COB, IT TAKES A SECOND
      * OPERATOR TO MAKE IT AKTIV (OR AFVIST) - SAME MAKER/CHECKER
      * RULE AS VIRKSOMHEDER.CPY. APPROVAL TURNS THE VERSION IT
      * REPLACES ERSTATTET; A CLOSED POOL'S LAST VERSION IS OPHOERT.
      * THE SWEEP READS THE ONE AKTIV ROW PER POOL. ROWS ARE NEVER
      * DELETED.
       02  CP-POOL-ID          PIC X(10) VALUE SPACES.
       02  CP-NAVN             PIC X(40) VALUE SPACES.
       02  CP-KUNDE-ID         PIC X(10) VALUE SPACES.
       02  CP-TOP-KONTO-ID     PIC X(10) VALUE SPACES.
       02  CP-SATS-INDLAAN     PIC 9(3)V99 VALUE ZEROES.
       02  CP-SATS-UDLAAN      PIC 9(3)V99 VALUE ZEROES.
       02  CP-ANTAL-DELTAGERE  PIC 9(2) VALUE ZEROES.
       02  CP-DELTAGER OCCURS 20 TIMES.
           03  CP-D-KONTO-ID   PIC X(10) VALUE SPACES.
           03  CP-D-MAAL-TYPE  PIC X(4) VALUE SPACES.
           03  CP-D-MAAL-SALDO PIC 9(11)V99 VALUE ZEROES.
       02  CP-AENDRING         PIC X(6) VALUE SPACES.
       02  CP-STATUS           PIC X(10) VALUE "VENTER".
       02  CP-INDTASTET-AF     PIC X(3) VALUE SPACES.
       02  CP-INDTASTET-TID    PIC X(19) VALUE SPACES.
       02  CP-GODKENDT-AF      PIC X(3) VALUE SPACES.
       02  CP-GODKENDT-DATO    PIC X(10) VALUE SPACES.

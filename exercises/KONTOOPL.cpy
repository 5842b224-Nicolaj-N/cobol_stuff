       02  MEDINDEHAVER OCCURS 2 TIMES.
           03  MI-KUNDE-ID     PIC X(10) VALUE SPACES.
           03  MI-ROLLE        PIC X(7) VALUE SPACES.
      * AKTIV, LUKKET, BOET, HVILEN OR INSOLV (HVILEN IS DORMANT -
      * "HVILENDE" CUT TO THE FIELD'S SIX BYTES; NO MOVEMENT PAST
      * THE STATUTORY THRESHOLD, SEE HVILENDEKONTOKONTROL.COB. BOTH
      * INTEREST ACCRUAL AND FEE ASSESSMENT LEAVE HVILEN ACCOUNTS
      * ALONE, SO NO SYNTHETIC ACTIVITY EVER WAKES ONE UP).
      * BOET MEANS ESTATE - THE HOLDER IS DECEASED, SEE
      * CPRSTATUSKOERSEL.COB; FEE ASSESSMENT IS SUPPRESSED FOR BOET
      * ACCOUNTS IN GEBYRBEREGNING'S VURDER-KONTO). INSOLV MEANS
      * THE PRIMARY HOLDER IS UNDER A BANKRUPTCY OR RESTRUCTURING
      * DECREE - THE ACCOUNT IS FROZEN AND ONLY TRUSTEE-AUTHORISED
      * DEBITS POST, SEE INSOLVENSSAGER.CPY. ADDED AFTER
      * MEDINDEHAVER FOR THE SAME REASON THE OTHER TRAILING FIELDS
      * WERE - OLDER KONTOOPT.TXT ROWS WITHOUT IT STILL LINE UP AND
      * DEFAULT TO AKTIV.
      * ALDERSOPSPARING WHOSE YEAR-TO-DATE DEPOSITS ARE TRACKED AND
      * CAPPED AT THE STATUTORY ANNUAL CEILING IN
      * TRANSAKTIONERKONTROL, WITH THE YEAR-END CAP-USAGE EXTRACT
      * PER CPR FROM PENSIONINDBERETNING.COB. "RATE" MAKES IT A
      * RATEPENSION, WHICH HAS NO DEPOSIT CEILING HERE. EITHER TYPE
      * PAYS PAL TAX ON ITS YEAR'S YIELD - SEE PALSKATKOERSEL.COB -
      * AND IS PAID OUT UNDER THE AGE AND AFGIFT RULES IN
      * PENSIONSUDBETALINGER.CPY.
      * TRAILING FIELD, BLANK ON EVERY OLDER ROW MEANS AN ORDINARY
      * ACCOUNT.
       02  PENSIONS-TYPE       PIC X(6) VALUE SPACES.
      * STATEMENT CYCLE - BLANK/"ALTID" PRINTS EVERY RUN AS ALWAYS;
      * "MAANED" ONLY ON THE MONTH'S LAST BANKING DAY, "KVARTAL"
      * STATEMENT SIMPLY COVERS THE QUARTER'S ARCHIVED ACTIVITY.
      * TRAILING FIELD, SAME RULE AS EVERY LATE ADDITION.
       02  UDSKRIFT-CYKLUS     PIC X(8) VALUE SPACES.
      * DEPOSITUMKONTO (RENT DEPOSIT) PRODUCT FIELDS - TRAILING, SAME
      * RULE AS EVERY LATE ADDITION. A NON-BLANK DEPOSITUM-UDLEJER
      * MAKES THE ACCOUNT A BLOCKED RENT DEPOSIT: KUNDE-ID IS THE
      * TENANT, WHO OWNS THE MONEY AND GETS THE INTEREST (THE
      * ACCOUNT ACCRUES LIKE ANY OTHER AND REPORTS UNDER THE
      * TENANT'S CPR), DEPOSITUM-UDLEJER THE LANDLORD'S KUNDE-ID AND
      * DEPOSITUM-LEJEMAAL THE LEASE REFERENCE. TRANSAKTIONERKONTROL
      * REJECTS EVERY DEBIT BUT A RELEASE ON DEPOSITUMFRIGIVELSER.TXT
      * (SEE DEPOSITUMFRIGIVELSER.CPY), AND AARSOVERSIGT SENDS THE
      * LANDLORD A COPY OF THE TENANT'S ANNUAL STATEMENT.
       02  DEPOSITUM-UDLEJER   PIC X(10) VALUE SPACES.
       02  DEPOSITUM-LEJEMAAL  PIC X(20) VALUE SPACES.
      * OPSIGELSESKONTO (NOTICE-PERIOD SAVINGS) - TRAILING, SAME RULE
      * AS EVERY LATE ADDITION. 1, 3 OR 6 MAKES THE ACCOUNT A NOTICE
      * ACCOUNT: THE CUSTOMER FILES A WITHDRAWAL NOTICE ON
      * OPSIGELSER.TXT (SEE OPSIGELSER.CPY) THAT MANY MONTHS AHEAD,
      * AND TRANSAKTIONERKONTROL REJECTS ANY DEBIT BEYOND WHAT IS
      * NOTICED AND FALLEN DUE, SAVE ONE CARRYING "UDEN OPSIGELSE"
      * AT THE HEAD OF ITS TEXT, ON WHICH OPSIGELSEKOERSEL CHARGES
      * PENALTY INTEREST. ZERO ON EVERY OLDER ROW MEANS AN ORDINARY
      * ACCOUNT.
       02  OPSIGELSE-MAANEDER  PIC 9(2) VALUE ZEROES.

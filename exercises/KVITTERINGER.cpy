      * KVITTERINGER.CPY - ONE COUNTERPARTY RECEIPT OR REJECT NOTICE
      * FOR AN OUTBOUND FILE (KVITTERINGER.TXT), AS THE TRANSFER
      * GATEWAY DROPS THEM FROM THE CLEARING HOUSE, NETS, THE
      * CORRESPONDENT BANKS, RKI, SKAT, NATIONALBANKEN AND THE CASH
      * CENTER. KV-TYPE IS "KVIT" FOR A RECEIPT AND "AFVIS" FOR A
      * REJECT. KV-ANTAL/KV-SUM ARE THE COUNTERPARTY'S OWN COUNT OF
      * WHAT IT RECEIVED; TRANSKVIT CHECKS THEM AGAINST THE CONTROL
      * TOTALS ON TRANSMISSIONER.CPY. KV-AARSAG IS THE REJECT REASON.
       02  KV-FILNAVN          PIC X(40) VALUE SPACES.
       02  KV-MODPART          PIC X(10) VALUE SPACES.
       02  KV-TYPE             PIC X(5) VALUE SPACES.
       02  KV-ANTAL            PIC 9(9) VALUE ZEROES.
       02  KV-SUM              PIC S9(15)V99 SIGN LEADING SEPARATE
                               VALUE ZEROES.
       02  KV-DATO             PIC X(10) VALUE SPACES.
       02  KV-REFERENCE        PIC X(20) VALUE SPACES.
       02  KV-AARSAG           PIC X(40) VALUE SPACES.

      * INDDRIVELSER.CPY - ONE RECOVERY ON A WRITTEN-OFF CLAIM
      * (INDDRIVELSER.TXT): MONEY THAT CAME IN AFTER THE WRITE-OFF,
      * NAMED BY THE CLAIM'S IV-REFERENCE (= AK-REFERENCE). IV-KILDE
      * SAYS WHERE FROM:
      *   INKASSO   - REMITTANCE FROM THE DEBT COLLECTOR
      *   KONKURSBO - DIVIDEND FROM A BANKRUPTCY ESTATE
      *   DOEDSBO   - PAYMENT FROM A DECEASED DEBTOR'S ESTATE
      *   SKYLDNER  - THE DEBTOR PAYING DIRECT
      * IV-BILAG IS THE SENDER'S OWN REFERENCE (REMITTANCE OR
      * DIVIDEND NOTICE). KEYED AS VENTER IN AFSKRIVNINGVEDLIGEHOLD;
      * AFSKRIV POSTS IT THE NEXT NIGHT AS RECOVERY INCOME ON
      * GLINDDRIVELSE.TXT, ADDS IT TO THE CLAIM'S AK-INDDREVET AND
      * MAKES IT BOGFOERT. ROWS ARE NEVER DELETED.
       02  IV-REFERENCE        PIC X(10) VALUE SPACES.
       02  IV-KILDE            PIC X(10) VALUE SPACES.
       02  IV-BILAG            PIC X(20) VALUE SPACES.
       02  IV-BELOB            PIC 9(9)V99 VALUE ZEROES.
       02  IV-STATUS           PIC X(10) VALUE "VENTER".
       02  IV-INDTASTET-AF     PIC X(3) VALUE SPACES.
       02  IV-INDTASTET-DATO   PIC X(10) VALUE SPACES.
       02  IV-BOGFOERT-DATO    PIC X(10) VALUE SPACES.

      * GDPRINDSIGT.CPY - ONE DATA-SUBJECT ACCESS REQUEST (INDSIGT)
      * ON THE REQUEST LOG (GDPRINDSIGT.TXT), KEYED BY GI-SAGSNR.
      * REGISTERED IN GDPRINDSIGT.COB WITH THE DATE THE REQUEST
      * REACHED THE BANK; GI-FRIST-DATO IS THE STATUTORY ONE-MONTH
      * ANSWER DEADLINE SET AT REGISTRATION, THE SAME WAY
      * KLAGESAGER.CPY CARRIES THE COMPLAINT DEADLINE. A REQUEST
      * LEAVES AABEN ONLY WHEN THE EXTRACT IS PRODUCED: THE
      * FULFILMENT DATE, THE OPERATOR, WHETHER IT WAS INSIDE THE
      * DEADLINE (GI-RETTIDIG) AND WHETHER THE AML AND SANCTIONS
      * SECTIONS WERE WITHHELD (GI-REDIGERET) ARE WRITTEN BACK ON
      * THE ROW. GI-RAPPORT NAMES THE EXTRACT FILE RELEASED.
      * ROWS ARE NEVER DELETED - THE LOG IS THE EVIDENCE.
       02  GI-SAGSNR           PIC X(8) VALUE SPACES.
       02  GI-CPR              PIC X(10) VALUE SPACES.
       02  GI-MODTAGET-DATO    PIC X(10) VALUE SPACES.
       02  GI-FRIST-DATO       PIC X(10) VALUE SPACES.
       02  GI-REGISTRERET-AF   PIC X(3) VALUE SPACES.
       02  GI-STATUS           PIC X(9) VALUE "AABEN".
       02  GI-UDLEVERET-DATO   PIC X(10) VALUE SPACES.
       02  GI-UDLEVERET-AF     PIC X(3) VALUE SPACES.
       02  GI-RETTIDIG         PIC X VALUE SPACE.
       02  GI-REDIGERET        PIC X VALUE SPACE.
       02  GI-ANTAL-KUNDER     PIC 9 VALUE ZEROES.
       02  GI-RAPPORT          PIC X(40) VALUE SPACES.

      * VILKAARSVERSIONER.CPY - ONE VERSION OF ONE TERMS DOCUMENT ON
      * THE VERSION CATALOGUE (VILKAARSVERSIONER.TXT). PER DOCUMENT
      * TYPE AT MOST ONE VERSION IS GAELDENDE - THE ONE A NEW
      * ACCOUNT OR CARD MUST BE ACCEPTED UNDER - AND AT MOST ONE IS
      * VARSLET: ANNOUNCED IN VARSLINGSKOERSEL'S PRE-NOTIFICATION
      * LETTERS BUT NOT YET IN FORCE. REFERENCEGATEWAY TURNS THE
      * VARSLET VERSION GAELDENDE WHEN IT ACTIVATES THE STAGED
      * FEEDS; THE VERSION IT REPLACES BECOMES ERSTATTET.
      * VV-VALUTA LISTS THE CURRENCIES A VARSLET VERSION CHANGES -
      * ONLY HOLDERS OF THOSE WERE WRITTEN TO. ALL BLANK MEANS EVERY
      * CURRENCY. A NEW GAELDENDE VERSION OF ANY DOCUMENT IS
      * REGISTERED IN AFTALEVEDLIGEHOLD.COB UNDER NIVEAU 3.
       02  VV-DOK-TYPE         PIC X(10) VALUE SPACES.
       02  VV-VERSION          PIC X(10) VALUE SPACES.
       02  VV-GYLDIG-FRA       PIC X(10) VALUE SPACES.
       02  VV-STATUS           PIC X(9) VALUE "GAELDENDE".
       02  VV-REGISTRERET-AF   PIC X(3) VALUE SPACES.
       02  VV-REGISTRERET-DATO PIC X(10) VALUE SPACES.
       02  VV-VALUTA           PIC X(3) OCCURS 10 TIMES
                               VALUE SPACES.

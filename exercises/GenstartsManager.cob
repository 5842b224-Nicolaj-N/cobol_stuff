       FD BATCH-AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02  AUDIT-LOG-LINE       PIC X(150).
           02  AUDIT-LOG-LOEBENR    PIC 9(9).
           02  AUDIT-LOG-KSUM       PIC 9(9).
       FD GEN-JOURNAL.
       01 PJOURNAL-REC.
           COPY "POSTERINGSJOURNAL.cpy".
      * JCL STEP, AND THE OUTPUT A HALF-RUN LEAVES PARTIAL. KEPT IN
      * STEP ORDER SO "RESUME FROM" IS A TABLE WALK, NOT A GUESS.
       01  KAEDE-TABEL.
           02 FILLER PIC X(84) VALUE
              "FEEDKTRL   STEP00F -                                 -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "BACKUP     STEP000 -                                 -   
      -        "                           ".
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "ADRSYNC    STEP003 AdresseSyncAfvigelser.txt         -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "STRAKSNAT  STEP004 StraksDagsAfvisninger.txt         Stra
      -        "ksNatJournal.txt           ".
           02 FILLER PIC X(84) VALUE
              "REGNRMIG   STEP00R RegnrMigrering.txt                -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "TRANSKNTRL STEP005 KontoAktivitet.txt                -   
           02 FILLER PIC X(84) VALUE
              "RENTETILSK STEP010 RenteAfvigelser.txt               Rent
      -        "eJournal.txt               ".
           02 FILLER PIC X(84) VALUE
              "GARANTI    STEP012 GarantiEventualforpligtelser.txt  Gara
      -        "ntiJournal.txt             ".
           02 FILLER PIC X(84) VALUE
              "BOKS       STEP013 BoksRykkere.txt                   -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "INDLAAN    STEP015 IndlaanUdloeb.txt                 -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "BOERNE     STEP017 BoerneFrigivelser.txt             -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "KREDITKORT STEP018 KreditkortUdtog.txt               Kred
      -        "itkortJournal.txt          ".
           02 FILLER PIC X(84) VALUE
              "GEBYRBEREG STEP020 GebyrAfvigelser.txt               Geby
      -        "rJournal.txt               ".
           02 FILLER PIC X(84) VALUE
              "STAAORDRE  STEP022 -                                 -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "FREMTBET   STEP02B FremtBetBreve.txt                 Frem
      -        "tBetJournal.txt            ".
           02 FILLER PIC X(84) VALUE
              "BUDGET     STEP02H BudgetRevision.txt                Budg
      -        "etJournal.txt              ".
           02 FILLER PIC X(84) VALUE
              "BETALSERV  STEP023 BsAfvisninger.txt                 -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "CLEARRETUR STEP024 ClearingReturAfvigelser.txt       -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "CHECKRETUR STEP02R CheckReturBreve.txt               Chec
      -        "kReturJournal.txt          ".
           02 FILLER PIC X(84) VALUE
              "CLEARIND   STEP02I -                                 Clea
      -        "ringIndJournal.txt         ".
           02 FILLER PIC X(84) VALUE
              "BSINDSIG   STEP02D BsIndsigelseUd.txt                BsIn
      -        "dsigelseJournal.txt        ".
           02 FILLER PIC X(84) VALUE
              "KORTAFRG   STEP02C KortAfregningAfvigelser.txt       Kort
      -        "AfregningJournal.txt       ".
           02 FILLER PIC X(84) VALUE
              "KORTINDS   STEP02A KortChargebackUd.txt              Kort
      -        "IndsigelseJournal.txt      ".
           02 FILLER PIC X(84) VALUE
              "DEPOT      STEP02V DepotVaerdier.txt                 Depo
      -        "tJournal.txt               ".
           02 FILLER PIC X(84) VALUE
              "DEPOSIT    STEP02W DepositumAfvigelser.txt           Depo
      -        "situmJournal.txt           ".
           02 FILLER PIC X(84) VALUE
              "AFSKRIV    STEP02M AfskrivningAfvigelser.txt         Afsk
      -        "rivningJournal.txt         ".
           02 FILLER PIC X(84) VALUE
              "PALSKAT    STEP02Q PalSkatAfvigelser.txt             PalS
      -        "katJournal.txt             ".
           02 FILLER PIC X(84) VALUE
              "PENSUDB    STEP02X PensionUdbAfvigelser.txt          Pens
      -        "ionUdbetalingJournal.txt   ".
           02 FILLER PIC X(84) VALUE
              "CASHPOOL   STEP02Z CashPoolOpgoerelse.txt            Cash
      -        "PoolJournal.txt            ".
           02 FILLER PIC X(84) VALUE
              "TRANSKNTRL STEP025 TransaktionerValideret.txt        -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "SPAREOP    STEP02J SpareOpAfvigelser.txt             Spar
      -        "eOpJournal.txt             ".
           02 FILLER PIC X(84) VALUE
              "OPSIGKOER  STEP02O OpsigelseAfvigelser.txt           Opsi
      -        "gelseJournal.txt           ".
           02 FILLER PIC X(84) VALUE
              "TRANSKNTRL STEP02T TransaktionerValideret.txt        -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "AUTSCRN    STEP02S SvindelKoe.txt                    -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "PRESORT    STEP034 PresortOversigt.txt               -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "EUDSKRFT   STEP035 ElektroniskUdskriftLevering.txt   -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "ENGAGEMENT STEP040 -                                 -   
           02 FILLER PIC X(84) VALUE
              "RYKKER     STEP052 -                                 Rykk
      -        "erJournal.txt              ".
           02 FILLER PIC X(84) VALUE
              "INSIDER    STEP05B -                                 -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "AFTKTRL    STEP05C AftaleIkkeVarslet.txt             -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "RKIUDTR    STEP053 RkiUdtraek.txt                    -   
      -        "                           ".
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "SIKKNTRL   STEP055 SikkerhedsRapport.txt             -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "AFDRPLAN   STEP056 Afdragsplaner.txt                 -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "NOSTRO     STEP057 NostroBrud.txt                    -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "AUTOMAT    STEP05A AutomatDifferencer.txt            -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "KONTPROG   STEP058 KontantPrognose.txt               -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "FXREVAL    STEP060 FxResultat.txt                    -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "KORTFORNY  STEP061 KortBestillinger.txt              -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "MFISTAT    STEP062 MfiStatistik.txt                  -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "LEGITKTRL  STEP06B LegitimationBreve.txt             -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "IFRS9ECL   STEP06C GlNedskrivning.txt                -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "RENTEGAP   STEP06D RenteGap.txt                      -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "STOREKSP   STEP06E StorEksponering.txt               -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "KULANCERAP STEP06F KulanceRapport.txt                -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "AFGANGANA  STEP06G AfgangsRisiko.txt                 -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "MIPAKKE    STEP06H MiRapport.txt                     -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "BETSTAT    STEP06I Betalingsstatistik.txt            -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "GEBYROVERS STEP063 GebyrOversigtPapir.txt            -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "PENSIONIND STEP064 PensionIndberetning.txt           -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "CRSINDB    STEP06A CrsIndberetning.txt               -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "AARSCUT    STEP065 -                                 -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "TRANSKVIT  STEP068 TransmissionAfvigelser.txt        -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "KAEDEKTL   STEP069 KaedeBrud.txt                     -   
      -        "                           ".
           02 FILLER PIC X(84) VALUE
              "DASHBOARD  STEP070 MorgenRapport.txt                 -   
      -        "                           ".
       01  KAEDE-TABEL-R REDEFINES KAEDE-TABEL.
           02  KAEDE-ENTRY OCCURS 88 TIMES.
               03  KT-PROGRAM       PIC X(10).
               03  FILLER           PIC X.
               03  KT-STEP          PIC X(7).
               03  KT-OUTPUT        PIC X(34).
               03  KT-JOURNAL       PIC X(30).
               03  FILLER           PIC X(1).
       01  KT-SET-AR OCCURS 88 TIMES PIC X VALUE "N".
       01  WS-KT-IX                 PIC 99 VALUE ZEROES.
       01  WS-FEJL-IX               PIC 99 VALUE ZEROES.
       01  WS-SCAN-POS              PIC 9(3) VALUE ZEROES.
           END-IF.

       TOLK-AUDIT-LINJE.
           PERFORM VARYING WS-KT-IX FROM 1 BY 1 UNTIL WS-KT-IX > 88
               IF AUDIT-LOG-LINE(1:10) = KT-PROGRAM(WS-KT-IX)
                   PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                           UNTIL WS-SCAN-POS > 100
      * AT LEAST ONE THAT HAS - THAT IS WHERE THE CHAIN STOPPED.
       FIND-FEJLET-STEP.
           MOVE ZEROES TO WS-FEJL-IX
           PERFORM VARYING WS-KT-IX FROM 1 BY 1 UNTIL WS-KT-IX > 88
               IF KT-SET-AR(WS-KT-IX) = "N"
                   AND WS-FEJL-IX = ZEROES
                   AND WS-KT-IX > 1
      * EVERY POSTING JOURNAL ON THE CHAIN TABLE - A RUN-ID WITH
      * START AND NO SLUT MEANS COMPENSATION BEFORE ANY RERUN.
       KONTROLLER-JOURNALER.
           PERFORM VARYING WS-KT-IX FROM 1 BY 1 UNTIL WS-KT-IX > 88
               IF KT-JOURNAL(WS-KT-IX)(1:1) NOT = "-"
                   AND KT-JOURNAL(WS-KT-IX)(1:1) NOT = SPACE
                   MOVE KT-JOURNAL(WS-KT-IX) TO WS-JOURNAL-NAVN

      *         eneste kort er spærret; Opgave10 beriger fraud-       *
      *         worklisten med de kort der hører til den udpegede     *
      *         konto - efterforskning begynder altid med "hvilket    *
      *         kort". OpgaveKortFornyelse fornyer kort der er ved    *
      *         at udløbe og skifter dem på skiftedatoen.             *
      *****************************************************************
           02 KORT-ID              PIC X(16) VALUE SPACES.
           02 KORT-KONTO-ID        PIC X(10) VALUE SPACES.
               88 KORT-AKTIVT              VALUE "A".
               88 KORT-BLOKERET            VALUE "B".
               88 KORT-MISTET              VALUE "M".
      *        Fornyelse: et bestilt kort er endnu ikke aktivt; på
      *        skiftedatoen aktiveres det og det gamle lukkes. Et
      *        kort der ikke fornyes, udløber.
               88 KORT-BESTILT             VALUE "N".
               88 KORT-LUKKET              VALUE "L".
               88 KORT-UDLOEBET            VALUE "U".
      *    Forbrugsgraenser pr. kort - nul betyder ingen graense.
      *    Vedligeholdes af OpgaveKortGraenser ("S"-transaktionen),
      *    der ogsaa haandhaever graenserne mod dagens kortkoeb og
      *    faar risikoafdelingens standardlofter.
           02 KORT-DAGS-GRAENSE    PIC 9(7)V99 VALUE ZEROS.
           02 KORT-MDR-GRAENSE     PIC 9(7)V99 VALUE ZEROS.
      *    Udløb "ÅÅÅÅ-MM" som trykt på kortet - gyldigt til og med
      *    udgangen af måneden; blank for bestående kort uden
      *    registreret udløb, som fornyelsen springer over, indtil
      *    udløbet er registreret med OpgaveKortGraenser's "U"-
      *    transaktion (blank generation regnes som første).
      *    KORT-GENERATION tælles op for hvert fornyet kort. Et
      *    fornyet kort bærer skiftedatoen (første dag i det gamle
      *    korts udløbsmåned) og id'et på det kort det erstatter.
           02 KORT-UDLOEB          PIC X(07) VALUE SPACES.
           02 KORT-GENERATION      PIC 9(02) VALUE 1.
           02 KORT-SKIFTEDATO      PIC X(10) VALUE SPACES.
           02 KORT-ERSTATTER-ID    PIC X(16) VALUE SPACES.

      *****************************************************************
      * TRYKSORTOPL.cpy                                               *
      * Formål: Rekordlayout for OpgaveTrykSamlings sorteringsled -   *
      *         én record pr. trykt linje fra dagens papirfiler, med  *
      *         kuvertnøglen foran: indland før udland, POSTNR (for   *
      *         portorabatten), adresse og modtager (husstand eller   *
      *         kunde), derefter dokumentets løbenummer og linjens    *
      *         nummer i dokumentet, så SORT samler husstandens       *
      *         breve i én kuvert og bevarer hvert brevs rækkefølge.  *
      *****************************************************************
           02 TS-NOEGLE.
      *        "1" = dansk adresse, "2" = udlandet (intet portorabat)
               03 TS-LAND-GRP      PIC X(01) VALUE SPACES.
               03 TS-POSTNR        PIC X(04) VALUE SPACES.
               03 TS-ADRESSE       PIC X(45) VALUE SPACES.
      *        "H" + husstands-id, eller "K" + KUNDE-ID for en kunde
      *        uden husstand
               03 TS-MODTAGER      PIC X(11) VALUE SPACES.
               03 TS-DOK-NR        PIC 9(07) VALUE ZEROS.
               03 TS-LINJE-NR      PIC 9(05) VALUE ZEROS.
           02 TS-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 TS-DOKTYPE           PIC X(15) VALUE SPACES.
           02 TS-TEKST             PIC X(132) VALUE SPACES.

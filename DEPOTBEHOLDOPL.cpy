      *****************************************************************
      * DEPOTBEHOLDOPL.cpy                                            *
      * Formål: Rekordlayout for DepotBeholdninger.txt - én post pr.  *
      *         depot og fondskode (ISIN) med antal stk. og           *
      *         anskaffelsesværdi i DKK. OpgaveDepot opdaterer        *
      *         beholdningen dagligt fra partnerens handels- og       *
      *         hændelsesfiler og værdiansætter den efter             *
      *         DepotKurser.txt; seneste kurs, kursdato og            *
      *         kursværdien i DKK står på posten, så udskrifter og    *
      *         oversigter ikke skal kursberegne igen.                *
      *****************************************************************
           02 DB-DEPOT-ID          PIC X(10) VALUE SPACES.
           02 DB-ISIN              PIC X(12) VALUE SPACES.
           02 DB-ANTAL             PIC 9(9)V9(4) VALUE ZEROS.
           02 DB-ANSKAFFELSE       PIC 9(11)V99 VALUE ZEROS.
      *    Seneste værdiansættelse - kursen i papirets valuta
           02 DB-KURS              PIC 9(7)V9(4) VALUE ZEROS.
           02 DB-VALUTA            PIC X(03) VALUE SPACES.
           02 DB-KURS-DATO         PIC X(10) VALUE SPACES.
           02 DB-KURSVAERDI        PIC 9(11)V99 VALUE ZEROS.

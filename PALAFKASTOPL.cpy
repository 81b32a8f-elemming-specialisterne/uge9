      *****************************************************************
      * PALAFKASTOPL.cpy                                              *
      * Formål: Rekordlayout for PalAfkast.txt - det øvrige PAL-      *
      *         pligtige afkast pr. pensionskonto og år ud over de    *
      *         tilskrevne renter i RenteJournal.txt (kursgevinster   *
      *         og -tab, udbytter m.v. på pensionsmidlerne), leveret  *
      *         af formueforvaltningen til årsafslutningen. Beløbet   *
      *         bærer fortegn - et negativt afkast er et tab. Flere   *
      *         records for samme konto og år lægges sammen.          *
      *****************************************************************
           02 PA-KONTO-ID          PIC X(10) VALUE SPACES.
           02 PA-AAR               PIC 9(04) VALUE ZEROS.
           02 PA-AFKAST            PIC S9(9)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 PA-TEKST             PIC X(30) VALUE SPACES.

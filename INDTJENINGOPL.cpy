      *****************************************************************
      * INDTJENINGOPL.cpy                                             *
      * Formål: Rekordlayout for IndtjeningJournal.txt - den          *
      *         akkumulerende journal (OPEN EXTEND på tværs af        *
      *         kørsler, som RenteJournal.txt) over indtjening pr.    *
      *         kunde, der ikke står i nogen anden journal: valuta-   *
      *         marginen på en veksling (OpgaveFxVeksling, i DKK) og  *
      *         den månedlige garantiprovision (OpgaveGaranti-        *
      *         Provision, i garantiens valuta) og den årlige         *
      *         boksleje (OpgaveBoksLeje, i DKK). OpgaveKunde-        *
      *         Rentabilitet ruller journalen op pr. kunde sammen     *
      *         med rente-, trækrente-, låne- og gebyrjournalerne.    *
      *****************************************************************
           02 IJ-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 IJ-KONTO-ID          PIC X(10) VALUE SPACES.
           02 IJ-DATO              PIC X(10) VALUE SPACES.
           02 IJ-TYPE              PIC X(12) VALUE SPACES.
               88 IJ-FX-MARGIN             VALUE "FXMARGIN".
               88 IJ-GARANTIPROVISION      VALUE "GARANTIPROV".
               88 IJ-BOKSLEJE              VALUE "BOKSLEJE".
           02 IJ-BELOB             PIC S9(9)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 IJ-VALUTA            PIC X(03) VALUE SPACES.
           02 IJ-TRANS-REF         PIC X(16) VALUE SPACES.

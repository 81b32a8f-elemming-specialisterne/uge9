      *****************************************************************
      * LAANJOURNALOPL.cpy                                            *
      * Formål: Rekordlayout for LaanJournal.txt - den akkumulerende  *
      *         lånejournal (OPEN EXTEND på tværs af kørsler, som     *
      *         RenteJournal.txt): én record pr. bevægelse på et lån, *
      *         med dato, type, bevægelsen på restgælden, renten og   *
      *         eventuelt gebyr. Udbetaling skrives af                *
      *         OpgaveLaanAnsoegning, ydelser og kapitaliserede       *
      *         restancer af OpgaveLaanOpkraevning og ekstra-         *
      *         ordinære afdrag af OpgaveLaanIndfrielse og tabs-      *
      *         afskrivninger af OpgaveAfskrivning. LJ-BELOB er       *
      *         altid positiv; typen afgør om restgælden gik op       *
      *         (udbetaling, kapitalisering) eller ned (afdrag,       *
      *         afskrivning).                                         *
      *         OpgaveLaanAarsopgoerelse ruller journalen op pr. lån  *
      *         til låntagernes årsopgørelse.                         *
      *****************************************************************
           02 LJ-LAAN-ID           PIC X(10) VALUE SPACES.
           02 LJ-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 LJ-DATO              PIC X(10) VALUE SPACES.
           02 LJ-TYPE              PIC X(12) VALUE SPACES.
               88 LJ-UDBETALING            VALUE "UDBETALING".
               88 LJ-YDELSE                VALUE "YDELSE".
               88 LJ-EKSTRAAFDRAG          VALUE "EKSTRAAFDRAG".
               88 LJ-KAPITALISERING        VALUE "KAPITAL".
               88 LJ-GEBYR-POST            VALUE "GEBYR".
               88 LJ-AFSKRIVNING           VALUE "AFSKRIVNING".
           02 LJ-BELOB             PIC 9(9)V99 VALUE ZEROS.
           02 LJ-RENTE             PIC 9(7)V99 VALUE ZEROS.
           02 LJ-GEBYR             PIC 9(7)V99 VALUE ZEROS.
           02 LJ-TRANS-REF         PIC X(16) VALUE SPACES.

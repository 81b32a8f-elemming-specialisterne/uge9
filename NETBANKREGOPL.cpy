      *****************************************************************
      * NETBANKREGOPL.cpy                                             *
      * Formål: Rekordlayout for NetbankOprettelser.txt - den         *
      *         voksende log (OPEN EXTEND på tværs af kørsler) over   *
      *         alle behandlede netbankansøgninger: de tildelte       *
      *         kunde- og konto-id'er for en oprettet ansøgning, og   *
      *         årsagskoden for en afvist. Bruges til dublettjek på   *
      *         ansøgnings-id og CPR, og til at tildele det næste     *
      *         løbenummer i id-serien.                               *
      *****************************************************************
           02 NR-ANSOEGNING-ID     PIC X(12) VALUE SPACES.
           02 NR-DATO              PIC X(10) VALUE SPACES.
           02 NR-CPR               PIC X(11) VALUE SPACES.
           02 NR-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 NR-KONTO-ID          PIC X(10) VALUE SPACES.
           02 NR-KONTONUMMER       PIC X(20) VALUE SPACES.
           02 NR-STATUS            PIC X(01) VALUE SPACES.
               88 NR-OPRETTET               VALUE "O".
               88 NR-AFVIST                 VALUE "A".
           02 NR-AARSAG-KODE       PIC X(02) VALUE SPACES.

      *****************************************************************
      * BETSCRDISPOPL.cpy                                             *
      * Formål: Rekordlayout for BetalingsScreeningDisp.txt -         *
      *         compliance-teamets afgørelse pr. tilbageholdt         *
      *         betaling i BetalingsScreening.txt (nøgle kilde +      *
      *         KONTO-ID + TIDSPUNKT): frigivet (betalingen           *
      *         gennemføres i næste clearingkørsel) eller afvist      *
      *         (beløbet parkeres i interimsregistret).               *
      *****************************************************************
           02 SKD-KILDE            PIC X(01) VALUE SPACES.
           02 SKD-KONTO-ID         PIC X(10) VALUE SPACES.
           02 SKD-TIDSPUNKT        PIC X(19) VALUE SPACES.
           02 SKD-KODE             PIC X(01) VALUE SPACES.
               88 SKD-FRIGIV               VALUE "F".
               88 SKD-AFVIS                VALUE "A".

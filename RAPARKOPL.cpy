      *****************************************************************
      * RAPARKOPL.cpy                                                 *
      * Formål: Rekordlayout for RapportArkiv.txt - registret over    *
      *         de rapportfiler OpgaveRapportFordeling har arkiveret: *
      *         afdelingspakkerne og de daterede rapporter, hver med  *
      *         den dato filen kan slettes (dannelsesdato plus        *
      *         opbevaringstiden - for en pakke den længste af de     *
      *         medtagne rapporters). Kørslen sletter filer hvis      *
      *         slettedato er passeret og fjerner dem fra registret.  *
      *****************************************************************
           02 RA-FILNAVN           PIC X(50) VALUE SPACES.
      *    P = afdelingspakke, R = dateret rapport
           02 RA-TYPE              PIC X(01) VALUE "P".
           02 RA-AFDELING          PIC X(10) VALUE SPACES.
           02 RA-DATO              PIC 9(08) VALUE ZEROS.
           02 RA-SLET-DATO         PIC 9(08) VALUE ZEROS.

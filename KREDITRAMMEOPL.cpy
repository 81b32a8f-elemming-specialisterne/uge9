      * Formål: Rekordlayout for Kreditrammer.txt - registret over    *
      *         bevilgede kreditfaciliteter pr. konto: bevilget       *
      *         beløb, aktuel udnyttelse, udløbsdato og næste         *
      *         review-dato. En facilitet udnyttes ved at saldoen     *
      *         (BALANCE i KONTOOPL.cpy) går negativ; posterings-     *
      *         motoren fører KR-UDNYTTET med som spejl af debet-     *
      *         saldoen (nul når saldoen er positiv), så registret    *
      *         altid viser den aktuelle udnyttelse.                  *
      *         Opgave12 og OpgaveOvertraek springer konti over der   *
      *         er inden for en uudløbet ramme - udnyttelse forbi     *
      *         rammen eller efter udløb eskalerer som hidtil.        *
      *         OpgaveTraekRente beregner trækrente af KR-UDNYTTET:   *
      *         rammesats op til KR-BELOB, overtrækssats derover.     *
      *****************************************************************
           02 KR-KONTO-ID          PIC X(10) VALUE SPACES.
           02 KR-BELOB             PIC 9(9)V99 VALUE ZEROS.

      *****************************************************************
      * PALTABOPL.cpy                                                 *
      * Formål: Rekordlayout for PalTab.txt - registret over          *
      *         pensionskontiernes PAL-status: det negative afkast    *
      *         der fremføres til modregning i senere års positive    *
      *         afkast, og det seneste år OpgavePAL har afregnet      *
      *         kontoen for. Året spærrer for at samme år afregnes    *
      *         to gange, hvis årskørslen genstartes. OpgavePAL       *
      *         skriver registret som PalTab.NY.                      *
      *****************************************************************
           02 PT-KONTO-ID          PIC X(10) VALUE SPACES.
           02 PT-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 PT-TAB-FREMFOERT     PIC 9(9)V99 VALUE ZEROS.
           02 PT-SENEST-AAR        PIC 9(04) VALUE ZEROS.

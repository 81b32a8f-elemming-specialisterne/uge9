      *****************************************************************
      * ATMMASKINEOPL.cpy                                             *
      * Formål: Rekordlayout for ATMMaskiner.txt - registret over     *
      *         bankens pengeautomater til kontantprognosen: det      *
      *         depot hos værdibefordreren der forsyner maskinen,     *
      *         ugedagene værdibefordreren betjener den (mandag til   *
      *         søndag, "J"/"N"), kassetternes samlede kapacitet og   *
      *         sikkerhedstillægget i procent oven på prognosen. Ved  *
      *         hvert servicebesøg skiftes kassetterne, så ordren     *
      *         skal dække behovet frem til næste besøg.              *
      *****************************************************************
           02 AM-MASKINE-ID        PIC X(10) VALUE SPACES.
           02 AM-DEPOT             PIC X(08) VALUE SPACES.
           02 AM-SERVICEDAGE       PIC X(07) VALUE "JNJNJNN".
           02 AM-KAPACITET         PIC 9(07) VALUE ZEROS.
           02 AM-SIKKERHED-PCT     PIC 9(03) VALUE 20.
           02 AM-STATUS            PIC X(01) VALUE "A".
               88 AM-AKTIV                 VALUE "A".
               88 AM-UDE-AF-DRIFT          VALUE "U".

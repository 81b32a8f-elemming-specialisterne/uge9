      *****************************************************************
      * DEPOTVAERDIOPL.cpy                                            *
      * Formål: Rekordlayout for DepotVaerdi.txt - dagens             *
      *         depotværdi i DKK pr. depot, dannet af OpgaveDepot     *
      *         efter værdiansættelsen. Filen dannes forfra hver      *
      *         dag og læses af formueoversigten (Opgave16),          *
      *         husstandsoversigten og engagementsmappen, så de       *
      *         ikke selv skal kende beholdninger og kurser.          *
      *****************************************************************
           02 DV-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 DV-DEPOT-ID          PIC X(10) VALUE SPACES.
           02 DV-KONTO-ID          PIC X(10) VALUE SPACES.
           02 DV-DATO              PIC X(10) VALUE SPACES.
           02 DV-VAERDI            PIC 9(11)V99 VALUE ZEROS.
           02 DV-ANSKAFFELSE       PIC 9(11)V99 VALUE ZEROS.

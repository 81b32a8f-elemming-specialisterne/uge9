      *         sat af OpgaveLaanPlan) og den tilknyttede betalings-  *
      *         konto ydelsen trækkes på. LAAN-RESTANCER tæller       *
      *         terminer der ikke kunne rejses - porteføljerapporten  *
      *         flager lån i restance. Lån oprettes ved bogføring af  *
      *         en godkendt ansøgning i OpgaveLaanAnsoegning.         *
      *         Et variabelt forrentet lån (LAAN-RENTETYPE "V") har   *
      *         rente = referencerente + LAAN-MARGIN og tilpasses     *
      *         hver LAAN-RESET-MDR måned af OpgaveLaanRenteReset på  *
      *         LAAN-NAESTE-RESET. Blank rentetype er fast rente.     *
      *         LAAN-STATUS "M" er et misligholdt lån: opsagt af      *
      *         OpgaveLaanRykker efter tredje restance, hele          *
      *         restgælden forfalden og overdraget til inkasso - der  *
      *         rejses ikke flere ydelser på det. LAAN-STATUS "X"     *
      *         er et afskrevet lån: restgælden er afskrevet som tab  *
      *         af OpgaveAfskrivning og står på nul.                  *
      *****************************************************************
           02 LAAN-ID              PIC X(10) VALUE SPACES.
           02 LAAN-KUNDE-ID        PIC X(10) VALUE SPACES.
           02 LAAN-LOEBETID-MDR    PIC 9(3) VALUE ZEROS.
           02 LAAN-YDELSE          PIC 9(7)V99 VALUE ZEROS.
           02 LAAN-RESTANCER       PIC 9(3) VALUE ZEROS.
           02 LAAN-RENTETYPE       PIC X(01) VALUE "F".
               88 LAAN-FAST-RENTE          VALUE "F" " ".
               88 LAAN-VARIABEL-RENTE      VALUE "V".
           02 LAAN-REFERENCE       PIC X(10) VALUE SPACES.
           02 LAAN-MARGIN          PIC 9(2)V9999 VALUE ZEROS.
           02 LAAN-RESET-MDR       PIC 9(2) VALUE ZEROS.
           02 LAAN-NAESTE-RESET    PIC X(10) VALUE SPACES.
           02 LAAN-STATUS          PIC X(01) VALUE SPACE.
               88 LAAN-I-ORDEN             VALUE " " "A".
               88 LAAN-MISLIGHOLDT         VALUE "M".
               88 LAAN-AFSKREVET           VALUE "X".
           02 LAAN-OPSAGT-DATO     PIC X(10) VALUE SPACES.

      *****************************************************************
      * KORTBESTILOPL.cpy                                             *
      * Formål: Rekordlayout for KortBestilling.txt - fornyelses-     *
      *         ordren til kortproducenten, dannet af den månedlige   *
      *         OpgaveKortFornyelse. Én record pr. kort der skal      *
      *         produceres og sendes til kortholderen, med prægenavn, *
      *         forsendelsesadresse, udløb og skiftedato. KB-LEVERING *
      *         "F" sender kortet til filialen i stedet for kunden,   *
      *         når kundens adresse er meldt ugyldig.                 *
      *****************************************************************
           02 KB-KORT-ID           PIC X(16) VALUE SPACES.
           02 KB-GL-KORT-ID        PIC X(16) VALUE SPACES.
           02 KB-KONTO-ID          PIC X(10) VALUE SPACES.
           02 KB-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 KB-NAVN              PIC X(41) VALUE SPACES.
           02 KB-VEJNAVN           PIC X(30) VALUE SPACES.
           02 KB-HUSNR             PIC X(05) VALUE SPACES.
           02 KB-ETAGE             PIC X(05) VALUE SPACES.
           02 KB-SIDE              PIC X(05) VALUE SPACES.
           02 KB-POSTNR            PIC X(04) VALUE SPACES.
           02 KB-BY                PIC X(20) VALUE SPACES.
           02 KB-LANDE-KODE        PIC X(02) VALUE SPACES.
           02 KB-UDLOEB            PIC X(07) VALUE SPACES.
           02 KB-GENERATION        PIC 9(02) VALUE ZEROS.
           02 KB-SKIFTEDATO        PIC X(10) VALUE SPACES.
           02 KB-LEVERING          PIC X(01) VALUE "K".
               88 KB-TIL-KUNDEN            VALUE "K".
               88 KB-TIL-FILIALEN          VALUE "F".
           02 KB-BESTILT-DATO      PIC X(10) VALUE SPACES.

      *****************************************************************
      * AFSTEMKTRLOPL.cpy                                             *
      * Formål: Rekordlayout for AfstemKontrol.txt - hvilke hoved-    *
      *         bogskonti der er kontrolkonti for hvilket delregister *
      *         (kontosaldi i KontoOpl, restgæld i Laan, åbne poster  *
      *         i Interimskonto, aktive garantier i Garantier).       *
      *         AK-FORTEGN angiver om hovedbogssaldoen står med       *
      *         samme fortegn som delregistrets sum ("+") eller       *
      *         modsat ("-"). Bruges af OpgaveSaldobalance til        *
      *         afstemningen af hovedbog mod delregistre.             *
      *****************************************************************
           02 AK-HOVEDBOG-KONTO    PIC X(08) VALUE SPACES.
           02 AK-DELREGISTER       PIC X(02) VALUE SPACES.
               88 AK-KONTI                 VALUE "KO".
               88 AK-LAAN                  VALUE "LA".
               88 AK-INTERIM               VALUE "IN".
               88 AK-GARANTI               VALUE "GA".
           02 AK-FORTEGN           PIC X(01) VALUE "+".
               88 AK-SAMME-FORTEGN         VALUE "+".
               88 AK-MODSAT-FORTEGN        VALUE "-".

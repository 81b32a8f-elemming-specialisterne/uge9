      *****************************************************************
      * KLAGEOPL.cpy                                                  *
      * Formål: Rekordlayout for Klagesager.txt - registret over      *
      *         kundeklager pr. KUNDE-ID med kategori og eventuel     *
      *         KONTO-ID. Statusforløbet er: modtaget -> kvitteret -> *
      *         besvaret (med udfald) -> lukket, og en besvaret       *
      *         eller lukket sag kan indbringes for                   *
      *         Pengeinstitutankenævnet. Kvitterings- og svarfristen  *
      *         sættes ved modtagelsen; overskrides en frist, bliver  *
      *         bruddet stående på sagen, også når den senere         *
      *         behandles. Registret vedligeholdes af OpgaveKlager.   *
      *****************************************************************
           02 KLAG-SAG-ID          PIC X(10) VALUE SPACES.
           02 KLAG-KUNDE-ID        PIC X(10) VALUE SPACES.
      *    Blank når klagen ikke vedrører en bestemt konto
           02 KLAG-KONTO-ID        PIC X(10) VALUE SPACES.
           02 KLAG-KATEGORI        PIC X(02) VALUE "OV".
               88 KLAG-GEBYR               VALUE "GE".
               88 KLAG-RENTE               VALUE "RE".
               88 KLAG-BETALING            VALUE "BE".
               88 KLAG-KORT                VALUE "KO".
               88 KLAG-LAAN                VALUE "LA".
               88 KLAG-RAADGIVNING         VALUE "RA".
               88 KLAG-BETJENING           VALUE "BJ".
               88 KLAG-OEVRIGT             VALUE "OV".
           02 KLAG-STATUS          PIC X(01) VALUE "O".
               88 KLAG-MODTAGET            VALUE "O".
               88 KLAG-KVITTERET           VALUE "K".
               88 KLAG-BESVARET            VALUE "S".
               88 KLAG-LUKKET              VALUE "L".
               88 KLAG-ANKENAEVN           VALUE "E".
      *    Udfaldet over for kunden - sat ved svaret, og rettes ved
      *    lukning efter en afgørelse i ankenævnet
           02 KLAG-UDFALD          PIC X(01) VALUE SPACES.
               88 KLAG-MEDHOLD             VALUE "M".
               88 KLAG-DELVIST-MEDHOLD     VALUE "D".
               88 KLAG-AFVIST              VALUE "A".
           02 KLAG-MODTAGET-DATO   PIC X(10) VALUE SPACES.
           02 KLAG-KVIT-FRIST      PIC X(10) VALUE SPACES.
           02 KLAG-SVAR-FRIST      PIC X(10) VALUE SPACES.
           02 KLAG-KVITTERET-DATO  PIC X(10) VALUE SPACES.
           02 KLAG-BESVARET-DATO   PIC X(10) VALUE SPACES.
           02 KLAG-LUKKET-DATO     PIC X(10) VALUE SPACES.
           02 KLAG-ANKE-DATO       PIC X(10) VALUE SPACES.
      *    "J" når kvitterings- hhv. svarfristen er overskredet
           02 KLAG-KVIT-BRUD       PIC X(01) VALUE "N".
           02 KLAG-SVAR-BRUD       PIC X(01) VALUE "N".
           02 KLAG-OPDATERET-DATO  PIC X(10) VALUE SPACES.

      *****************************************************************
      * AAOPOPL.cpy                                                   *
      * Formål: Rekordlayout for Aaop.txt - registret over årlige     *
      *         omkostninger i procent (ÅOP) pr. kreditaftale, dannet *
      *         af OpgaveAaop: én record pr. lån i Laan.txt ("L",     *
      *         AO-ID = LAAN-ID) og pr. facilitet i Kreditrammer.txt  *
      *         ("K", AO-ID = KR-KONTO-ID). AO-ETABLERING og          *
      *         AO-MDR-GEBYR er det gebyrgrundlag ÅOP er regnet med   *
      *         (Gebyrer.txt efter uudløbne "G"-aftaler i             *
      *         PrisOverrides.txt), så amortiseringsplanen og         *
      *         rentetilpasningsbrevet kan regne ÅOP om med lånets    *
      *         aktuelle sats og ydelse. AO-OMKOSTNINGER er de        *
      *         samlede kreditomkostninger over løbetiden. For en     *
      *         forbruger (AO-FORBRUGER "J" - alle segmenter undtagen *
      *         erhverv) kontrolleres ÅOP- og omkostningsloftet;      *
      *         AO-STATUS "L" er en aftale over loftet, der er meldt  *
      *         til kreditafdelingen.                                 *
      *****************************************************************
           02 AO-TYPE              PIC X(01) VALUE "L".
               88 AO-LAAN                  VALUE "L".
               88 AO-KREDITRAMME           VALUE "K".
           02 AO-ID                PIC X(10) VALUE SPACES.
           02 AO-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 AO-FORBRUGER         PIC X(01) VALUE "J".
               88 AO-ER-FORBRUGER          VALUE "J".
           02 AO-ETABLERING        PIC 9(5)V99 VALUE ZEROS.
           02 AO-MDR-GEBYR         PIC 9(5)V99 VALUE ZEROS.
           02 AO-AAOP              PIC 9(3)V99 VALUE ZEROS.
           02 AO-OMKOSTNINGER      PIC 9(9)V99 VALUE ZEROS.
           02 AO-BEREGNET-DATO     PIC X(10) VALUE SPACES.
           02 AO-STATUS            PIC X(01) VALUE SPACE.
               88 AO-INDEN-FOR-LOFT        VALUE " ".
               88 AO-OVER-LOFT             VALUE "L".

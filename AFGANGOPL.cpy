      *****************************************************************
      * AFGANGOPL.cpy                                                 *
      * Formål: Rekordlayout for Kundeafgang.txt - den fælles,        *
      *         voksende afgangslog (OPEN EXTEND på tværs af          *
      *         kørsler): én record pr. konto eller kunde banken      *
      *         mister, skrevet af det program der udfører afgangen - *
      *         udgående bankskifte (OpgaveBankskifteUd), lukning og  *
      *         arkivering (Opgave14), sletning (OpgaveVedligehold),  *
      *         henfald af sovende konti (OpgaveSovendeKonti) og      *
      *         sammenlægning (OpgaveKundeMerge). AFG-BELOB er det    *
      *         indestående der forlader banken med kontoen (nul ved  *
      *         lukning og sletning, hvor saldoen allerede er nul).   *
      *         AFG-MODTAGER er den modtagende banks reg.nr. ved      *
      *         bankskifte og den overlevende KUNDE-ID ved            *
      *         sammenlægning. Segment, filial og kundeforholdets     *
      *         start udfyldes hvor programmet har dem ved hånden;    *
      *         OpgaveKundeAfgang supplerer de blanke fra stamdata.   *
      *****************************************************************
           02 AFG-DATO             PIC X(10) VALUE SPACES.
           02 AFG-KUNDE-ID         PIC X(10) VALUE SPACES.
           02 AFG-KONTO-ID         PIC X(10) VALUE SPACES.
           02 AFG-AARSAG           PIC X(01) VALUE SPACES.
               88 AFG-BANKSKIFTE           VALUE "B".
               88 AFG-LUKNING              VALUE "L".
               88 AFG-SLETNING             VALUE "S".
               88 AFG-HENFALD              VALUE "H".
               88 AFG-SAMMENLAEGNING       VALUE "M".
           02 AFG-BELOB            PIC S9(9)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 AFG-VALUTA           PIC X(03) VALUE SPACES.
           02 AFG-MODTAGER         PIC X(10) VALUE SPACES.
           02 AFG-SEGMENT          PIC X(01) VALUE SPACES.
           02 AFG-FILIAL-NR        PIC 9(02) VALUE ZERO.
           02 AFG-KUNDE-SIDEN      PIC X(10) VALUE SPACES.
           02 AFG-PROGRAM          PIC X(20) VALUE SPACES.

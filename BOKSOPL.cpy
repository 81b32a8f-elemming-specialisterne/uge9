      *****************************************************************
      * BOKSOPL.cpy                                                   *
      * Formål: Rekordlayout for Bokse.txt - registret over bankens   *
      *         bokse (bankbokse) pr. filial: boksnummer, størrelse,  *
      *         lejeren (KUNDE-ID) og kontoen lejen trækkes på, op    *
      *         til tre medlejere med adgang og startdatoen.          *
      *         Vedligeholdes af OpgaveBoksVedligehold i det          *
      *         etablerede transaktionsfil-mønster; OpgaveBoksLeje    *
      *         opkræver den årlige leje som transaktioner og         *
      *         markerer bokse til boring, når lejeren er afdød       *
      *         eller lejen står ubetalt.                             *
      *****************************************************************
           02 BX-FILIAL-NR         PIC 9(02) VALUE 1.
           02 BX-BOKS-NR           PIC X(06) VALUE SPACES.
           02 BX-STOERRELSE        PIC X(01) VALUE "S".
               88 BX-LILLE                 VALUE "S".
               88 BX-MELLEM                VALUE "M".
               88 BX-STOR                  VALUE "L".
           02 BX-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 BX-KONTO-ID          PIC X(10) VALUE SPACES.
           02 BX-MEDLEJERE.
               03 BX-MEDLEJER-ID   PIC X(10) VALUE SPACES
                                   OCCURS 3 TIMES.
           02 BX-START-DATO        PIC X(10) VALUE SPACES.
      *    Lejen er betalt til og med denne dato - blank indtil den
      *    første opkrævning. OpgaveBoksLeje opkræver bokse hvis
      *    dato er passeret og rykker datoen et år frem.
           02 BX-BETALT-TIL        PIC X(10) VALUE SPACES.
      *    Leje der ikke kunne trækkes (manglende dækning eller
      *    lukket/frosset konto) - opkræves igen ved næste kørsel
           02 BX-RESTANCE          PIC 9(5)V99 VALUE ZEROS.
           02 BX-STATUS            PIC X(01) VALUE "L".
               88 BX-UDLEJET               VALUE "A".
               88 BX-LEDIG                 VALUE "L".
               88 BX-OPSAGT                VALUE "O".
      *        Markeret til boring - lejeren er afdød (dødsbo) eller
      *        lejen står ubetalt. Boksen opkræves ikke, før filialen
      *        har afsluttet sagen og sat status tilbage.
               88 BX-TIL-BORING            VALUE "B".

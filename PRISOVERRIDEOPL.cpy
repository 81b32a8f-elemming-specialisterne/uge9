      *         individuelt forhandlede priser: en "G"-record         *
      *         erstatter gebyrskemaets række (beløb eller            *
      *         fritagelse), en "R"-record lægger et fortegnsbærende  *
      *         tillæg oven på rentetabellens sats, og en "B"-record  *
      *         erstatter bokslejeprisen (OpgaveBoksLeje). Nøglen er  *
      *         KONTO-ID (går forud) eller KUNDE-ID; udløbsdatoen     *
      *         afgrænser aftalen, og OpgavePrisOverrideRapport       *
      *         melder aftaler nær/forbi udløb, så de bortfalder      *
      *         bevidst i stedet for stiltiende. Konsulteres af       *
      *         OpgaveGebyrer, Opgave13, OpgaveRenteAkkumulering,     *
      *         OpgaveTraekRente og OpgaveBoksLeje FØR                *
      *         standardtabellerne.                                   *
      *         PO-OPERATOER er den medarbejder der indgik aftalen;   *
      *         OpgaveInhabilitet melder aftaler (også fritagelser)   *
      *         indgået på medarbejderens egne eller husstandens      *
      *         kunder og konti.                                      *
      *****************************************************************
           02 PO-TYPE              PIC X(01) VALUE "G".
               88 PO-GEBYR                 VALUE "G".
               88 PO-RENTE                 VALUE "R".
               88 PO-BOKSLEJE              VALUE "B".
           02 PO-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 PO-KONTO-ID          PIC X(10) VALUE SPACES.
           02 PO-GEBYR-BELOB       PIC 9(5)V99 VALUE ZEROS.
           02 PO-RENTE-TILLAEG     PIC S9(1)V9999 SIGN LEADING
                                   SEPARATE VALUE ZEROS.
           02 PO-UDLOEB-DATO       PIC X(10) VALUE SPACES.
           02 PO-OPERATOER         PIC X(08) VALUE SPACES.

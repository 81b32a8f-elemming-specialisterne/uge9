      *****************************************************************
      * KORTCLEARINGOPL.cpy                                           *
      * Formål: Rekordlayout for KortClearing.txt - kortnetværkets    *
      *         daglige clearingfil (presentments): "D"-records med   *
      *         ét kortkøb eller én refusion hver og en afsluttende   *
      *         "T"-record hvor KC-BELOB er filens total. Et køb      *
      *         bærer negativt fortegn i KC-BELOB som i               *
      *         Transaktioner.txt. KC-AUTH-TIDSPUNKT er den           *
      *         oprindelige autorisations tidspunkt, så               *
      *         OpgaveKortClearing kan finde den reservation i        *
      *         Reservationer.txt købet skal frigive.                 *
      *****************************************************************
           02 KC-RECORD-TYPE       PIC X(01) VALUE "D".
               88 KC-DETALJE               VALUE "D".
               88 KC-TRAILER               VALUE "T".
           02 KC-KORT-ID           PIC X(16) VALUE SPACES.
           02 KC-KONTO-ID          PIC X(10) VALUE SPACES.
           02 KC-AUTH-TIDSPUNKT    PIC X(19) VALUE SPACES.
           02 KC-CLEARING-TIDSPUNKT PIC X(19) VALUE SPACES.
           02 KC-BELOB             PIC X(12) VALUE SPACES.
           02 KC-VALUTA            PIC X(03) VALUE SPACES.
           02 KC-BUTIK             PIC X(30) VALUE SPACES.

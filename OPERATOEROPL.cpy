      *****************************************************************
      * OPERATOEROPL.cpy                                              *
      * Formål: Rekordlayout for Operatoerer.txt - operatørregistret: *
      *         hver operatør med rolle, filial og nærmeste leder.    *
      *         Rollen slås op i bemyndigelsesmatricen                *
      *         (BEMYNDIGELSEOPL.cpy), der afgør hvilke               *
      *         vedligeholdelseskoder operatøren må indtaste og       *
      *         godkende. Lederen attesterer kvartalsvis sine         *
      *         operatørers adgang (OpgaveAdgangsRecertificering).    *
      *         En spærret operatør beholdes i registret, så          *
      *         revisionssporet kan slås op, men afvises ved alle     *
      *         indtastninger og godkendelser. Batchprogrammer der    *
      *         selv danner vedligeholdelsestransaktioner, indtaster  *
      *         som operatør "SYSTEM", der registreres som andre.     *
      *         OP-KUNDE-ID er medarbejderens eget KUNDE-ID (blank    *
      *         for operatører der ikke er kunde); sammen med         *
      *         Husstande.txt bruger OpgaveInhabilitet det til at     *
      *         finde ændringer operatøren har foretaget på egne      *
      *         eller husstandens kunder og konti.                    *
      *****************************************************************
           02 OP-OPERATOER-ID      PIC X(08) VALUE SPACES.
           02 OP-NAVN              PIC X(30) VALUE SPACES.
           02 OP-ROLLE             PIC X(08) VALUE SPACES.
           02 OP-FILIAL-NR         PIC 9(02) VALUE 1.
           02 OP-LEDER-ID          PIC X(08) VALUE SPACES.
           02 OP-STATUS            PIC X(01) VALUE "A".
               88 OP-AKTIV                 VALUE "A".
               88 OP-SPAERRET              VALUE "S".
           02 OP-KUNDE-ID          PIC X(10) VALUE SPACES.

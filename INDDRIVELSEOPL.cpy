      *****************************************************************
      * INDDRIVELSEOPL.cpy                                            *
      * Formål: Rekordlayout for Inddrivelser.txt - den akkumule-     *
      *         rende journal (OPEN EXTEND på tværs af kørsler, som   *
      *         RenteJournal.txt) over inddrivelser bogført som       *
      *         indtægt på afskrevne krav: én record pr. matchet      *
      *         betaling fra inkassobureauet med afskrivnings-id,     *
      *         krav, beløb og bureauets reference. Referencen        *
      *         sikrer at en afregningsfil der indlæses igen, ikke    *
      *         bogføres to gange; journalen er grundlaget for        *
      *         årsrapportens inddrivelser pr. produkt.               *
      *****************************************************************
           02 ID-AFSKRIV-ID        PIC X(10) VALUE SPACES.
           02 ID-PRODUKT           PIC X(01) VALUE SPACE.
           02 ID-KRAV-ID           PIC X(10) VALUE SPACES.
           02 ID-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 ID-DATO              PIC X(10) VALUE SPACES.
           02 ID-BELOB             PIC 9(9)V99 VALUE ZEROS.
           02 ID-VALUTA            PIC X(03) VALUE SPACES.
           02 ID-BUREAU-REF        PIC X(16) VALUE SPACES.
           02 ID-TRANS-REF         PIC X(16) VALUE SPACES.

      *****************************************************************
      * TRAEKAKKUMOPL.cpy                                             *
      * Formål: Rekordlayout for TraekRenteAkkumulering.txt - det     *
      *         persisterede trækrenteregister: pr. konto med kredit- *
      *         facilitet den trækrente der er påløbet dag for dag    *
      *         af KR-UDNYTTET (OpgaveTraekRente), men endnu ikke     *
      *         debiteret - delt på rammedelen og overtræksdelen.     *
      *         Beløbene føres med fire decimaler som i               *
      *         RenteAkkumulering.txt og afrundes først til ører ved  *
      *         den månedlige debitering. TA-SENESTE-DATO er den dag  *
      *         der senest er akkumuleret for - en genkørsel af samme *
      *         dag springes over, og et månedsskift mellem den og    *
      *         kørselsdatoen udløser debiteringen af det påløbne.    *
      *****************************************************************
           02 TA-KONTO-ID          PIC X(10) VALUE SPACES.
           02 TA-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 TA-VALUTA            PIC X(03) VALUE SPACES.
           02 TA-SENESTE-DATO      PIC X(10) VALUE SPACES.
           02 TA-PAALOEBET-RAMME   PIC S9(7)V9999 SIGN LEADING
                                   SEPARATE VALUE ZEROS.
           02 TA-PAALOEBET-OVERTRAEK PIC S9(7)V9999 SIGN LEADING
                                   SEPARATE VALUE ZEROS.

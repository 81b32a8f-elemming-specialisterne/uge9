      *****************************************************************
      * LIKVINTRAOPL.cpy                                              *
      * Formål: Rekordlayout for LikviditetIntradagHistorik.txt -     *
      *         én record pr. kørsel af OpgaveIntradagLikviditet,     *
      *         dvs. pr. clearing-/posteringscyklus. Filen udvides    *
      *         og slettes aldrig, så den er grundlaget for den       *
      *         årlige gennemgang af intradaglikviditeten. Alle       *
      *         beløb er i DKK. Udgående strømme står positive og     *
      *         trækkes fra; LI-NOSTRO er nettoen af dagens           *
      *         nostrobevægelser omregnet til DKK.                    *
      *****************************************************************
           02 LI-DATO              PIC X(10) VALUE SPACES.
           02 LI-CYKLUS            PIC 9(03) VALUE ZEROS.
           02 LI-KLOKKESLAET       PIC X(08) VALUE SPACES.
           02 LI-AABNING           PIC S9(11)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
      *    Udgående clearing - sendt i dagens eksport og endnu
      *    afventende næste ClearingUd-kørsel
           02 LI-CLEARING-SENDT    PIC S9(11)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 LI-CLEARING-AFVENTER PIC S9(11)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 LI-BULK              PIC S9(11)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 LI-BS                PIC 9(11)V99 VALUE ZEROS.
      *    Indgående strømme
           02 LI-CLEARING-IND      PIC S9(11)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 LI-NEMKONTO          PIC 9(11)V99 VALUE ZEROS.
           02 LI-NOSTRO            PIC S9(11)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 LI-POSITION          PIC S9(11)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 LI-BUFFER            PIC 9(11)V99 VALUE ZEROS.
           02 LI-ADVARSEL          PIC X(01) VALUE "N".
               88 LI-UNDER-BUFFER          VALUE "J".

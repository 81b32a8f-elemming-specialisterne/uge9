      *****************************************************************
      * AFVIKLKONTOOPL.cpy                                            *
      * Formål: Rekordlayout for Afviklingskonto.txt - treasurys      *
      *         kontrolrecord for bankens afviklingskonto i           *
      *         Nationalbanken. AFK-DATO og AFK-AABNINGSSALDO er      *
      *         dagens åbningssaldo efter Nationalbankens kontoudtog, *
      *         registreret af treasury hver morgen. AFK-BUFFER er    *
      *         den mindste position treasury vil holde på kontoen    *
      *         gennem dagen - OpgaveIntradagLikviditet advarer, når  *
      *         den forventede position kommer under bufferen.        *
      *****************************************************************
           02 AFK-DATO             PIC X(10) VALUE SPACES.
           02 AFK-AABNINGSSALDO    PIC S9(11)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 AFK-BUFFER           PIC 9(11)V99 VALUE ZEROS.

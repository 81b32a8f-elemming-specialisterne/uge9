      *****************************************************************
      * CASHPOOLOPL.cpy                                               *
      * Formål: Rekordlayout for Cashpools.txt - registret over       *
      *         koncernernes cash pools (notionel pulje uden fysiske  *
      *         overførsler), én record pr. pulje. Topkontoen er      *
      *         puljens hovedkonto hos koncernens moderselskab        *
      *         (CP-TOP-KUNDE-ID, koncernens treasury), der modtager  *
      *         opgørelsen og afrundingsdifferencen ved den           *
      *         månedlige rentefordeling. Deltagerkontiene står i     *
      *         CashpoolDeltagere.txt (se CASHPOOLDELTOPL.cpy).       *
      *         Satserne er månedssatser som i                        *
      *         TraekRenteSatser.txt: kreditsatsen forrenter en       *
      *         positiv nettopulje, debetsatsen en negativ.           *
      *         OpgaveCashpool beregner og fordeler renten.           *
      *****************************************************************
           02 CP-POOL-ID           PIC X(08) VALUE SPACES.
           02 CP-NAVN              PIC X(40) VALUE SPACES.
           02 CP-TOP-KONTO-ID      PIC X(10) VALUE SPACES.
           02 CP-TOP-KUNDE-ID      PIC X(10) VALUE SPACES.
           02 CP-VALUTA            PIC X(03) VALUE SPACES.
           02 CP-KREDIT-SATS       PIC S9(01)V9999 SIGN LEADING
                                   SEPARATE VALUE ZEROS.
           02 CP-DEBET-SATS        PIC S9(01)V9999 SIGN LEADING
                                   SEPARATE VALUE ZEROS.
           02 CP-STATUS            PIC X(01) VALUE "A".
               88 CP-AKTIV                  VALUE "A".
               88 CP-OPHOERT                VALUE "O".

      *****************************************************************
      * RISIKOOPL.cpy                                                 *
      * Formål: Rekordlayout for RisikoKlassifikation.txt - kundens   *
      *         hvidvask-risikoklassifikation (lav/mellem/høj) pr.    *
      *         KUNDE-ID med pointbidraget fra hver risikofaktor, så  *
      *         klassen kan begrundes over for tilsynet. Registret    *
      *         dannes og opdateres natligt af OpgaveRisikoScore, som *
      *         også fører datoen for seneste og næste periodiske     *
      *         opfriskning af kundekendskabet (høj hvert år, mellem  *
      *         hvert 3. år, lav hvert 5. år).                        *
      *****************************************************************
           02 RK-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 RK-KLASSE            PIC X(01) VALUE "L".
               88 RK-LAV                   VALUE "L".
               88 RK-MELLEM                VALUE "M".
               88 RK-HOEJ                  VALUE "H".
           02 RK-FORRIGE-KLASSE    PIC X(01) VALUE SPACES.
           02 RK-POINT             PIC 9(03) VALUE ZEROS.
      *    Pointbidraget pr. faktor - summen er RK-POINT
           02 RK-P-SEGMENT         PIC 9(03) VALUE ZEROS.
           02 RK-P-LAND            PIC 9(03) VALUE ZEROS.
           02 RK-P-RESIDENS        PIC 9(03) VALUE ZEROS.
           02 RK-P-SANKTION        PIC 9(03) VALUE ZEROS.
           02 RK-P-KONTANT         PIC 9(03) VALUE ZEROS.
           02 RK-P-FRAUD           PIC 9(03) VALUE ZEROS.
           02 RK-P-PRODUKT         PIC 9(03) VALUE ZEROS.
           02 RK-SCORET-DATO       PIC X(10) VALUE SPACES.
           02 RK-SENESTE-KYC-DATO  PIC X(10) VALUE SPACES.
           02 RK-NAESTE-KYC-DATO   PIC X(10) VALUE SPACES.

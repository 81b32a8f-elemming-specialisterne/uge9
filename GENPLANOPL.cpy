      *****************************************************************
      * GENPLANOPL.cpy                                                *
      * Formål: Rekordlayout for GenerationPlan.txt - planen over     *
      *         hvilke filer hvert opdaterende batch-step ændrer, og  *
      *         som OpgaveGenerationGem derfor gemmer en nummereret   *
      *         generation af før steppet. Én record pr. step og fil. *
      *         GP-PROGRAM er programnavnet som det står i            *
      *         Koerselslog.txt. GP-DATERET "J" betyder at filen      *
      *         bærer forretningsdatoen (KontoOpl.ÅÅÅÅMMDD.txt).      *
      *         GP-ORG "I" er den indekserede KontoOpl, "S" en        *
      *         linjesekventiel fil. Hashtotalen er summen af feltet  *
      *         på GP-HASH-POS/GP-HASH-LGD læst som tal (for "I"      *
      *         altid BALANCE); position nul giver kun recordantal.   *
      *         Mangler filen, gælder den indbyggede standardplan.    *
      *****************************************************************
           02 GP-STEP              PIC X(08) VALUE SPACES.
           02 GP-PROGRAM           PIC X(24) VALUE SPACES.
           02 GP-FIL               PIC X(40) VALUE SPACES.
           02 GP-DATERET           PIC X(01) VALUE "N".
               88 GP-FIL-DATERET           VALUE "J".
           02 GP-ORG               PIC X(01) VALUE "S".
               88 GP-INDEKSERET            VALUE "I".
               88 GP-SEKVENTIEL            VALUE "S".
           02 GP-HASH-POS          PIC 9(03) VALUE ZEROS.
           02 GP-HASH-LGD          PIC 9(02) VALUE ZEROS.

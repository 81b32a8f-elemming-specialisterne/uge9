      *****************************************************************
      * GENSTEPOPL.cpy                                                *
      * Formål: Rekordlayout for GenerationStep.txt - en enkelt       *
      *         kontrolrecord med navnet på det step hvis filer       *
      *         OpgaveGenerationGem skal gemme. Overstyres pr. step   *
      *         i OPGBATCH via dens DD, som Opgave10-Partition.txt.   *
      *****************************************************************
           02 GS-STEP              PIC X(08) VALUE SPACES.

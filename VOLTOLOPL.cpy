      *****************************************************************
      * VOLTOLOPL.cpy                                                 *
      * Formål: Rekordlayout for VolumenTolerance.txt - tolerancerne  *
      *         for volumenkontrollen før postering. VT-KILDE og      *
      *         VT-TYPE kan være "*" (gælder alle); den mest          *
      *         specifikke record vinder. Afviger dagens antal eller  *
      *         bruttobeløb mere end procentsatsen fra profilens      *
      *         gennemsnit, standses kæden. Under VT-MIN-ANTAL        *
      *         records (både i dag og i gennemsnit) er volumen for   *
      *         lille til at måle på, og nøglen springes over.        *
      *****************************************************************
           02 VT-KILDE             PIC X(05) VALUE "*".
           02 VT-TYPE              PIC X(15) VALUE "*".
           02 VT-ANTAL-PCT         PIC 9(03) VALUE 50.
           02 VT-BELOB-PCT         PIC 9(03) VALUE 50.
           02 VT-MIN-ANTAL         PIC 9(05) VALUE 10.

      *****************************************************************
      * VALUTAGRAENSEOPL.cpy                                          *
      * Formål: Rekordlayout for ValutaGraenser.txt - treasurys       *
      *         grænser for bankens åbne valutaposition: én record    *
      *         pr. valuta med det største tilladte nettobeløb        *
      *         (lang eller kort) omregnet til DKK, og én record med  *
      *         valutakoden "ALL" for den samlede position efter      *
      *         kortmetoden (den største af summen af lange og        *
      *         summen af korte positioner). En valuta med position,  *
      *         men uden grænse, meldes som advarsel. Læses af        *
      *         OpgaveValutaPosition.                                 *
      *****************************************************************
           02 VG-VALUTA            PIC X(03) VALUE SPACES.
               88 VG-SAMLET                VALUE "ALL".
           02 VG-GRAENSE           PIC 9(11)V99 VALUE ZEROS.

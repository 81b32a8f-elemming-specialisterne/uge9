      *****************************************************************
      * NBKURSOPL.cpy                                                 *
      * Formål: Rekordlayout for NationalbankKurser.txt -             *
      *         Nationalbankens daglige referencekurser, omsat til    *
      *         én record pr. valuta. NBK-KURS er kursen i DKK pr.    *
      *         100 enheder af valutaen, som Nationalbanken           *
      *         offentliggør den (fx "745.87"); Valutakurser.txt      *
      *         fører kursen pr. enhed. NBK-KURS-DATO er den dag      *
      *         kurserne er fastsat for og skal være                  *
      *         forretningsdatoen - en gammel fil indlæses ikke.      *
      *****************************************************************
           02 NBK-VALUTA-KODE      PIC X(03) VALUE SPACES.
           02 NBK-KURS-DATO        PIC X(10) VALUE SPACES.
           02 NBK-KURS             PIC X(12) VALUE SPACES.

      *         ning skal indberette for. Findes filen ikke, eller er *
      *         den tom, bruges året før kørselsdatoen - kørslen      *
      *         ligger i januar og dækker det netop afsluttede år.    *
      *         Samme layout bærer LaanAarsopgoerelseAar.txt, året    *
      *         OpgaveLaanAarsopgoerelse danner årsopgørelser for,    *
      *         OmkostningsoversigtAar.txt, året OpgaveOmkost-        *
      *         ningsoversigt danner omkostningsoversigter for, og    *
      *         AarsafslutningAar.txt, året OpgaveAarsafslutning      *
      *         lukker.                                               *
      *****************************************************************
           02 INDB-AAR             PIC 9(04) VALUE ZEROS.

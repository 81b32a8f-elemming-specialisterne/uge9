      *         summen af kontoens åbne, ikke-udløbne reservationer   *
      *         fra og vurderer lav-balance-grænsen mod den           *
      *         disponible saldo i stedet for en saldo der er et døgn *
      *         bagud. OpgaveKortClearing frigiver en reservation når *
      *         købet præsenteres i kortnetværkets clearingfil, og    *
      *         fjerner udløbne, umatchede reservationer.             *
      *****************************************************************
           02 RES-KONTO-ID         PIC X(10) VALUE SPACES.
           02 RES-BELOB            PIC 9(7)V99 VALUE ZEROS.

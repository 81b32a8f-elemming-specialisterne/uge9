      *****************************************************************
      * CASHPOOLAKKUMOPL.cpy                                          *
      * Formål: Rekordlayout for CashpoolAkkumulering.txt - det       *
      *         persisterede register over puljerenten pr.            *
      *         deltagerkonto: den rente der dag for dag er fordelt   *
      *         til kontoen af puljens nettoposition, men endnu ikke  *
      *         tilskrevet/debiteret (positiv = rente til kontoen,    *
      *         negativ = rente fra kontoen), med fire decimaler som  *
      *         TraekRenteAkkumulering.txt. Saldosummen og antal dage *
      *         giver månedens gennemsnitssaldo på opgørelsen.        *
      *         CA-SENESTE-DATO er den dag der senest er akkumuleret  *
      *         for - en genkørsel af samme dag springes over, og et  *
      *         månedsskift udløser den månedlige afregning.          *
      *****************************************************************
           02 CA-POOL-ID           PIC X(08) VALUE SPACES.
           02 CA-KONTO-ID          PIC X(10) VALUE SPACES.
           02 CA-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 CA-VALUTA            PIC X(03) VALUE SPACES.
           02 CA-SENESTE-DATO      PIC X(10) VALUE SPACES.
           02 CA-PAALOEBET         PIC S9(7)V9999 SIGN LEADING
                                   SEPARATE VALUE ZEROS.
           02 CA-SALDO-SUM         PIC S9(11)V99 SIGN LEADING
                                   SEPARATE VALUE ZEROS.
           02 CA-DAGE              PIC 9(03) VALUE ZEROS.

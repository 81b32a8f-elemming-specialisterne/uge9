      *****************************************************************
      * RAADGIVEROPL.cpy                                              *
      * Formål: Rekordlayout for Raadgivere.txt - rådgiverregistret.  *
      *         Hver rådgiver er en operatør i Operatoerer.txt        *
      *         (OP-OPERATOER-ID) med den filial porteføljen hører    *
      *         til og det antal kunder rådgiveren højst kan have.    *
      *         Går rådgiveren på orlov ("O") eller fratræder ("F"),  *
      *         sættes status og datoen den gælder fra, og            *
      *         OpgaveRaadgiverTildeling flytter porteføljen til      *
      *         filialens øvrige aktive rådgivere på den dato.        *
      *****************************************************************
           02 RGV-RAADGIVER-ID     PIC X(08) VALUE SPACES.
           02 RGV-FILIAL-NR        PIC 9(02) VALUE 1.
           02 RGV-KAPACITET        PIC 9(04) VALUE ZEROS.
           02 RGV-STATUS           PIC X(01) VALUE "A".
               88 RGV-AKTIV                VALUE "A".
               88 RGV-ORLOV                VALUE "O".
               88 RGV-FRATRAADT            VALUE "F".
      *    Datoen orlov eller fratræden gælder fra ("ÅÅÅÅ-MM-DD");
      *    blank betyder straks
           02 RGV-STATUS-DATO      PIC X(10) VALUE SPACES.

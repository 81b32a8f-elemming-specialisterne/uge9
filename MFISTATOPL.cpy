      *****************************************************************
      * MFISTATOPL.cpy                                                *
      * Formål: Rekordlayout for MfiStatistik.txt - månedens          *
      *         balancestatistik til Nationalbanken, dannet af        *
      *         OpgaveMfiStatistik. Én record pr. kombination af      *
      *         instrument, modpartssektor, oprindelig løbetid,       *
      *         valuta og residens. Recordtype "B" er bestanden ved   *
      *         månedens udgang (omregnet til DKK); "N" er månedens   *
      *         nyforretninger med den beløbsvægtede rente i procent. *
      *         Instrument: IAO indlån på anfordring, IAT indlån med  *
      *         aftalt løbetid (aftaleindskud og pension), UDL lån,   *
      *         UKK trukket kassekredit, UOT uaftalt overtræk.        *
      *         Sektor: S11 ikke-finansielle selskaber, S14 hushold-  *
      *         ninger (inkl. enkeltmandsvirksomheder), S15 non-      *
      *         profit-institutioner (fonde og foreninger).           *
      *         Løbetid: 00 anfordring, 01 til og med 1 år, 02 1-2    *
      *         år (indlån), 05 1-5 år (udlån), 99 derover.           *
      *****************************************************************
           02 MFI-PERIODE          PIC X(07) VALUE SPACES.
           02 MFI-RECORDTYPE       PIC X(01) VALUE "B".
               88 MFI-BESTAND              VALUE "B".
               88 MFI-NYFORRETNING         VALUE "N".
           02 MFI-INSTRUMENT       PIC X(03) VALUE SPACES.
           02 MFI-SEKTOR           PIC X(03) VALUE SPACES.
           02 MFI-LOEBETID         PIC X(02) VALUE SPACES.
           02 MFI-VALUTA           PIC X(03) VALUE SPACES.
           02 MFI-RESIDENS         PIC X(02) VALUE SPACES.
           02 MFI-BELOB-DKK        PIC S9(13)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 MFI-ANTAL            PIC 9(07) VALUE ZEROS.
           02 MFI-RENTE-PCT        PIC 9(02)V9(04) VALUE ZEROS.

           02 FS-NOTE              PIC X(30) VALUE SPACES.
           02 FS-AABNET-DATO       PIC X(10) VALUE SPACES.
           02 FS-OPDATERET-DATO    PIC X(10) VALUE SPACES.
      *    Hvem der har åbnet sagen: OPGAVE10 (fraud-worklisten) eller
      *    MULDYR (gennemstrømningsanalysen i OpgaveMuldyr, der også
      *    sætter scoren 0-100 og en kæde af egne konti A>B>C, som
      *    pengene er løbet igennem). Blank på sager åbnet før
      *    feltet blev indført.
           02 FS-KILDE             PIC X(08) VALUE SPACES.
               88 FS-FRA-OPGAVE10          VALUE "OPGAVE10".
               88 FS-FRA-MULDYR            VALUE "MULDYR".
           02 FS-SCORE             PIC 9(03) VALUE ZEROS.
           02 FS-KAEDE             PIC X(32) VALUE SPACES.

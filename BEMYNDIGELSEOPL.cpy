      *****************************************************************
      * BEMYNDIGELSEOPL.cpy                                           *
      * Formål: Rekordlayout for Bemyndigelser.txt - bemyndigelses-   *
      *         matricen: pr. rolle (OP-ROLLE i OPERATOEROPL.cpy),    *
      *         område og transaktionskode om rollen må indtaste og/  *
      *         eller godkende koden, og evt. en beløbsgrænse. Kode   *
      *         "*" dækker alle rollens koder i området; en række     *
      *         for den konkrete kode går forud. Beløbsgrænse nul     *
      *         betyder ingen grænse. En kode uden række i matricen   *
      *         er ikke bemyndiget. Områderne:                        *
      *           K Kundeoplysninger   A Konti        M Mandater      *
      *           F Fuldmagter         G Garantier    R Kreditrammer  *
      *           B Bokse              V Valutakurser E Erhverv       *
      *           L Laan               T Tab/afskrivninger            *
      *****************************************************************
           02 BM-ROLLE             PIC X(08) VALUE SPACES.
           02 BM-OMRAADE           PIC X(01) VALUE SPACES.
               88 BM-KUNDE                 VALUE "K".
               88 BM-KONTO                 VALUE "A".
               88 BM-MANDAT                VALUE "M".
               88 BM-FULDMAGT              VALUE "F".
               88 BM-GARANTI               VALUE "G".
               88 BM-KREDITRAMME           VALUE "R".
               88 BM-BOKS                  VALUE "B".
               88 BM-VALUTAKURS            VALUE "V".
               88 BM-ERHVERV               VALUE "E".
               88 BM-LAAN                  VALUE "L".
               88 BM-AFSKRIVNING           VALUE "T".
           02 BM-TRANS-KODE        PIC X(01) VALUE "*".
           02 BM-INDTASTE          PIC X(01) VALUE "N".
               88 BM-MAA-INDTASTE          VALUE "J".
           02 BM-GODKENDE          PIC X(01) VALUE "N".
               88 BM-MAA-GODKENDE          VALUE "J".
           02 BM-BELOB-GRAENSE     PIC 9(11)V99 VALUE ZEROS.

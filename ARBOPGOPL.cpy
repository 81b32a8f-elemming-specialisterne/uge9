      *****************************************************************
      * ARBOPGOPL.cpy                                                 *
      * Formål: Rekordlayout for Arbejdsopgaver.txt - det fælles      *
      *         opgaveregister for filialernes opfølgning - og for    *
      *         ArbejdsopgaverNye.txt, hvor de producerende           *
      *         programmer tilføjer nye opgaver (OPEN EXTEND, status  *
      *         "N", uden opgave-id, ejer og forfaldsdato).           *
      *         OpgaveArbejdskoe optager de nye opgaver i registret,  *
      *         giver dem id, filial, ejer og forfaldsdato efter      *
      *         opgavetypens SLA (se OPGSLAOPL.cpy), lukker og        *
      *         omfordeler efter transaktionsfilen og eskalerer til   *
      *         filialchefen, når en opgave overskrider sin           *
      *         forfaldsdato.                                         *
      *****************************************************************
      *    Løbenummer tildelt af OpgaveArbejdskoe - nul i en ny opgave
           02 AO-OPGAVE-ID         PIC 9(08) VALUE ZEROS.
           02 AO-TYPE              PIC X(08) VALUE SPACES.
               88 AO-RETURPOST               VALUE "RETURPST".
               88 AO-ALARM                   VALUE "ALARM".
               88 AO-REVIEW                  VALUE "REVIEW".
               88 AO-FRAUD                   VALUE "FRAUD".
               88 AO-REPAIR                  VALUE "REPAIR".
               88 AO-KYC                     VALUE "KYC".
               88 AO-SANKTION                VALUE "SANKTION".
           02 AO-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 AO-KONTO-ID          PIC X(10) VALUE SPACES.
      *    Filialen (KONTO-FILIAL-NR) opgaven ligger i - nul i en ny
      *    opgave betyder at den findes ud fra kontoen eller kunden
           02 AO-FILIAL-NR         PIC 9(02) VALUE ZEROS.
      *    Ejeren er en operatør i Operatoerer.txt (OP-OPERATOER-ID)
           02 AO-EJER              PIC X(08) VALUE SPACES.
           02 AO-OPRETTET-DATO     PIC 9(08) VALUE ZEROS.
           02 AO-FORFALD-DATO      PIC 9(08) VALUE ZEROS.
           02 AO-STATUS            PIC X(01) VALUE "N".
               88 AO-NY                      VALUE "N".
               88 AO-AABEN                   VALUE "A".
               88 AO-LUKKET                  VALUE "L".
      *    Det producerende program og dets egen reference (sag,
      *    posterings-id, alarm m.v.) - type, kunde, konto og
      *    reference gør en åben opgave entydig, så samme forhold
      *    ikke optages to gange
           02 AO-KILDE             PIC X(30) VALUE SPACES.
           02 AO-REFERENCE         PIC X(30) VALUE SPACES.
           02 AO-TEKST             PIC X(60) VALUE SPACES.
           02 AO-ESKALERET         PIC X(01) VALUE "N".
               88 AO-ER-ESKALERET            VALUE "J".
           02 AO-ESKALERET-TIL     PIC X(08) VALUE SPACES.
           02 AO-LUKKET-DATO       PIC 9(08) VALUE ZEROS.
           02 AO-LUKKET-AF         PIC X(08) VALUE SPACES.

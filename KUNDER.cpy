           02 EFTERNAVN            PIC X(20) VALUE spaces.
           02 KONTOINFO.
               03 KONTONUMMER      PIC X(20) VALUE spaces.
               03 BALANCE          PIC S9(7)V99 SIGN LEADING SEPARATE
                                   VALUE zeros.
               03 VALUTAKODE       PIC X(3) VALUE spaces.
           02 ADDRESSE.
               03 VEJNAVN          PIC X(30) VALUE spaces.
      *        afvises, og udskrifter/markedsføring undertrykkes,
      *        indtil boet er afsluttet.
               88 KUNDE-AFDOED              VALUE "D".
      *    Erhvervskunders CVR-nummer, selskabsform og reelle ejere
      *    står i Erhverv.txt og ReelleEjere.txt (se ERHVERVOPL.cpy).
           02 KUNDE-SEGMENT        PIC X(01) VALUE "R".
               88 SEGMENT-RETAIL            VALUE "R".
               88 SEGMENT-ERHVERV           VALUE "E".
               88 LEVERING-PAPIR            VALUE "P".
               88 LEVERING-DIGITAL          VALUE "D".
               88 LEVERING-INGEN            VALUE "N".
      *        Sat af OpgaveDPKvittering når Digital Post gentagne
      *        gange ikke har kunnet leveres (fritaget, ingen post-
      *        kasse). Alle udskrivende programmer behandler værdien
      *        som papir, til filialen har fulgt op og sat feltet.
               88 LEVERING-DIGITAL-FEJL     VALUE "F".
      *    Sat til "U" når postleverandøren har returneret brevpost
      *    som uanbringelig (se OpgaveReturpost) - Opgave10
      *    undertrykker papirudskrifter for kunden, til filialen har

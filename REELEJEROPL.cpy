      *****************************************************************
      * REELEJEROPL.cpy                                               *
      * Formål: Rekordlayout for ReelleEjere.txt - de reelle ejere    *
      *         pr. erhvervskunde: hvem der ejer eller kontrollerer   *
      *         virksomheden (RE-KUNDE-ID), med ejerandel og kobling  *
      *         til ejerens eget KUNDE-ID, eller CPR når ejeren ikke  *
      *         er kunde. Navnet gemmes, så ejere uden KUNDE-ID kan   *
      *         screenes. OpgaveErhvervVedligehold sanktions-/PEP-    *
      *         screener hver aktiv ejer som Opgave6 screener kunder  *
      *         og noterer resultatet; et hit skrives til             *
      *         SanktionsHits.txt på virksomhedens KUNDE-ID.          *
      *         En fjernet ejer får RE-OPHOERT-DATO i stedet for at   *
      *         slettes, så der bevares et revisionsspor. OpgaveKyc   *
      *         lader ikke en erhvervsonboarding blive komplet uden   *
      *         mindst én aktiv, screenet ejer.                       *
      *****************************************************************
           02 RE-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 RE-EJER-KUNDE-ID     PIC X(10) VALUE SPACES.
           02 RE-EJER-CPR          PIC X(11) VALUE SPACES.
           02 RE-FORNAVN           PIC X(20) VALUE SPACES.
           02 RE-EFTERNAVN         PIC X(20) VALUE SPACES.
           02 RE-EJERANDEL         PIC 9(3)V99 VALUE ZEROS.
      *    "E" ejerskab (andel), "K" kontrol på anden måde (fx
      *    direktion når ingen ejer over 25 % kan udpeges)
           02 RE-EJERTYPE          PIC X(01) VALUE "E".
               88 RE-EJERSKAB              VALUE "E".
               88 RE-KONTROL               VALUE "K".
           02 RE-REGISTRERET-DATO  PIC X(10) VALUE SPACES.
           02 RE-OPHOERT-DATO      PIC X(10) VALUE SPACES.
           02 RE-SCREEN-DATO       PIC X(10) VALUE SPACES.
           02 RE-SCREEN-RESULTAT   PIC X(01) VALUE "U".
               88 RE-IKKE-SCREENET         VALUE "U".
               88 RE-SCREEN-REN            VALUE "R".
               88 RE-SCREEN-HIT            VALUE "H".

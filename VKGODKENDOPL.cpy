      *****************************************************************
      * VKGODKENDOPL.cpy                                              *
      * Formål: Rekordlayout for ValutakursGodkendelser.txt - en      *
      *         operatørs godkendelse ("G") eller afvisning ("A") af  *
      *         en ventende kurs i ValutakursAfventer.txt, fundet på  *
      *         valuta og GYLDIG-FRA. Operatøren skal være bemyndiget *
      *         til at godkende kode "K" i område "V"                 *
      *         (BEMYNDIGELSEOPL.cpy).                                *
      *****************************************************************
           02 VKG-KODE             PIC X(01) VALUE SPACES.
               88 VKG-GODKEND              VALUE "G".
               88 VKG-AFVIS                VALUE "A".
           02 VKG-VALUTA-KODE      PIC X(03) VALUE SPACES.
           02 VKG-GYLDIG-FRA       PIC X(10) VALUE SPACES.
           02 VKG-OPERATOER        PIC X(08) VALUE SPACES.

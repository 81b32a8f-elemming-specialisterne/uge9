      *****************************************************************
      * BEMYNDLOGOPL.cpy                                              *
      * Formål: Rekordlayout for BemyndigelsesLog.txt - den           *
      *         akkumulerende log (OPEN EXTEND på tværs af kørsler)   *
      *         over indtastninger og godkendelser der er afvist      *
      *         fordi operatøren ikke var bemyndiget efter            *
      *         Bemyndigelser.txt: hvornår, i hvilket program, hvem,  *
      *         hvad der blev forsøgt og hvorfor det blev afvist.     *
      *         Skrives af OpgaveGodkendelse, vedligeholdelses-       *
      *         programmerne for mandater, fuldmagter, garantier,     *
      *         kreditrammer, bokse og erhverv samt af                *
      *         OpgaveLaanAnsoegning og OpgaveAfskrivning.            *
      *****************************************************************
           02 BL-TIDSPUNKT         PIC X(19) VALUE SPACES.
           02 BL-PROGRAM           PIC X(30) VALUE SPACES.
           02 BL-OPERATOER         PIC X(08) VALUE SPACES.
           02 BL-HANDLING          PIC X(01) VALUE SPACES.
               88 BL-INDTASTNING           VALUE "I".
               88 BL-GODKENDELSE           VALUE "G".
           02 BL-OMRAADE           PIC X(01) VALUE SPACES.
           02 BL-TRANS-KODE        PIC X(01) VALUE SPACES.
           02 BL-ID                PIC X(20) VALUE SPACES.
           02 BL-BELOB             PIC 9(11)V99 VALUE ZEROS.
           02 BL-AARSAG            PIC X(40) VALUE SPACES.

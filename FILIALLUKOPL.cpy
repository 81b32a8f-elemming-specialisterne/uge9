      *****************************************************************
      * FILIALLUKOPL.cpy                                              *
      * Formål: Rekordlayout for FilialLukning.txt - de filialer der  *
      *         lukkes: bankens REG-NR, filialen der lukker (BANK-    *
      *         FILIAL-pladsen i Banker.txt), filialen kunderne       *
      *         flyttes til, lukkedatoen der står i kundebrevet       *
      *         (blank = kørselsdagen) og operatøren der har          *
      *         indtastet lukningen. OpgaveFilialLukning flytter      *
      *         konti, bokse, åbne opgaver og rådgivere, udfaser      *
      *         filialpladsen og skriver til de berørte kunder.       *
      *****************************************************************
           02 FLU-REG-NR           PIC X(06) VALUE SPACES.
           02 FLU-FRA-FILIAL       PIC 9(02) VALUE ZEROS.
           02 FLU-TIL-FILIAL       PIC 9(02) VALUE ZEROS.
           02 FLU-LUKKE-DATO       PIC X(10) VALUE SPACES.
           02 FLU-OPERATOER        PIC X(08) VALUE SPACES.

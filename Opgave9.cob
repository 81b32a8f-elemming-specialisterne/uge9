       01 TR-VALUTA-TABLE.
           05 TR-VALUTA-ENTRY OCCURS 10 TIMES.
               10 TR-VKODE  PIC X(3) VALUE SPACES.
               10 TR-VTOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
                            VALUE ZERO.

      * Sidestyring for KundeoplysningerOUT.txt (se REPORT-HEADER /
      * PAGE-BREAK, kaldt fra COPYFILD)
           05 SV-VALUTA-ENTRY OCCURS 10 TIMES.
               10 SV-KODE   PIC X(3) VALUE SPACES.
               10 SV-ANTAL  PIC 9(5) VALUE ZERO.
               10 SV-TOTAL  PIC S9(9)V99 SIGN LEADING SEPARATE
                            VALUE ZERO.
               10 SV-MIN    PIC S9(7)V99 SIGN LEADING SEPARATE
                            VALUE ZERO.
               10 SV-MAX    PIC S9(7)V99 SIGN LEADING SEPARATE
                            VALUE ZERO.

      *================================================================
      * PROCEDURE DIVISION - Hovedprogramlogik

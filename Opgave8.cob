       01 TR-VALUTA-TABLE.
           05 TR-VALUTA-ENTRY OCCURS 10 TIMES.
               10 TR-VKODE  PIC X(3) VALUE SPACES.
               10 TR-VTOTAL PIC S9(9)V99 SIGN LEADING SEPARATE
                            VALUE ZERO.

      * Styring af den nøglebaserede søgning i KontoOpl.txt
      * (se FORMAT-KONTO) - erstatter det tidligere gentagne

           02 BUD-ENTRY OCCURS 500 TIMES.
               03 BU-KONTO-ID  PIC X(10).
               03 BU-KUNDE-ID  PIC X(10).
               03 BU-SALDO     PIC S9(7)V99.
               03 BU-LOENKONTO PIC X(10).
               03 BU-REG-NR    PIC X(06).
               03 BU-MAANEDLIG PIC 9(7)V99.

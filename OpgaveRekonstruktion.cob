      * Det valgte snapshot for den aktuelle anmodning
       01 WS-SNAP-FUNDET    PIC X VALUE "N".
       01 WS-SNAP-DATO      PIC X(10) VALUE SPACES.
       01 WS-SNAP-BALANCE   PIC S9(7)V99 VALUE ZERO.

      * Kursopslag og beløbsomregning - samme to trin som
      * posteringsmotorens BEREGN-REGN-BELOB: transaktionsvaluta ->
      * DKK efter kursen på TIDSPUNKT, DKK -> kontovaluta
       01 END-OF-KURS-FILE  PIC X VALUE "N".
       01 KURS-MAX-ANTAL    PIC 9(4) VALUE 5000.
       01 KURS-COUNT        PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW     PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 IX                PIC 9(4) VALUE ZERO.
       01 WS-KURS-FUNDET    PIC X VALUE "N".

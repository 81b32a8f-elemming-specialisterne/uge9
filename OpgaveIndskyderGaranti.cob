
      * Kurslisten - seneste kurs med GYLDIG-FRA paa eller foer
      * referencedatoen, samme opslag som OpgavePostering
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 KIX              PIC 9(4) VALUE ZERO.
       01 WS-KURS-FUNDET   PIC X VALUE "N".
      * Formål: Omregner kontoens saldo til DKK pr. referencedatoen   *
      *         og fordeler den på ejerne: har kontoen medejere i     *
      *         KontoEjere.txt, deles beløbet ligeligt mellem dem;    *
      *         ellers tilfalder det hele kontoens KUNDE-ID. En       *
      *         konto i overtræk er ikke et indskud og tæller ikke    *
      *         med - gælden modregnes ikke i de dækkede indskud.     *
      *****************************************************************
       FORDEL-KONTO.
           IF KONTO-LUKKET OR BALANCE IN KONTOOPL NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF VALUTAKODE IN KONTOOPL = "DKK"

      *             med et husstandsmedlem eller en anden kandidat    *
      *             - og til sidst skrives husstandsoversigten:       *
      *             samlede saldi fra KontoOpl.txt og samlet          *
      *             restgæld fra Laan.txt pr. husstand samt samlet    *
      *             depotværdi fra DepotVaerdi.txt, med               *
      *             medlemmerne listet. Det er det overblik           *
      *             rådgiverne priser boliglån på.                    *
      * INPUT:      Husstande.txt          - Husstandsregistret       *
      *             Kundeoplysninger.txt   - Adresser                 *
      *             KontoOpl.txt           - Saldi                    *
      *             Laan.txt               - Restgæld                 *
      *             DepotVaerdi.txt        - Depotværdier             *
      * OUTPUT:     Husstande.NY           - Opdateret register       *
      *             HusstandKandidater.txt - Kandidatforslag          *
      *             HusstandOversigt.txt   - Husstandsoverblikket     *
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT DEPOTVAERDI-FILE ASSIGN TO "DepotVaerdi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOTVAERDI-FILE-STATUS.
           SELECT KANDIDAT-FILE ASSIGN TO "HusstandKandidater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KANDIDAT-FILE-STATUS.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD DEPOTVAERDI-FILE.
       01 DEPOTVAERDIOPL.
           COPY "DEPOTVAERDIOPL.cpy".

       FD KANDIDAT-FILE.
       01 KANDIDAT-LINE    PIC X(100) VALUE SPACES.

       01 END-OF-KUNDE-FILE  PIC X VALUE "N".
       01 END-OF-KONTO-FILE  PIC X VALUE "N".
       01 END-OF-LAAN-FILE   PIC X VALUE "N".
       01 END-OF-DEPOTVAERDI PIC X VALUE "N".

      * Husstandsregistret loades i hukommelse
       01 HUS-MAX-ANTAL    PIC 9(4) VALUE 2000.

      * Husstandsoversigten: samlinger pr. husstand
       01 WS-OVERSIGT-HUSSTAND PIC X(8) VALUE SPACES.
       01 WS-HUS-SALDO     PIC S9(11)V99 VALUE ZERO.
       01 WS-HUS-GAELD     PIC 9(11)V99 VALUE ZERO.
       01 WS-SALDO-DISPLAY PIC -(10)9.99.
       01 WS-HUS-DEPOT     PIC 9(11)V99 VALUE ZERO.
       01 WS-GAELD-DISPLAY PIC Z(10)9.99.
       01 WS-DEPOT-DISPLAY PIC Z(10)9.99.
       01 WS-MEDLEM-KUNDE  PIC X(10) VALUE SPACES.

       01 WS-TILFOEJ-COUNT PIC 9(5) VALUE ZERO.
       01 KUNDE-FILE-STATUS        PIC XX VALUE "00".
       01 KONTO-FILE-STATUS        PIC XX VALUE "00".
       01 LAAN-FILE-STATUS         PIC XX VALUE "00".
       01 DEPOTVAERDI-FILE-STATUS  PIC XX VALUE "00".
       01 KANDIDAT-FILE-STATUS     PIC XX VALUE "00".
       01 OVERSIGT-FILE-STATUS     PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS     PIC XX VALUE "00".
               TO WS-OVERSIGT-HUSSTAND
           MOVE ZERO TO WS-HUS-SALDO
           MOVE ZERO TO WS-HUS-GAELD
           MOVE ZERO TO WS-HUS-DEPOT
           STRING "HUSSTAND " DELIMITED BY SIZE
                   WS-OVERSIGT-HUSSTAND DELIMITED BY SPACE
                   INTO OVERSIGT-LINE
                   PERFORM SKRIV-OVERSIGT-LINE
                   PERFORM SUM-MEDLEM-SALDI
                   PERFORM SUM-MEDLEM-GAELD
                   PERFORM SUM-MEDLEM-DEPOT
               END-IF
           END-PERFORM
           MOVE WS-HUS-SALDO TO WS-SALDO-DISPLAY
                   WS-GAELD-DISPLAY DELIMITED BY SIZE
                   INTO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
           IF WS-HUS-DEPOT > ZERO
               MOVE WS-HUS-DEPOT TO WS-DEPOT-DISPLAY
               STRING "  SAMLET DEPOTVAERDI=" DELIMITED BY SIZE
                       WS-DEPOT-DISPLAY DELIMITED BY SIZE
                       INTO OVERSIGT-LINE
               PERFORM SKRIV-OVERSIGT-LINE
           END-IF
           MOVE SPACES TO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
       EXIT.
           MOVE "N" TO END-OF-LAAN-FILE
       EXIT.

       SUM-MEDLEM-DEPOT.
           OPEN INPUT DEPOTVAERDI-FILE
           IF DEPOTVAERDI-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DEPOTVAERDI = "Y"
               READ DEPOTVAERDI-FILE INTO DEPOTVAERDIOPL
                   AT END
                       MOVE "Y" TO END-OF-DEPOTVAERDI
                   NOT AT END
                       IF DV-KUNDE-ID = WS-MEDLEM-KUNDE
                           ADD DV-VAERDI TO WS-HUS-DEPOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOTVAERDI-FILE
           MOVE "N" TO END-OF-DEPOTVAERDI
       EXIT.

       SKRIV-OVERSIGT-LINE.
           WRITE OVERSIGT-LINE
           MOVE "OVERSIGT-FILE" TO WS-IO-FILE-NAME

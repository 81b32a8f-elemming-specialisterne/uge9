      *****************************************************************
      * PROGRAM-ID: OPGAVERAPPORTFORDELING                            *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Dagens rapportfordeling. Rapportkataloget         *
      *             (RapportKatalog.txt; uden filen standard-         *
      *             kataloget i RAPKATSTD.cpy) angiver for hver       *
      *             rapport det producerende program, den ejende      *
      *             afdeling, opbevaringstiden og fortroligheds-      *
      *             klassen. Kørslen undersøger hvilke rapporter der  *
      *             er dannet i dag og samler dem i én pakke pr.      *
      *             afdeling (Rapportpakke-<afdeling>.<dato>.txt)     *
      *             med en forside: pakkens højeste fortroligheds-    *
      *             klasse og et indeks over rapporterne med linje-   *
      *             antal og status. Daglige rapporter der ikke er    *
      *             dannet meldes som manglende på forsiden og i      *
      *             oversigten. Pakkerne og de daterede rapporter     *
      *             registreres i RapportArkiv.txt med en slettedato, *
      *             og filer hvis opbevaringstid er udløbet slettes.  *
      *             RETURN-CODE 4 ved manglende rapporter eller fejl  *
      *             i kataloget, 8 ved I/O-fejl eller fuld tabel.     *
      * INPUT:      RapportKatalog.txt - Rapportkataloget (valgfri)   *
      *             Dagens rapportfiler                               *
      *             RapportArkiv.txt  - Arkivregistret                *
      *             BusinessDato.txt  - Forretningsdatoen             *
      * OUTPUT:     Rapportpakke-<afdeling>.<dato>.txt - Pakkerne     *
      *             RapportArkiv.txt  - Arkivregistret (omskrevet)    *
      *             RapportFordeling-Oversigt.txt - Driftens oversigt *
      *             Koerselslog.txt   - Run-log                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveRapportFordeling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KATALOG-FILE ASSIGN TO "RapportKatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOG-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO WS-RAPPORT-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT PAKKE-FILE ASSIGN TO WS-PAKKE-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAKKE-FILE-STATUS.
           SELECT ARKIV-FILE ASSIGN TO "RapportArkiv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-FILE-STATUS.
      *    Filen der slettes når dens opbevaringstid er udløbet
           SELECT SLET-FILE ASSIGN TO WS-SLET-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLET-FILE-STATUS.
           SELECT OVERSIGT-FILE
               ASSIGN TO "RapportFordeling-Oversigt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERSIGT-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "RapportFordeling-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Katalogrecorden læses som en linje og flyttes til RAPKATOPL
      * i WORKING-STORAGE, så standardkataloget kan bruge samme felter
       FD KATALOG-FILE.
       01 KATALOG-LINE     PIC X(87).

      * Rapportfilerne læses linje for linje uden at kende deres
      * layout
       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(200).

       FD PAKKE-FILE.
       01 PAKKE-LINE       PIC X(200) VALUE SPACES.

       FD ARKIV-FILE.
       01 ARKIV-LINE       PIC X(77).

       FD SLET-FILE.
       01 SLET-LINE        PIC X(200).

       FD OVERSIGT-FILE.
       01 OVERSIGT-LINE    PIC X(132) VALUE SPACES.

       FD KOERSELSLOG-FILE.
       01 KOERSELSLOG-LINE PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 RAPKATOPL.
           COPY "RAPKATOPL.cpy".
       01 RAPARKOPL.
           COPY "RAPARKOPL.cpy".
           COPY "RAPKATSTD.cpy".

       01 END-OF-KATALOG   PIC X VALUE "N".
       01 END-OF-RAPPORT   PIC X VALUE "N".
       01 END-OF-ARKIV     PIC X VALUE "N".

      * Det gældende katalog med dagens udfald pr. rapport.
      * RKT-STATUS: D = dannet, T = dannet men tom, M = daglig
      * rapport der mangler, I = ved-behov-rapport ikke dannet i dag
       01 RK-MAX-ANTAL     PIC 9(3) VALUE 400.
       01 RK-COUNT         PIC 9(3) VALUE ZERO.
       01 RK-OVERFLOW      PIC X VALUE "N".
       01 RK-TABEL.
           02 RK-ENTRY OCCURS 400 TIMES.
               03 RKT-KATALOG     PIC X(87).
               03 RKT-FAKTISK     PIC X(40).
               03 RKT-LINJER      PIC 9(7).
               03 RKT-STATUS      PIC X(01).
       01 RK-IX            PIC 9(3) VALUE ZERO.
       01 WS-KATALOG-KILDE PIC X(20) VALUE SPACES.

      * Afdelingerne i katalogets rækkefølge - én pakke pr. afdeling.
      * AF-OPBEVARING er den længste opbevaringstid i afdelingens
      * katalog, AF-KLASSE den højeste klasse blandt de medtagne
       01 AF-MAX-ANTAL     PIC 9(2) VALUE 20.
       01 AF-COUNT         PIC 9(2) VALUE ZERO.
       01 AF-OVERFLOW      PIC X VALUE "N".
       01 AF-TABEL.
           02 AF-ENTRY OCCURS 20 TIMES.
               03 AF-AFDELING     PIC X(10).
               03 AF-ANTAL-RAP    PIC 9(4).
               03 AF-ANTAL-MANGLER PIC 9(4).
               03 AF-ANTAL-IKKE   PIC 9(4).
               03 AF-OPBEVARING   PIC 9(4).
               03 AF-KLASSE       PIC X(01).
       01 AF-IX            PIC 9(2) VALUE ZERO.
       01 WS-AF-FUNDET     PIC X VALUE "N".

      * Arkivregistret i hukommelsen. RAT-SLETTET = "J" når filen er
      * slettet, så den ikke skrives tilbage
       01 RA-MAX-ANTAL     PIC 9(5) VALUE 5000.
       01 RA-COUNT         PIC 9(5) VALUE ZERO.
       01 RA-OVERFLOW      PIC X VALUE "N".
       01 RA-TABEL.
           02 RA-ENTRY OCCURS 5000 TIMES.
               03 RAT-RECORD      PIC X(77).
               03 RAT-SLETTET     PIC X(01).
       01 RA-IX            PIC 9(5) VALUE ZERO.
       01 WS-RA-FUNDET     PIC X VALUE "N".

       01 WS-RAPPORT-FILNAVN PIC X(40) VALUE SPACES.
       01 WS-PAKKE-FILNAVN   PIC X(50) VALUE SPACES.
       01 WS-SLET-FILNAVN    PIC X(50) VALUE SPACES.
       01 WS-BASIS-NAVN      PIC X(40) VALUE SPACES.
       01 WS-KLASSE-TEKST    PIC X(17) VALUE SPACES.
       01 WS-STATUS-TEKST    PIC X(20) VALUE SPACES.
       01 WS-OPBEVARING      PIC 9(4) VALUE ZERO.
       01 WS-DAG-NR          PIC 9(8) VALUE ZERO.
       01 WS-SLET-DATO       PIC 9(8) VALUE ZERO.
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DATO-TEKST      PIC X(10) VALUE SPACES.
       01 WS-KOERSEL-STATUS  PIC X(4) VALUE SPACES.

      * Totaler
       01 TR-ANTAL-PAKKER    PIC 9(4) VALUE ZERO.
       01 TR-ANTAL-RAPPORTER PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-MANGLER   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-SLETTET   PIC 9(5) VALUE ZERO.
       01 TR-KATALOG-FEJL    PIC 9(5) VALUE ZERO.

       01 WS-ANTAL-DISPLAY   PIC Z(6)9.
       01 WS-ANTAL-DISPLAY-2 PIC Z(6)9.
       01 WS-ANTAL-DISPLAY-3 PIC Z(6)9.
       01 WS-OPBEV-DISPLAY   PIC Z(3)9.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 KATALOG-FILE-STATUS  PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 PAKKE-FILE-STATUS    PIC XX VALUE "00".
       01 ARKIV-FILE-STATUS    PIC XX VALUE "00".
       01 SLET-FILE-STATUS     PIC XX VALUE "00".
       01 OVERSIGT-FILE-STATUS PIC XX VALUE "00".
       01 KOERSELSLOG-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DATO-TEKST
           STRING WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
               WS-SYSDATO(7:2) DELIMITED BY SIZE INTO WS-DATO-TEKST
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT OVERSIGT-FILE
           MOVE "OVERSIGT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE OVERSIGT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO OVERSIGT-LINE
           STRING "RAPPORTFORDELING " DELIMITED BY SIZE
                   WS-DATO-TEKST      DELIMITED BY SIZE
                   INTO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE

           PERFORM LAES-KATALOG
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-COUNT
               PERFORM UNDERSOEG-RAPPORT
           END-PERFORM
           PERFORM SAML-AFDELINGER

           PERFORM LAES-ARKIV
           MOVE SPACES TO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
           MOVE "SLETTEDE FILER (OPBEVARINGSTIDEN UDLOEBET)"
               TO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
           PERFORM SLET-UDLOEBNE

           MOVE SPACES TO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
           MOVE "AFDELINGSPAKKER" TO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
           PERFORM VARYING AF-IX FROM 1 BY 1 UNTIL AF-IX > AF-COUNT
               PERFORM DAN-PAKKE
           END-PERFORM
           PERFORM ARKIVER-DATEREDE
           PERFORM SKRIV-ARKIV

           PERFORM SKRIV-MANGLENDE
           PERFORM SKRIV-KATALOG-LISTE
           CLOSE OVERSIGT-FILE

           DISPLAY "OpgaveRapportFordeling: " TR-ANTAL-PAKKER
               " pakker, " TR-ANTAL-RAPPORTER " rapporter, "
               TR-ANTAL-MANGLER " mangler, " TR-ANTAL-SLETTET
               " slettet"

           PERFORM SKRIV-KOERSELSLOG
           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   OR RK-OVERFLOW = "Y" OR AF-OVERFLOW = "Y"
                   OR RA-OVERFLOW = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-MANGLER > ZERO OR TR-KATALOG-FEJL > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * LAES-KATALOG                                                  *
      * Formål: Indlæser rapportkataloget fra RapportKatalog.txt.     *
      *         Linjer der begynder med "*" er kommentarer. En record *
      *         uden filnavn, afdeling eller numerisk opbevaringstid  *
      *         afvises i oversigten. Findes filen ikke, gælder       *
      *         standardkataloget.                                    *
      *****************************************************************
       LAES-KATALOG.
           OPEN INPUT KATALOG-FILE
           IF KATALOG-FILE-STATUS = "00"
               MOVE "RapportKatalog.txt" TO WS-KATALOG-KILDE
               PERFORM UNTIL END-OF-KATALOG = "Y"
                   READ KATALOG-FILE
                       AT END
                           MOVE "Y" TO END-OF-KATALOG
                       NOT AT END
                           IF KATALOG-LINE NOT = SPACES
                               AND KATALOG-LINE(1:1) NOT = "*"
                               MOVE KATALOG-LINE TO RAPKATOPL
                               PERFORM GEM-KATALOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KATALOG-FILE
           ELSE
               MOVE "standardkataloget" TO WS-KATALOG-KILDE
               PERFORM VARYING RK-IX FROM 1 BY 1
                       UNTIL RK-IX > RKS-ANTAL
                   MOVE RKS-RECORD(RK-IX) TO RAPKATOPL
                   PERFORM GEM-KATALOG-RECORD
               END-PERFORM
           END-IF
       EXIT.

      *****************************************************************
      * GEM-KATALOG-RECORD                                            *
      * Formål: Kontrollerer katalogrecorden i RAPKATOPL og lægger    *
      *         den i katalogtabellen.                                *
      *****************************************************************
       GEM-KATALOG-RECORD.
           IF RK-FILNAVN = SPACES OR RK-AFDELING = SPACES
               OR RK-OPBEVARING NOT NUMERIC
               OR NOT (RK-INTERN OR RK-FORTROLIG
                       OR RK-STRENGT-FORTROLIG)
               ADD 1 TO TR-KATALOG-FEJL
               MOVE SPACES TO OVERSIGT-LINE
               STRING "KATALOGFEJL " DELIMITED BY SIZE
                       RAPKATOPL     DELIMITED BY SIZE
                       INTO OVERSIGT-LINE
               PERFORM SKRIV-OVERSIGT-LINE
               EXIT PARAGRAPH
           END-IF
           IF RK-COUNT >= RK-MAX-ANTAL
               MOVE "Y" TO RK-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RK-COUNT
           MOVE RAPKATOPL TO RKT-KATALOG(RK-COUNT)
           MOVE SPACES TO RKT-FAKTISK(RK-COUNT)
           MOVE ZERO TO RKT-LINJER(RK-COUNT)
           MOVE "I" TO RKT-STATUS(RK-COUNT)
       EXIT.

      *****************************************************************
      * UNDERSOEG-RAPPORT                                             *
      * Formål: Finder ud af om katalogets rapport nr. RK-IX er       *
      *         dannet i dag og tæller dens linjer. En dateret        *
      *         rapport søges under forretningsdatoens navn, som      *
      *         programmet selv danner det; en udateret rapport       *
      *         tælles som dannet når filen findes.                   *
      *****************************************************************
       UNDERSOEG-RAPPORT.
           MOVE RKT-KATALOG(RK-IX) TO RAPKATOPL
           MOVE SPACES TO WS-RAPPORT-FILNAVN
           IF RK-DATERET-NAVN AND WS-FORRETNINGSDATO NOT = ZERO
               MOVE SPACES TO WS-BASIS-NAVN
               UNSTRING RK-FILNAVN DELIMITED BY ".txt"
                   INTO WS-BASIS-NAVN
               STRING WS-BASIS-NAVN      DELIMITED BY SPACE
                       "."                DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-RAPPORT-FILNAVN
           ELSE
               MOVE RK-FILNAVN TO WS-RAPPORT-FILNAVN
           END-IF
           MOVE WS-RAPPORT-FILNAVN TO RKT-FAKTISK(RK-IX)

           OPEN INPUT RAPPORT-FILE
           IF RAPPORT-FILE-STATUS = "35"
               IF RK-DAGLIG
                   MOVE "M" TO RKT-STATUS(RK-IX)
               ELSE
                   MOVE "I" TO RKT-STATUS(RK-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF RAPPORT-FILE-STATUS NOT = "00"
               MOVE "M" TO RKT-STATUS(RK-IX)
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-RAPPORT
           PERFORM UNTIL END-OF-RAPPORT = "Y"
               READ RAPPORT-FILE
                   AT END
                       MOVE "Y" TO END-OF-RAPPORT
                   NOT AT END
                       ADD 1 TO RKT-LINJER(RK-IX)
               END-READ
           END-PERFORM
           CLOSE RAPPORT-FILE
           IF RKT-LINJER(RK-IX) > ZERO
               MOVE "D" TO RKT-STATUS(RK-IX)
           ELSE
               MOVE "T" TO RKT-STATUS(RK-IX)
           END-IF
       EXIT.

      *****************************************************************
      * SAML-AFDELINGER                                               *
      * Formål: Opbygger afdelingstabellen i katalogets rækkefølge    *
      *         med antal rapporter pr. udfald, længste opbevarings-  *
      *         tid og den højeste klasse blandt de dannede           *
      *         rapporter (S over F over I).                          *
      *****************************************************************
       SAML-AFDELINGER.
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-COUNT
               MOVE RKT-KATALOG(RK-IX) TO RAPKATOPL
               MOVE "N" TO WS-AF-FUNDET
               PERFORM VARYING AF-IX FROM 1 BY 1
                       UNTIL AF-IX > AF-COUNT OR WS-AF-FUNDET = "Y"
                   IF AF-AFDELING(AF-IX) = RK-AFDELING
                       MOVE "Y" TO WS-AF-FUNDET
                   END-IF
               END-PERFORM
               IF WS-AF-FUNDET = "Y"
                   SUBTRACT 1 FROM AF-IX
               ELSE
                   IF AF-COUNT < AF-MAX-ANTAL
                       ADD 1 TO AF-COUNT
                       MOVE AF-COUNT TO AF-IX
                       MOVE RK-AFDELING TO AF-AFDELING(AF-IX)
                       MOVE ZERO TO AF-ANTAL-RAP(AF-IX)
                                    AF-ANTAL-MANGLER(AF-IX)
                                    AF-ANTAL-IKKE(AF-IX)
                                    AF-OPBEVARING(AF-IX)
                       MOVE "I" TO AF-KLASSE(AF-IX)
                   ELSE
                       MOVE "Y" TO AF-OVERFLOW
                       MOVE ZERO TO AF-IX
                   END-IF
               END-IF
               IF AF-IX > ZERO
                   PERFORM TAEL-AFDELING
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * TAEL-AFDELING                                                 *
      * Formål: Lægger katalogets rapport nr. RK-IX (i RAPKATOPL)     *
      *         til afdelingen AF-IX.                                 *
      *****************************************************************
       TAEL-AFDELING.
           IF RK-OPBEVARING > AF-OPBEVARING(AF-IX)
               MOVE RK-OPBEVARING TO AF-OPBEVARING(AF-IX)
           END-IF
           EVALUATE RKT-STATUS(RK-IX)
               WHEN "D"
               WHEN "T"
                   ADD 1 TO AF-ANTAL-RAP(AF-IX)
                   ADD 1 TO TR-ANTAL-RAPPORTER
               WHEN "M"
                   ADD 1 TO AF-ANTAL-MANGLER(AF-IX)
                   ADD 1 TO TR-ANTAL-MANGLER
               WHEN OTHER
                   ADD 1 TO AF-ANTAL-IKKE(AF-IX)
           END-EVALUATE
           IF RKT-STATUS(RK-IX) = "D"
               IF RK-STRENGT-FORTROLIG
                   MOVE "S" TO AF-KLASSE(AF-IX)
               END-IF
               IF RK-FORTROLIG AND AF-KLASSE(AF-IX) = "I"
                   MOVE "F" TO AF-KLASSE(AF-IX)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * LAES-ARKIV                                                    *
      * Formål: Indlæser arkivregistret. Findes det ikke, er det      *
      *         første kørsel og registret begynder tomt.             *
      *****************************************************************
       LAES-ARKIV.
           OPEN INPUT ARKIV-FILE
           IF ARKIV-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "ARKIV-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE ARKIV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF ARKIV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ARKIV = "Y"
               READ ARKIV-FILE
                   AT END
                       MOVE "Y" TO END-OF-ARKIV
                   NOT AT END
                       IF RA-COUNT < RA-MAX-ANTAL
                           ADD 1 TO RA-COUNT
                           MOVE ARKIV-LINE TO RAT-RECORD(RA-COUNT)
                           MOVE "N" TO RAT-SLETTET(RA-COUNT)
                       ELSE
                           MOVE "Y" TO RA-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARKIV-FILE
       EXIT.

      *****************************************************************
      * SLET-UDLOEBNE                                                 *
      * Formål: Sletter de arkiverede filer hvis slettedato er        *
      *         passeret. En fil der allerede er væk (status 35)      *
      *         fjernes blot fra registret; kan filen ikke slettes,   *
      *         bliver den stående og forsøges igen næste dag.        *
      *****************************************************************
       SLET-UDLOEBNE.
           PERFORM VARYING RA-IX FROM 1 BY 1 UNTIL RA-IX > RA-COUNT
               MOVE RAT-RECORD(RA-IX) TO RAPARKOPL
               IF RA-SLET-DATO NUMERIC AND RA-SLET-DATO < WS-SYSDATO
                   MOVE RA-FILNAVN TO WS-SLET-FILNAVN
                   DELETE FILE SLET-FILE
                   IF SLET-FILE-STATUS = "00"
                       OR SLET-FILE-STATUS = "35"
                       MOVE "J" TO RAT-SLETTET(RA-IX)
                       ADD 1 TO TR-ANTAL-SLETTET
                       MOVE SPACES TO OVERSIGT-LINE
                       STRING "SLETTET " DELIMITED BY SIZE
                               RA-FILNAVN DELIMITED BY SPACE
                               " DANNET=" DELIMITED BY SIZE
                               RA-DATO    DELIMITED BY SIZE
                               " SLETTEDATO=" DELIMITED BY SIZE
                               RA-SLET-DATO DELIMITED BY SIZE
                               INTO OVERSIGT-LINE
                       PERFORM SKRIV-OVERSIGT-LINE
                   ELSE
                       MOVE "SLET-FILE" TO WS-IO-FILE-NAME
                       MOVE "DELETE"    TO WS-IO-OPERATION
                       MOVE SLET-FILE-STATUS TO WS-IO-STATUS
                       PERFORM CHECK-IO-STATUS
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * DAN-PAKKE                                                     *
      * Formål: Danner afdelingen AF-IX's pakke: forsiden med         *
      *         klasse og indeks, derefter indholdet af hver dannet   *
      *         rapport bag en "=RAPPORT"-linje. Ved-behov-rapporter  *
      *         der ikke er dannet i dag står ikke i indekset, men    *
      *         tælles på forsiden.                                   *
      *****************************************************************
       DAN-PAKKE.
           MOVE SPACES TO WS-PAKKE-FILNAVN
           STRING "Rapportpakke-"       DELIMITED BY SIZE
                   AF-AFDELING(AF-IX)   DELIMITED BY SPACE
                   "."                  DELIMITED BY SIZE
                   WS-SYSDATO           DELIMITED BY SIZE
                   ".txt"               DELIMITED BY SIZE
                   INTO WS-PAKKE-FILNAVN
           OPEN OUTPUT PAKKE-FILE
           MOVE "PAKKE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE PAKKE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF PAKKE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-PAKKER

           MOVE AF-KLASSE(AF-IX) TO RK-FORTROLIGHED
           PERFORM SAET-KLASSE-TEKST
           MOVE SPACES TO PAKKE-LINE
           STRING "RAPPORTPAKKE AFDELING: " DELIMITED BY SIZE
                   AF-AFDELING(AF-IX)       DELIMITED BY SPACE
                   "  DATO: "               DELIMITED BY SIZE
                   WS-DATO-TEKST            DELIMITED BY SIZE
                   INTO PAKKE-LINE
           PERFORM SKRIV-PAKKE-LINE
           STRING "FORTROLIGHED: " DELIMITED BY SIZE
                   WS-KLASSE-TEKST DELIMITED BY SIZE
                   INTO PAKKE-LINE
           PERFORM SKRIV-PAKKE-LINE
           PERFORM SKRIV-PAKKE-LINE
           STRING "RAPPORT                                  "
                       DELIMITED BY SIZE
                   "PROGRAM                        "
                       DELIMITED BY SIZE
                   "KLASSE             LINJER  STATUS"
                       DELIMITED BY SIZE
                   INTO PAKKE-LINE
           PERFORM SKRIV-PAKKE-LINE

           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-COUNT
               MOVE RKT-KATALOG(RK-IX) TO RAPKATOPL
               IF RK-AFDELING = AF-AFDELING(AF-IX)
                   AND RKT-STATUS(RK-IX) NOT = "I"
                   PERFORM SKRIV-INDEKS-LINJE
               END-IF
           END-PERFORM

           PERFORM SKRIV-PAKKE-LINE
           MOVE AF-ANTAL-RAP(AF-IX)     TO WS-ANTAL-DISPLAY
           MOVE AF-ANTAL-MANGLER(AF-IX) TO WS-ANTAL-DISPLAY-2
           MOVE AF-ANTAL-IKKE(AF-IX)    TO WS-ANTAL-DISPLAY-3
           STRING "RAPPORTER: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   "  MANGLER: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-2) DELIMITED BY SIZE
                   "  VED BEHOV, IKKE DANNET I DAG: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-3) DELIMITED BY SIZE
                   INTO PAKKE-LINE
           PERFORM SKRIV-PAKKE-LINE

           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-COUNT
               MOVE RKT-KATALOG(RK-IX) TO RAPKATOPL
               IF RK-AFDELING = AF-AFDELING(AF-IX)
                   AND RKT-STATUS(RK-IX) = "D"
                   PERFORM KOPIER-RAPPORT
               END-IF
           END-PERFORM
           CLOSE PAKKE-FILE

           MOVE AF-OPBEVARING(AF-IX) TO WS-OPBEVARING
           PERFORM BEREGN-SLET-DATO
           MOVE SPACES TO RAPARKOPL
           MOVE WS-PAKKE-FILNAVN   TO RA-FILNAVN
           MOVE "P"                TO RA-TYPE
           MOVE AF-AFDELING(AF-IX) TO RA-AFDELING
           MOVE WS-SYSDATO         TO RA-DATO
           MOVE WS-SLET-DATO       TO RA-SLET-DATO
           PERFORM REGISTRER-ARKIV

           MOVE AF-ANTAL-RAP(AF-IX)     TO WS-ANTAL-DISPLAY
           MOVE AF-ANTAL-MANGLER(AF-IX) TO WS-ANTAL-DISPLAY-2
           MOVE SPACES TO OVERSIGT-LINE
           STRING "  " DELIMITED BY SIZE
                   WS-PAKKE-FILNAVN DELIMITED BY SPACE
                   " RAPPORTER=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " MANGLER=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-2) DELIMITED BY SIZE
                   " KLASSE=" DELIMITED BY SIZE
                   AF-KLASSE(AF-IX) DELIMITED BY SIZE
                   " SLETTEDATO=" DELIMITED BY SIZE
                   WS-SLET-DATO DELIMITED BY SIZE
                   INTO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-INDEKS-LINJE                                            *
      * Formål: Skriver forsidens indekslinje for rapport nr. RK-IX   *
      *         (i RAPKATOPL).                                        *
      *****************************************************************
       SKRIV-INDEKS-LINJE.
           PERFORM SAET-KLASSE-TEKST
           EVALUATE RKT-STATUS(RK-IX)
               WHEN "D"
                   MOVE "DANNET"             TO WS-STATUS-TEKST
               WHEN "T"
                   MOVE "TOM"                TO WS-STATUS-TEKST
               WHEN OTHER
                   MOVE "*** MANGLER ***"    TO WS-STATUS-TEKST
           END-EVALUATE
           MOVE RKT-LINJER(RK-IX) TO WS-ANTAL-DISPLAY
           MOVE SPACES TO PAKKE-LINE
           STRING RKT-FAKTISK(RK-IX) DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   RK-PROGRAM        DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-KLASSE-TEKST   DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY  DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-STATUS-TEKST   DELIMITED BY SIZE
                   INTO PAKKE-LINE
           PERFORM SKRIV-PAKKE-LINE
       EXIT.

      *****************************************************************
      * KOPIER-RAPPORT                                                *
      * Formål: Kopierer rapport nr. RK-IX ind i pakken bag en        *
      *         "=RAPPORT"-linje med program, klasse og linjeantal.   *
      *****************************************************************
       KOPIER-RAPPORT.
           MOVE RKT-FAKTISK(RK-IX) TO WS-RAPPORT-FILNAVN
           OPEN INPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF RAPPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RKT-LINJER(RK-IX) TO WS-ANTAL-DISPLAY
           MOVE SPACES TO PAKKE-LINE
           STRING "=RAPPORT " DELIMITED BY SIZE
                   RKT-FAKTISK(RK-IX) DELIMITED BY SPACE
                   " PROGRAM=" DELIMITED BY SIZE
                   RK-PROGRAM DELIMITED BY SPACE
                   " KLASSE=" DELIMITED BY SIZE
                   RK-FORTROLIGHED DELIMITED BY SIZE
                   " LINJER=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   INTO PAKKE-LINE
           PERFORM SKRIV-PAKKE-LINE
           MOVE "N" TO END-OF-RAPPORT
           PERFORM UNTIL END-OF-RAPPORT = "Y"
               READ RAPPORT-FILE
                   AT END
                       MOVE "Y" TO END-OF-RAPPORT
                   NOT AT END
                       MOVE RAPPORT-LINE TO PAKKE-LINE
                       PERFORM SKRIV-PAKKE-LINE
               END-READ
           END-PERFORM
           CLOSE RAPPORT-FILE
       EXIT.

      *****************************************************************
      * ARKIVER-DATEREDE                                              *
      * Formål: Registrerer dagens daterede rapporter i arkivet med   *
      *         deres egen opbevaringstid - de får et nyt navn hver   *
      *         dag og ville ellers hobe sig op. Udaterede rapporter  *
      *         overskrives af næste dags kørsel.                     *
      *****************************************************************
       ARKIVER-DATEREDE.
           IF WS-FORRETNINGSDATO = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-COUNT
               MOVE RKT-KATALOG(RK-IX) TO RAPKATOPL
               IF RK-DATERET-NAVN
                   AND (RKT-STATUS(RK-IX) = "D"
                        OR RKT-STATUS(RK-IX) = "T")
                   MOVE RK-OPBEVARING TO WS-OPBEVARING
                   PERFORM BEREGN-SLET-DATO
                   MOVE SPACES TO RAPARKOPL
                   MOVE RKT-FAKTISK(RK-IX) TO RA-FILNAVN
                   MOVE "R"                TO RA-TYPE
                   MOVE RK-AFDELING        TO RA-AFDELING
                   MOVE WS-SYSDATO         TO RA-DATO
                   MOVE WS-SLET-DATO       TO RA-SLET-DATO
                   PERFORM REGISTRER-ARKIV
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * REGISTRER-ARKIV                                               *
      * Formål: Lægger arkivrecorden i RAPARKOPL i registret. En fil  *
      *         der allerede står der (dagens kørsel gentaget)        *
      *         erstattes i stedet for at blive registreret to gange. *
      *****************************************************************
       REGISTRER-ARKIV.
           MOVE "N" TO WS-RA-FUNDET
           PERFORM VARYING RA-IX FROM 1 BY 1
                   UNTIL RA-IX > RA-COUNT OR WS-RA-FUNDET = "Y"
               IF RAT-RECORD(RA-IX)(1:50) = RA-FILNAVN
                   AND RAT-SLETTET(RA-IX) = "N"
                   MOVE "Y" TO WS-RA-FUNDET
                   MOVE RAPARKOPL TO RAT-RECORD(RA-IX)
               END-IF
           END-PERFORM
           IF WS-RA-FUNDET = "N"
               IF RA-COUNT < RA-MAX-ANTAL
                   ADD 1 TO RA-COUNT
                   MOVE RAPARKOPL TO RAT-RECORD(RA-COUNT)
                   MOVE "N" TO RAT-SLETTET(RA-COUNT)
               ELSE
                   MOVE "Y" TO RA-OVERFLOW
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-ARKIV                                                   *
      * Formål: Skriver arkivregistret tilbage uden de slettede       *
      *         filer.                                                *
      *****************************************************************
       SKRIV-ARKIV.
           OPEN OUTPUT ARKIV-FILE
           MOVE "ARKIV-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE ARKIV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF ARKIV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RA-IX FROM 1 BY 1 UNTIL RA-IX > RA-COUNT
               IF RAT-SLETTET(RA-IX) = "N"
                   MOVE RAT-RECORD(RA-IX) TO ARKIV-LINE
                   WRITE ARKIV-LINE
                   MOVE "ARKIV-FILE" TO WS-IO-FILE-NAME
                   MOVE "WRITE"      TO WS-IO-OPERATION
                   MOVE ARKIV-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
               END-IF
           END-PERFORM
           CLOSE ARKIV-FILE
       EXIT.

      *****************************************************************
      * SKRIV-MANGLENDE                                               *
      * Formål: Lister de daglige rapporter der ikke er dannet i dag, *
      *         så driften kan følge op på det producerende program.  *
      *****************************************************************
       SKRIV-MANGLENDE.
           MOVE SPACES TO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
           MOVE TR-ANTAL-MANGLER TO WS-ANTAL-DISPLAY
           STRING "MANGLENDE DAGLIGE RAPPORTER: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   INTO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-COUNT
               IF RKT-STATUS(RK-IX) = "M"
                   MOVE RKT-KATALOG(RK-IX) TO RAPKATOPL
                   STRING "  " DELIMITED BY SIZE
                           RKT-FAKTISK(RK-IX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RK-PROGRAM DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RK-AFDELING DELIMITED BY SIZE
                           INTO OVERSIGT-LINE
                   PERFORM SKRIV-OVERSIGT-LINE
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-KATALOG-LISTE                                           *
      * Formål: Lister det gældende rapportkatalog med dagens udfald  *
      *         pr. rapport - grundlaget for at rette kataloget når   *
      *         en rapport kommer til eller ikke læses længere.       *
      *****************************************************************
       SKRIV-KATALOG-LISTE.
           MOVE SPACES TO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
           MOVE RK-COUNT TO WS-ANTAL-DISPLAY
           STRING "RAPPORTKATALOG (" DELIMITED BY SIZE
                   WS-KATALOG-KILDE  DELIMITED BY SPACE
                   "): " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " RAPPORTER" DELIMITED BY SIZE
                   INTO OVERSIGT-LINE
           PERFORM SKRIV-OVERSIGT-LINE
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-COUNT
               MOVE RKT-KATALOG(RK-IX) TO RAPKATOPL
               MOVE RK-OPBEVARING TO WS-OPBEV-DISPLAY
               STRING "  " DELIMITED BY SIZE
                       RK-FILNAVN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RK-PROGRAM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RK-AFDELING DELIMITED BY SIZE
                       WS-OPBEV-DISPLAY DELIMITED BY SIZE
                       " DAGE " DELIMITED BY SIZE
                       RK-FORTROLIGHED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RK-FORVENTET DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RKT-STATUS(RK-IX) DELIMITED BY SIZE
                       INTO OVERSIGT-LINE
               PERFORM SKRIV-OVERSIGT-LINE
           END-PERFORM
       EXIT.

      *****************************************************************
      * SAET-KLASSE-TEKST                                             *
      * Formål: Oversætter RK-FORTROLIGHED til forsidens tekst.       *
      *****************************************************************
       SAET-KLASSE-TEKST.
           EVALUATE TRUE
               WHEN RK-STRENGT-FORTROLIG
                   MOVE "STRENGT FORTROLIG" TO WS-KLASSE-TEKST
               WHEN RK-FORTROLIG
                   MOVE "FORTROLIG"         TO WS-KLASSE-TEKST
               WHEN OTHER
                   MOVE "INTERN"            TO WS-KLASSE-TEKST
           END-EVALUATE
       EXIT.

      *****************************************************************
      * BEREGN-SLET-DATO                                              *
      * Formål: Slettedatoen er dagens dato plus WS-OPBEVARING dage.  *
      *****************************************************************
       BEREGN-SLET-DATO.
           COMPUTE WS-DAG-NR =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO) + WS-OPBEVARING
           COMPUTE WS-SLET-DATO = FUNCTION DATE-OF-INTEGER(WS-DAG-NR)
       EXIT.

       SKRIV-PAKKE-LINE.
           WRITE PAKKE-LINE
           MOVE "PAKKE-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"      TO WS-IO-OPERATION
           MOVE PAKKE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO PAKKE-LINE
       EXIT.

       SKRIV-OVERSIGT-LINE.
           WRITE OVERSIGT-LINE
           MOVE "OVERSIGT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE OVERSIGT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO OVERSIGT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-KOERSELSLOG                                             *
      * Formål: Tilføjer kørslens run-log-linje til den fælles        *
      *         Koerselslog.txt med antal pakker, manglende og        *
      *         slettede filer og status.                             *
      *****************************************************************
       SKRIV-KOERSELSLOG.
           IF WS-IO-ERROR-COUNT = ZERO
               MOVE "OK"   TO WS-KOERSEL-STATUS
           ELSE
               MOVE "FEJL" TO WS-KOERSEL-STATUS
           END-IF
           MOVE TR-ANTAL-PAKKER  TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-MANGLER TO WS-ANTAL-DISPLAY-2
           MOVE TR-ANTAL-SLETTET TO WS-ANTAL-DISPLAY-3
           OPEN EXTEND KOERSELSLOG-FILE
           IF KOERSELSLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOERSELSLOG-FILE
           END-IF
           IF KOERSELSLOG-FILE-STATUS = "00"
               MOVE SPACES TO KOERSELSLOG-LINE
               STRING "OPGAVERAPPORTFORDELING DATO=" DELIMITED BY SIZE
                       WS-DATO-TEKST DELIMITED BY SIZE
                       " PAKKER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ANTAL-DISPLAY)
                           DELIMITED BY SIZE
                       " MANGLER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ANTAL-DISPLAY-2)
                           DELIMITED BY SIZE
                       " SLETTET=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ANTAL-DISPLAY-3)
                           DELIMITED BY SIZE
                       " STATUS=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KOERSEL-STATUS)
                           DELIMITED BY SIZE
                       INTO KOERSELSLOG-LINE
               WRITE KOERSELSLOG-LINE
               CLOSE KOERSELSLOG-FILE
           END-IF
       EXIT.

      *****************************************************************
      * CHECK-IO-STATUS                                               *
      * Formål: Fælles kontrol af FILE STATUS efter en I/O-operation. *
      *         "00" er normalt, "10" er normal AT END ved READ -     *
      *         alt andet skrives til den strukturerede fejlrapport.  *
      *****************************************************************
       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = "00" AND WS-IO-STATUS NOT = "10"
               ADD 1 TO WS-IO-ERROR-COUNT
               MOVE SPACES TO IO-ERROR-LINE
               STRING WS-IO-FILE-NAME  DELIMITED BY SPACE
                       " "             DELIMITED BY SIZE
                       WS-IO-OPERATION DELIMITED BY SPACE
                       " STATUS="      DELIMITED BY SIZE
                       WS-IO-STATUS    DELIMITED BY SIZE
                       INTO IO-ERROR-LINE
               WRITE IO-ERROR-LINE
           END-IF
       EXIT.

      *****************************************************************
      * LAES-FORRETNINGSDATO                                          *
      * Formål: Læser kontrolrecorden i BusinessDato.txt der angiver  *
      *         hvilken dags batch-vindue denne kørsel gælder for.    *
      *****************************************************************
       LAES-FORRETNINGSDATO.
           OPEN INPUT INPUT-FORRETNINGSDATO-FILE
           IF INPUT-FORRETNINGSDATO-FILE-STATUS = "00"
               READ INPUT-FORRETNINGSDATO-FILE INTO BUSINESSDATOOPL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUSINESS-DATO > ZERO
                           MOVE BUSINESS-DATO TO WS-FORRETNINGSDATO
                       END-IF
               END-READ
               CLOSE INPUT-FORRETNINGSDATO-FILE
           END-IF
       EXIT.

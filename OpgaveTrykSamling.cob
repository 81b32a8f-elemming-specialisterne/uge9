      *****************************************************************
      * PROGRAM-ID: OPGAVETRYKSAMLING                                 *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Dagens samlede printstrøm til trykkeriet. Hvert   *
      *             program skriver sin egen papirfil, så samme       *
      *             husstand kunne få fem kuverter samme dag. Kørslen *
      *             læser dagens papirfiler (TrykFiler.txt; uden      *
      *             filen standardlisten), deler dem i dokumenter     *
      *             efter modtagerlinjen "=TRYK MODTAGER=<kunde>      *
      *             DOK=<type>", slår modtagerens aktuelle adresse op *
      *             i Kundeoplysninger og husstanden i Husstande.txt  *
      *             og samler dokumenterne i én kuvert pr. husstand   *
      *             (eller kunde) og adresse. Kuverterne sorteres     *
      *             efter POSTNR for portorabatten, med udlandet      *
      *             sidst. Printstrømmen får en kuvertrecord med      *
      *             adresse, antal dokumenter og sider, og en         *
      *             dokumentrecord med type og sider foran hvert      *
      *             dokument; manifestet tæller dokumenter og sider   *
      *             pr. dokumenttype og bærer trykkeriets kvittering. *
      *             Dokumenter der ikke kan kuverteres (ukendt kunde, *
      *             ugyldig adresse) går til TrykAfvist.txt. RETURN-  *
      *             CODE 4 når noget er afvist, 8 ved I/O-fejl eller  *
      *             fuld tabel.                                       *
      * INPUT:      TrykFiler.txt     - Dagens papirfiler             *
      *             Kontoudskrifter m.fl. - Papirfilerne              *
      *             Kundeoplysninger.txt - Aktuelle adresser          *
      *             Husstande.txt     - Husstandsregistret            *
      *             BusinessDato.txt  - Forretningsdatoen             *
      * OUTPUT:     TrykStroem.txt    - Samlet printstrøm             *
      *             TrykManifest.txt  - Manifest med kvittering       *
      *             TrykAfvist.txt    - Dokumenter der ikke sendes    *
      *             Koerselslog.txt   - Run-log                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveTrykSamling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRYKFILER-FILE ASSIGN TO "TrykFiler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRYKFILER-FILE-STATUS.
           SELECT PAPIR-FILE ASSIGN TO WS-PAPIR-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAPIR-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT HUSSTAND-FILE ASSIGN TO "Husstande.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUSSTAND-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SortTryk.tmp".
      *    TrykSamling.USORT er linjerne i læserækkefølge, og
      *    TrykSamling.SORTED de samme linjer i kuvertrækkefølge (se
      *    SORT nedenfor) - begge afledte mellemlagre.
           SELECT USORT-FILE ASSIGN TO "TrykSamling.USORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USORT-FILE-STATUS.
           SELECT SORTED-FILE ASSIGN TO "TrykSamling.SORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-FILE-STATUS.
           SELECT STROEM-FILE ASSIGN TO "TrykStroem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STROEM-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "TrykManifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT AFVIST-FILE ASSIGN TO "TrykAfvist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFVIST-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "TrykSamling-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRYKFILER-FILE.
       01 TRYKFILER-RECORD.
           02 TF-FILNAVN-IND   PIC X(40).

      * Papirfilerne læses linje for linje uden at kende deres
      * layout - kun modtagerlinjerne fortolkes
       FD PAPIR-FILE.
       01 PAPIR-LINE       PIC X(132).

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD HUSSTAND-FILE.
       01 HUSSTANDOPL.
           COPY "HUSSTANDOPL.cpy".

      * Sorteringsfil - sekventerer linjerne i kuvertrækkefølge
       SD SORT-WORK-FILE.
       01 SD-TRYKSORTOPL.
           COPY "TRYKSORTOPL.cpy".

       FD USORT-FILE.
       01 USORT-TRYKSORTOPL.
           COPY "TRYKSORTOPL.cpy".

       FD SORTED-FILE.
       01 TRYKSORTOPL.
           COPY "TRYKSORTOPL.cpy".

       FD STROEM-FILE.
       01 STROEM-LINE      PIC X(132) VALUE SPACES.

       FD MANIFEST-FILE.
       01 MANIFEST-LINE    PIC X(100) VALUE SPACES.

       FD AFVIST-FILE.
       01 AFVIST-LINE      PIC X(132) VALUE SPACES.

       FD KOERSELSLOG-FILE.
       01 KOERSELSLOG-LINE PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-TRYKFILER PIC X VALUE "N".
       01 END-OF-PAPIR     PIC X VALUE "N".
       01 END-OF-HUSSTAND  PIC X VALUE "N".
       01 END-OF-SORTED    PIC X VALUE "N".

      * Linjer pr. trykt side - et dokument begynder altid på en ny
      * side, og dets sideantal er linjerne delt med dette, rundet op
       01 WS-SIDE-LINJER   PIC 9(3) VALUE 60.

      * Dagens papirfiler - forvalgt til alle kendte papirstrømme.
      * TF-STATUS: L = læst, M = ikke dannet i dag
       01 TF-MAX-ANTAL     PIC 9(2) VALUE 40.
       01 TF-COUNT         PIC 9(2) VALUE ZERO.
       01 TF-TABEL.
           02 TF-ENTRY OCCURS 40 TIMES.
               03 TF-FILNAVN      PIC X(40).
               03 TF-STATUS       PIC X(01).
               03 TF-ANTAL-DOK    PIC 9(7).
               03 TF-ANTAL-AFVIST PIC 9(7).
               03 TF-ANTAL-DIGITAL PIC 9(7).
               03 TF-LINJER-UDEN  PIC 9(7).
       01 TF-IX            PIC 9(2) VALUE ZERO.

      * Husstandsregistret i hukommelsen
       01 HH-MAX-ANTAL     PIC 9(5) VALUE 5000.
       01 HH-COUNT         PIC 9(5) VALUE ZERO.
       01 HH-OVERFLOW      PIC X VALUE "N".
       01 HH-TABEL.
           02 HH-ENTRY OCCURS 5000 TIMES.
               03 HT-KUNDE-ID     PIC X(10).
               03 HT-HUSSTAND-ID  PIC X(08).
       01 HH-IX            PIC 9(5) VALUE ZERO.

      * Dokumenterne der kuverteres - linjeantal og kuvert pr.
      * dokumentnummer (TS-DOK-NR)
       01 DK-MAX-ANTAL     PIC 9(5) VALUE 20000.
       01 DK-COUNT         PIC 9(5) VALUE ZERO.
       01 DK-OVERFLOW      PIC X VALUE "N".
       01 DK-TABEL.
           02 DK-ENTRY OCCURS 20000 TIMES.
               03 DK-LINJER       PIC 9(5).
               03 DK-SIDER        PIC 9(4).
       01 DK-IX            PIC 9(5) VALUE ZERO.

      * Kuverterne i sorteret rækkefølge - dokumenter, sider og op
      * til tre forskellige modtagere (husstandens medlemmer)
       01 KV-COUNT         PIC 9(5) VALUE ZERO.
       01 KV-TABEL.
           02 KV-ENTRY OCCURS 20000 TIMES.
               03 KV-ANTAL-DOK    PIC 9(4).
               03 KV-SIDER        PIC 9(5).
               03 KV-KUNDE-ANTAL  PIC 9(1).
               03 KV-KUNDE-ID     PIC X(10) OCCURS 3 TIMES.
       01 KV-IX            PIC 9(5) VALUE ZERO.
       01 KK-IX            PIC 9(1) VALUE ZERO.
       01 WS-KUNDE-KENDT   PIC X VALUE "N".

      * Totaler pr. dokumenttype til manifestet
       01 DT-MAX-ANTAL     PIC 9(2) VALUE 50.
       01 DT-COUNT         PIC 9(2) VALUE ZERO.
       01 DT-TABEL.
           02 DT-ENTRY OCCURS 50 TIMES.
               03 DT-DOKTYPE      PIC X(15).
               03 DT-ANTAL-DOK    PIC 9(7).
               03 DT-SIDER        PIC 9(7).
       01 DT-IX            PIC 9(2) VALUE ZERO.

      * Det aktuelle dokument under læsningen af en papirfil.
      * WS-DOK-TILSTAND: T = kuverteres, A = afvist, E = digitalt
      * dokument (springes over), U = linjer før første modtager
       01 WS-DOK-TILSTAND  PIC X VALUE "U".
       01 WS-DOK-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 WS-DOK-TYPE      PIC X(15) VALUE SPACES.
       01 WS-DOK-REST      PIC X(120) VALUE SPACES.
       01 WS-AFVIS-AARSAG  PIC X(20) VALUE SPACES.
       01 WS-UDEN-SKREVET  PIC X VALUE "N".
       01 WS-LINJE-NR      PIC 9(5) VALUE ZERO.

      * Kuvertnøglen for det aktuelle dokument
       01 WS-NOEGLE.
           02 WS-NG-LAND-GRP   PIC X(01).
           02 WS-NG-POSTNR     PIC X(04).
           02 WS-NG-ADRESSE    PIC X(45).
           02 WS-NG-MODTAGER   PIC X(11).
       01 WS-FORRIGE-NOEGLE  PIC X(61) VALUE SPACES.
       01 WS-FORRIGE-DOK-NR  PIC 9(7) VALUE ZERO.
       01 WS-DOK-SIDE-LINJER PIC 9(5) VALUE ZERO.

       01 WS-PAPIR-FILNAVN PIC X(40) VALUE SPACES.
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DATO-TEKST      PIC X(10) VALUE SPACES.
       01 WS-KOERSEL-STATUS  PIC X(4) VALUE SPACES.
       01 WS-LINJE           PIC X(132) VALUE SPACES.

      * Totaler
       01 TR-ANTAL-DOK       PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-SIDER     PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-LINJER    PIC 9(9) VALUE ZERO.
       01 TR-ANTAL-UDLAND    PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-DIGITAL   PIC 9(7) VALUE ZERO.
       01 TR-LINJER-UDEN     PIC 9(7) VALUE ZERO.
       01 TR-STROEM-LINJER   PIC 9(9) VALUE ZERO.
       01 TR-SPARET          PIC 9(7) VALUE ZERO.

       01 WS-ANTAL-DISPLAY   PIC Z(6)9.
       01 WS-ANTAL-DISPLAY-2 PIC Z(6)9.
       01 WS-ANTAL-DISPLAY-3 PIC Z(6)9.
       01 WS-KV-NR-DISPLAY   PIC 9(6).
       01 WS-SIDER-DISPLAY   PIC 9(4).
       01 WS-DOK-DISPLAY     PIC 9(3).

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 TRYKFILER-FILE-STATUS PIC XX VALUE "00".
       01 PAPIR-FILE-STATUS    PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS    PIC XX VALUE "00".
       01 HUSSTAND-FILE-STATUS PIC XX VALUE "00".
       01 USORT-FILE-STATUS    PIC XX VALUE "00".
       01 SORTED-FILE-STATUS   PIC XX VALUE "00".
       01 STROEM-FILE-STATUS   PIC XX VALUE "00".
       01 MANIFEST-FILE-STATUS PIC XX VALUE "00".
       01 AFVIST-FILE-STATUS   PIC XX VALUE "00".
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

           PERFORM LAES-TRYKFILER
           PERFORM LAES-HUSSTANDE

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT USORT-FILE
           MOVE "USORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE USORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT AFVIST-FILE
           MOVE SPACES TO AFVIST-LINE
           MOVE "AFVIST-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE AFVIST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM VARYING TF-IX FROM 1 BY 1 UNTIL TF-IX > TF-COUNT
               PERFORM LAES-PAPIRFIL
           END-PERFORM

           CLOSE USORT-FILE
           CLOSE AFVIST-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY TS-NOEGLE OF SD-TRYKSORTOPL
               USING USORT-FILE
               GIVING SORTED-FILE
           MOVE "SORTED-FILE" TO WS-IO-FILE-NAME
           MOVE "SORT"        TO WS-IO-OPERATION
           MOVE SORTED-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM OPTAEL-KUVERTER
           PERFORM SKRIV-STROEM
           CLOSE KUNDE-FILE
           PERFORM SKRIV-MANIFEST

           DISPLAY "OpgaveTrykSamling: " KV-COUNT " kuverter, "
               TR-ANTAL-DOK " dokumenter, " TR-ANTAL-SIDER " sider"
           IF TR-ANTAL-AFVIST > ZERO OR TR-LINJER-UDEN > ZERO
               DISPLAY "  afvist: " TR-ANTAL-AFVIST " dokumenter, "
                   TR-LINJER-UDEN " linjer uden modtager"
           END-IF

           PERFORM SKRIV-KOERSELSLOG
           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   OR DK-OVERFLOW = "Y" OR HH-OVERFLOW = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-AFVIST > ZERO OR TR-LINJER-UDEN > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * LAES-TRYKFILER                                                *
      * Formål: Læser dagens papirfiler fra TrykFiler.txt. Findes     *
      *         filen ikke, gælder standardlisten over alle kendte    *
      *         papirstrømme - kontoudskrifterne under forretnings-   *
      *         datoens navn, som Opgave10 danner dem, og de Digital  *
      *         Post-dokumenter OpgaveDPKvittering har sendt tilbage  *
      *         til papir.                                            *
      *****************************************************************
       LAES-TRYKFILER.
           OPEN INPUT TRYKFILER-FILE
           IF TRYKFILER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-TRYKFILER = "Y"
                   READ TRYKFILER-FILE
                       AT END
                           MOVE "Y" TO END-OF-TRYKFILER
                       NOT AT END
                           IF TF-FILNAVN-IND NOT = SPACES
                               MOVE TF-FILNAVN-IND TO WS-PAPIR-FILNAVN
                               PERFORM TILFOEJ-TRYKFIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRYKFILER-FILE
           ELSE
               IF WS-FORRETNINGSDATO = ZERO
                   MOVE "Kontoudskrifter.txt" TO WS-PAPIR-FILNAVN
               ELSE
                   MOVE SPACES TO WS-PAPIR-FILNAVN
                   STRING "Kontoudskrifter." DELIMITED BY SIZE
                           WS-FORRETNINGSDATO DELIMITED BY SIZE
                           ".txt"             DELIMITED BY SIZE
                           INTO WS-PAPIR-FILNAVN
               END-IF
               PERFORM TILFOEJ-TRYKFIL
               MOVE "SlutopgoerelsePapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "OvertraekBrevePapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "VarslingPapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "AbonnementPapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "ForbrugPapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "MyndighedBreve.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "LaanIndfrielseBreve.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "LaanOpkraevningsBreve.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "LaanRykkerBrevePapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "RenteTilpasningPapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "LaanAarsopgoerelsePapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "AftaleindskudVarsler.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "DepotUdskriftPapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "Engagementsbreve.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "BetalingAfvisningsbreve.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "FxBekraeftelser.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "KlageBrevPapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "Velkomstbreve.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "OmkostningsoversigtPapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "PensionAarsopgoerelsePapir.txt"
                   TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "SovendeKontiBreve.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "TppVarselPapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "FilialFlytningPapir.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
               MOVE "DigitalPostFallback.txt" TO WS-PAPIR-FILNAVN
               PERFORM TILFOEJ-TRYKFIL
           END-IF
       EXIT.

       TILFOEJ-TRYKFIL.
           IF TF-COUNT < TF-MAX-ANTAL
               ADD 1 TO TF-COUNT
               MOVE WS-PAPIR-FILNAVN TO TF-FILNAVN(TF-COUNT)
               MOVE "M" TO TF-STATUS(TF-COUNT)
               MOVE ZERO TO TF-ANTAL-DOK(TF-COUNT)
                            TF-ANTAL-AFVIST(TF-COUNT)
                            TF-ANTAL-DIGITAL(TF-COUNT)
                            TF-LINJER-UDEN(TF-COUNT)
           END-IF
       EXIT.

      *****************************************************************
      * LAES-HUSSTANDE                                                *
      * Formål: Indlæser husstandsregistret. Findes det ikke,         *
      *         kuverteres der pr. kunde og adresse.                  *
      *****************************************************************
       LAES-HUSSTANDE.
           OPEN INPUT HUSSTAND-FILE
           IF HUSSTAND-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HUSSTAND = "Y"
               READ HUSSTAND-FILE INTO HUSSTANDOPL
                   AT END
                       MOVE "Y" TO END-OF-HUSSTAND
                   NOT AT END
                       IF HH-COUNT < HH-MAX-ANTAL
                           ADD 1 TO HH-COUNT
                           MOVE HH-KUNDE-ID
                               TO HT-KUNDE-ID(HH-COUNT)
                           MOVE HH-HUSSTAND-ID
                               TO HT-HUSSTAND-ID(HH-COUNT)
                       ELSE
                           MOVE "Y" TO HH-OVERFLOW
                       END-IF
               END-READ
               MOVE "HUSSTAND-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE HUSSTAND-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE HUSSTAND-FILE
       EXIT.

      *****************************************************************
      * LAES-PAPIRFIL                                                 *
      * Formål: Læser én papirfil og deler den i dokumenter efter     *
      *         modtagerlinjerne. Et kuverteret dokuments linjer      *
      *         skrives til sorteringsleddet med kuvertnøglen; et     *
      *         afvist dokument og linjer før første modtagerlinje    *
      *         går til TrykAfvist.txt; digitale dokumenter (som står *
      *         i samme fil som papirbrevene hos enkelte producenter) *
      *         springes over. En fil der ikke er dannet i dag, er    *
      *         ikke en fejl.                                         *
      *****************************************************************
       LAES-PAPIRFIL.
           MOVE TF-FILNAVN(TF-IX) TO WS-PAPIR-FILNAVN
           OPEN INPUT PAPIR-FILE
           IF PAPIR-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "PAPIR-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE PAPIR-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF PAPIR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO TF-STATUS(TF-IX)
           MOVE "U" TO WS-DOK-TILSTAND
           MOVE "N" TO WS-UDEN-SKREVET
           MOVE "N" TO END-OF-PAPIR
           PERFORM UNTIL END-OF-PAPIR = "Y"
               READ PAPIR-FILE
                   AT END
                       MOVE "Y" TO END-OF-PAPIR
                   NOT AT END
                       PERFORM BEHANDL-PAPIRLINJE
               END-READ
               MOVE "PAPIR-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE PAPIR-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE PAPIR-FILE
       EXIT.

       BEHANDL-PAPIRLINJE.
           EVALUATE TRUE
               WHEN PAPIR-LINE(1:15) = "=TRYK MODTAGER="
                   PERFORM START-DOKUMENT
               WHEN PAPIR-LINE(1:16) = "=EBOKS MODTAGER="
                   MOVE "E" TO WS-DOK-TILSTAND
                   ADD 1 TO TF-ANTAL-DIGITAL(TF-IX)
                   ADD 1 TO TR-ANTAL-DIGITAL
               WHEN WS-DOK-TILSTAND = "T"
                   ADD 1 TO WS-LINJE-NR
                   ADD 1 TO DK-LINJER(DK-COUNT)
                   PERFORM SKRIV-USORT
               WHEN WS-DOK-TILSTAND = "A"
                   MOVE PAPIR-LINE TO AFVIST-LINE
                   PERFORM SKRIV-AFVIST-LINE
               WHEN WS-DOK-TILSTAND = "E"
                   CONTINUE
               WHEN OTHER
      * Linjer før første modtagerlinje kan ikke kuverteres - en
      * tom linje er blot luft og tælles ikke
                   IF PAPIR-LINE NOT = SPACES
                       IF WS-UDEN-SKREVET = "N"
                           MOVE "Y" TO WS-UDEN-SKREVET
                           STRING "UDEN MODTAGER FIL=" DELIMITED BY SIZE
                                   WS-PAPIR-FILNAVN DELIMITED BY SPACE
                                   INTO AFVIST-LINE
                           PERFORM SKRIV-AFVIST-LINE
                       END-IF
                       ADD 1 TO TF-LINJER-UDEN(TF-IX)
                       ADD 1 TO TR-LINJER-UDEN
                       MOVE PAPIR-LINE TO AFVIST-LINE
                       PERFORM SKRIV-AFVIST-LINE
                   END-IF
           END-EVALUATE
       EXIT.

      *****************************************************************
      * START-DOKUMENT                                                *
      * Formål: Fortolker modtagerlinjen, slår kundens aktuelle       *
      *         adresse og husstand op og danner kuvertnøglen. Kan    *
      *         dokumentet ikke kuverteres, afvises det med årsag.    *
      *****************************************************************
       START-DOKUMENT.
           MOVE SPACES TO WS-DOK-KUNDE-ID WS-DOK-TYPE WS-DOK-REST
           MOVE SPACES TO WS-AFVIS-AARSAG
           UNSTRING PAPIR-LINE(16:117) DELIMITED BY " DOK="
               INTO WS-DOK-KUNDE-ID WS-DOK-REST
           END-UNSTRING
           MOVE WS-DOK-REST TO WS-DOK-TYPE
           IF WS-DOK-TYPE = SPACES
               MOVE "UKENDT" TO WS-DOK-TYPE
           END-IF
           IF WS-DOK-KUNDE-ID = SPACES
               MOVE "MODTAGER MANGLER" TO WS-AFVIS-AARSAG
           ELSE
               MOVE WS-DOK-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
               READ KUNDE-FILE
                   INVALID KEY
                       MOVE "KUNDE UKENDT" TO WS-AFVIS-AARSAG
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ADRESSE-UGYLDIG
                               MOVE "ADRESSE UGYLDIG"
                                   TO WS-AFVIS-AARSAG
                           WHEN VEJNAVN = SPACES OR POSTNR = SPACES
                               MOVE "ADRESSE MANGLER"
                                   TO WS-AFVIS-AARSAG
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-AFVIS-AARSAG = SPACES AND DK-COUNT >= DK-MAX-ANTAL
               MOVE "Y" TO DK-OVERFLOW
               MOVE "TABEL FULD" TO WS-AFVIS-AARSAG
           END-IF

           IF WS-AFVIS-AARSAG NOT = SPACES
               MOVE "A" TO WS-DOK-TILSTAND
               ADD 1 TO TF-ANTAL-AFVIST(TF-IX)
               ADD 1 TO TR-ANTAL-AFVIST
               STRING "AFVIST FIL=" DELIMITED BY SIZE
                       WS-PAPIR-FILNAVN DELIMITED BY SPACE
                       " KUNDE=" DELIMITED BY SIZE
                       WS-DOK-KUNDE-ID DELIMITED BY SPACE
                       " DOK=" DELIMITED BY SIZE
                       WS-DOK-TYPE DELIMITED BY "  "
                       " AARSAG=" DELIMITED BY SIZE
                       WS-AFVIS-AARSAG DELIMITED BY "  "
                       INTO AFVIST-LINE
               PERFORM SKRIV-AFVIST-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "T" TO WS-DOK-TILSTAND
           ADD 1 TO DK-COUNT
           MOVE ZERO TO DK-LINJER(DK-COUNT) DK-SIDER(DK-COUNT)
           MOVE ZERO TO WS-LINJE-NR
           ADD 1 TO TF-ANTAL-DOK(TF-IX)

           MOVE SPACES TO WS-NOEGLE
           IF LANDE-KODE = SPACES OR LANDE-KODE = "DK"
               MOVE "1" TO WS-NG-LAND-GRP
           ELSE
               MOVE "2" TO WS-NG-LAND-GRP
           END-IF
           MOVE POSTNR TO WS-NG-POSTNR
           STRING VEJNAVN HUSNR ETAGE SIDE DELIMITED BY SIZE
               INTO WS-NG-ADRESSE
           MOVE "K" TO WS-NG-MODTAGER(1:1)
           MOVE WS-DOK-KUNDE-ID TO WS-NG-MODTAGER(2:10)
           PERFORM VARYING HH-IX FROM 1 BY 1 UNTIL HH-IX > HH-COUNT
               IF HT-KUNDE-ID(HH-IX) = WS-DOK-KUNDE-ID
                   MOVE SPACES TO WS-NG-MODTAGER
                   MOVE "H" TO WS-NG-MODTAGER(1:1)
                   MOVE HT-HUSSTAND-ID(HH-IX) TO WS-NG-MODTAGER(2:8)
                   EXIT PERFORM
               END-IF
           END-PERFORM

       EXIT.

       SKRIV-USORT.
           MOVE SPACES TO USORT-TRYKSORTOPL
           MOVE WS-NG-LAND-GRP TO TS-LAND-GRP OF USORT-TRYKSORTOPL
           MOVE WS-NG-POSTNR   TO TS-POSTNR OF USORT-TRYKSORTOPL
           MOVE WS-NG-ADRESSE  TO TS-ADRESSE OF USORT-TRYKSORTOPL
           MOVE WS-NG-MODTAGER TO TS-MODTAGER OF USORT-TRYKSORTOPL
           MOVE DK-COUNT       TO TS-DOK-NR OF USORT-TRYKSORTOPL
           MOVE WS-DOK-KUNDE-ID TO TS-KUNDE-ID OF USORT-TRYKSORTOPL
           MOVE WS-DOK-TYPE    TO TS-DOKTYPE OF USORT-TRYKSORTOPL
           MOVE WS-LINJE-NR    TO TS-LINJE-NR OF USORT-TRYKSORTOPL
           MOVE PAPIR-LINE     TO TS-TEKST OF USORT-TRYKSORTOPL
           WRITE USORT-TRYKSORTOPL
           MOVE "USORT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"      TO WS-IO-OPERATION
           MOVE USORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO TR-ANTAL-LINJER
       EXIT.

       SKRIV-AFVIST-LINE.
           WRITE AFVIST-LINE
           MOVE "AFVIST-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE AFVIST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO AFVIST-LINE
       EXIT.

      *****************************************************************
      * OPTAEL-KUVERTER                                               *
      * Formål: Første gennemløb af de sorterede linjer: sætter hvert *
      *         dokuments sideantal og tæller dokumenter, sider og    *
      *         modtagere pr. kuvert, så kuvertrecorden kan bære      *
      *         tallene foran indholdet. Dokumenttypernes totaler     *
      *         til manifestet opsamles samtidig.                     *
      *****************************************************************
       OPTAEL-KUVERTER.
           PERFORM VARYING DK-IX FROM 1 BY 1 UNTIL DK-IX > DK-COUNT
               DIVIDE DK-LINJER(DK-IX) BY WS-SIDE-LINJER
                   GIVING DK-SIDER(DK-IX)
               IF DK-SIDER(DK-IX) * WS-SIDE-LINJER < DK-LINJER(DK-IX)
                   ADD 1 TO DK-SIDER(DK-IX)
               END-IF
               IF DK-SIDER(DK-IX) = ZERO
                   MOVE 1 TO DK-SIDER(DK-IX)
               END-IF
           END-PERFORM

           OPEN INPUT SORTED-FILE
           MOVE "SORTED-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE SORTED-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF SORTED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FORRIGE-NOEGLE
           MOVE ZERO TO WS-FORRIGE-DOK-NR
           MOVE "N" TO END-OF-SORTED
           PERFORM UNTIL END-OF-SORTED = "Y"
               READ SORTED-FILE
                   AT END
                       MOVE "Y" TO END-OF-SORTED
                   NOT AT END
                       IF TS-DOK-NR OF TRYKSORTOPL
                               NOT = WS-FORRIGE-DOK-NR
                           PERFORM OPTAEL-DOKUMENT
                       END-IF
               END-READ
               MOVE "SORTED-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"        TO WS-IO-OPERATION
               MOVE SORTED-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SORTED-FILE
       EXIT.

       OPTAEL-DOKUMENT.
           MOVE TS-DOK-NR OF TRYKSORTOPL TO WS-FORRIGE-DOK-NR
           MOVE TS-DOK-NR OF TRYKSORTOPL TO DK-IX
           IF TS-NOEGLE OF TRYKSORTOPL(1:61) NOT = WS-FORRIGE-NOEGLE
               MOVE TS-NOEGLE OF TRYKSORTOPL(1:61)
                   TO WS-FORRIGE-NOEGLE
               ADD 1 TO KV-COUNT
               MOVE ZERO TO KV-ANTAL-DOK(KV-COUNT)
                            KV-SIDER(KV-COUNT)
                            KV-KUNDE-ANTAL(KV-COUNT)
               MOVE SPACES TO KV-KUNDE-ID(KV-COUNT, 1)
                              KV-KUNDE-ID(KV-COUNT, 2)
                              KV-KUNDE-ID(KV-COUNT, 3)
               IF TS-LAND-GRP OF TRYKSORTOPL = "2"
                   ADD 1 TO TR-ANTAL-UDLAND
               END-IF
           END-IF
           ADD 1 TO KV-ANTAL-DOK(KV-COUNT)
           ADD DK-SIDER(DK-IX) TO KV-SIDER(KV-COUNT)
           ADD 1 TO TR-ANTAL-DOK
           ADD DK-SIDER(DK-IX) TO TR-ANTAL-SIDER

           MOVE "N" TO WS-KUNDE-KENDT
           PERFORM VARYING KK-IX FROM 1 BY 1
                   UNTIL KK-IX > KV-KUNDE-ANTAL(KV-COUNT)
               IF KV-KUNDE-ID(KV-COUNT, KK-IX) =
                       TS-KUNDE-ID OF TRYKSORTOPL
                   MOVE "Y" TO WS-KUNDE-KENDT
               END-IF
           END-PERFORM
           IF WS-KUNDE-KENDT = "N" AND KV-KUNDE-ANTAL(KV-COUNT) < 3
               ADD 1 TO KV-KUNDE-ANTAL(KV-COUNT)
               MOVE TS-KUNDE-ID OF TRYKSORTOPL
                   TO KV-KUNDE-ID(KV-COUNT, KV-KUNDE-ANTAL(KV-COUNT))
           END-IF

           PERFORM VARYING DT-IX FROM 1 BY 1 UNTIL DT-IX > DT-COUNT
               IF DT-DOKTYPE(DT-IX) = TS-DOKTYPE OF TRYKSORTOPL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DT-IX > DT-COUNT
               IF DT-COUNT < DT-MAX-ANTAL
                   ADD 1 TO DT-COUNT
                   MOVE DT-COUNT TO DT-IX
                   MOVE TS-DOKTYPE OF TRYKSORTOPL TO DT-DOKTYPE(DT-IX)
                   MOVE ZERO TO DT-ANTAL-DOK(DT-IX) DT-SIDER(DT-IX)
               ELSE
      * Typer ud over tabellen samles på sidste plads
                   MOVE DT-MAX-ANTAL TO DT-IX
                   MOVE "OEVRIGE" TO DT-DOKTYPE(DT-IX)
               END-IF
           END-IF
           ADD 1 TO DT-ANTAL-DOK(DT-IX)
           ADD DK-SIDER(DK-IX) TO DT-SIDER(DT-IX)
       EXIT.

      *****************************************************************
      * SKRIV-STROEM                                                  *
      * Formål: Andet gennemløb: skriver printstrømmen. Ved skift af  *
      *         kuvertnøgle skrives kuvertrecorden med nummer,        *
      *         POSTNR, antal dokumenter og sider, modtagerne og den  *
      *         aktuelle adresse; ved skift af dokument dokument-     *
      *         recorden med type, kunde og sider; et sideskift       *
      *         markeres for hver fulde side inden i et dokument.     *
      *****************************************************************
       SKRIV-STROEM.
           OPEN OUTPUT STROEM-FILE
           MOVE SPACES TO STROEM-LINE
           MOVE "STROEM-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE STROEM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           OPEN INPUT SORTED-FILE
           MOVE "SORTED-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE SORTED-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF SORTED-FILE-STATUS NOT = "00"
               CLOSE STROEM-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FORRIGE-NOEGLE
           MOVE ZERO TO WS-FORRIGE-DOK-NR KV-IX
           MOVE "N" TO END-OF-SORTED
           PERFORM UNTIL END-OF-SORTED = "Y"
               READ SORTED-FILE
                   AT END
                       MOVE "Y" TO END-OF-SORTED
                   NOT AT END
                       IF TS-NOEGLE OF TRYKSORTOPL(1:61)
                               NOT = WS-FORRIGE-NOEGLE
                           MOVE TS-NOEGLE OF TRYKSORTOPL(1:61)
                               TO WS-FORRIGE-NOEGLE
                           PERFORM SKRIV-KUVERT
                       END-IF
                       IF TS-DOK-NR OF TRYKSORTOPL
                               NOT = WS-FORRIGE-DOK-NR
                           MOVE TS-DOK-NR OF TRYKSORTOPL
                               TO WS-FORRIGE-DOK-NR
                           PERFORM SKRIV-DOKUMENT
                       END-IF
                       IF WS-DOK-SIDE-LINJER >= WS-SIDE-LINJER
                           MOVE "=SIDESKIFT" TO STROEM-LINE
                           PERFORM SKRIV-STROEM-LINE
                           MOVE ZERO TO WS-DOK-SIDE-LINJER
                       END-IF
                       MOVE TS-TEKST OF TRYKSORTOPL TO STROEM-LINE
                       PERFORM SKRIV-STROEM-LINE
                       ADD 1 TO WS-DOK-SIDE-LINJER
               END-READ
               MOVE "SORTED-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"        TO WS-IO-OPERATION
               MOVE SORTED-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SORTED-FILE
           CLOSE STROEM-FILE
       EXIT.

      *****************************************************************
      * SKRIV-KUVERT                                                  *
      * Formål: Kuvertrecorden og adresseblokken. Navnene er          *
      *         kuvertens modtagere (op til tre medlemmer af          *
      *         husstanden); adressen er den første modtagers         *
      *         aktuelle adresse, som er fælles for kuverten.         *
      *****************************************************************
       SKRIV-KUVERT.
           ADD 1 TO KV-IX
           MOVE KV-IX TO WS-KV-NR-DISPLAY
           MOVE KV-SIDER(KV-IX) TO WS-SIDER-DISPLAY
           MOVE KV-ANTAL-DOK(KV-IX) TO WS-DOK-DISPLAY
           STRING "=KUVERT NR=" DELIMITED BY SIZE
                   WS-KV-NR-DISPLAY DELIMITED BY SIZE
                   " POSTNR=" DELIMITED BY SIZE
                   TS-POSTNR OF TRYKSORTOPL DELIMITED BY SIZE
                   " DOKUMENTER=" DELIMITED BY SIZE
                   WS-DOK-DISPLAY DELIMITED BY SIZE
                   " SIDER=" DELIMITED BY SIZE
                   WS-SIDER-DISPLAY DELIMITED BY SIZE
                   " MODTAGER=" DELIMITED BY SIZE
                   TS-MODTAGER OF TRYKSORTOPL DELIMITED BY SPACE
                   INTO STROEM-LINE
           PERFORM SKRIV-STROEM-LINE
           PERFORM VARYING KK-IX FROM KV-KUNDE-ANTAL(KV-IX) BY -1
                   UNTIL KK-IX < 1
               MOVE KV-KUNDE-ID(KV-IX, KK-IX) TO KUNDE-ID IN KUNDEOPL
               READ KUNDE-FILE
                   INVALID KEY
                       MOVE SPACES TO FORNAVN EFTERNAVN
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               STRING "=ADRESSAT " DELIMITED BY SIZE
                       FORNAVN DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EFTERNAVN DELIMITED BY "  "
                       INTO STROEM-LINE
               PERFORM SKRIV-STROEM-LINE
           END-PERFORM
      * Den sidst læste er kuvertens første modtager - adressen
      * tages derfra
           STRING "=ADRESSE " DELIMITED BY SIZE
                   VEJNAVN DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   HUSNR DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ETAGE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   SIDE DELIMITED BY SPACE
                   INTO STROEM-LINE
           PERFORM SKRIV-STROEM-LINE
           STRING "=ADRESSE " DELIMITED BY SIZE
                   POSTNR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CITY DELIMITED BY "  "
                   INTO STROEM-LINE
           PERFORM SKRIV-STROEM-LINE
           IF TS-LAND-GRP OF TRYKSORTOPL = "2"
               STRING "=ADRESSE " DELIMITED BY SIZE
                       LANDE-KODE DELIMITED BY SIZE
                       INTO STROEM-LINE
               PERFORM SKRIV-STROEM-LINE
           END-IF
       EXIT.

       SKRIV-DOKUMENT.
           MOVE TS-DOK-NR OF TRYKSORTOPL TO DK-IX
           MOVE DK-SIDER(DK-IX) TO WS-SIDER-DISPLAY
           STRING "=DOKUMENT TYPE=" DELIMITED BY SIZE
                   TS-DOKTYPE OF TRYKSORTOPL DELIMITED BY "  "
                   " KUNDE=" DELIMITED BY SIZE
                   TS-KUNDE-ID OF TRYKSORTOPL DELIMITED BY SPACE
                   " SIDER=" DELIMITED BY SIZE
                   WS-SIDER-DISPLAY DELIMITED BY SIZE
                   INTO STROEM-LINE
           PERFORM SKRIV-STROEM-LINE
           MOVE ZERO TO WS-DOK-SIDE-LINJER
       EXIT.

       SKRIV-STROEM-LINE.
           WRITE STROEM-LINE
           MOVE "STROEM-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE STROEM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO TR-STROEM-LINJER
           MOVE SPACES TO STROEM-LINE
       EXIT.

      *****************************************************************
      * SKRIV-MANIFEST                                                *
      * Formål: Manifestet der følger printstrømmen til trykkeriet:   *
      *         kildefilerne, dokumenter og sider pr. dokumenttype,   *
      *         kuverttotaler og strømmens linjeantal som             *
      *         kontroltal - og kvitteringsfelterne, som trykkeriet   *
      *         udfylder og sender retur.                             *
      *****************************************************************
       SKRIV-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-LINE
           MOVE "MANIFEST-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE MANIFEST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "TRYKMANIFEST - TrykStroem.txt - KOERSELSDATO "
                   DELIMITED BY SIZE
                   WS-DATO-TEKST DELIMITED BY SIZE
                   INTO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           MOVE "KILDEFILER" TO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           PERFORM VARYING TF-IX FROM 1 BY 1 UNTIL TF-IX > TF-COUNT
               IF TF-STATUS(TF-IX) = "M"
                   STRING "  " DELIMITED BY SIZE
                           TF-FILNAVN(TF-IX) DELIMITED BY SIZE
                           " IKKE DANNET" DELIMITED BY SIZE
                           INTO MANIFEST-LINE
               ELSE
                   MOVE TF-ANTAL-DOK(TF-IX) TO WS-ANTAL-DISPLAY
                   MOVE TF-ANTAL-AFVIST(TF-IX) TO WS-ANTAL-DISPLAY-2
                   MOVE TF-ANTAL-DIGITAL(TF-IX) TO WS-ANTAL-DISPLAY-3
                   STRING "  " DELIMITED BY SIZE
                           TF-FILNAVN(TF-IX) DELIMITED BY SIZE
                           " DOK=" DELIMITED BY SIZE
                           WS-ANTAL-DISPLAY DELIMITED BY SIZE
                           " AFVIST=" DELIMITED BY SIZE
                           WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                           " DIGITALE=" DELIMITED BY SIZE
                           WS-ANTAL-DISPLAY-3 DELIMITED BY SIZE
                           INTO MANIFEST-LINE
               END-IF
               PERFORM SKRIV-MANIFEST-LINE
           END-PERFORM
           PERFORM SKRIV-MANIFEST-LINE

           MOVE "DOKUMENTTYPE       DOKUMENTER    SIDER"
               TO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           PERFORM VARYING DT-IX FROM 1 BY 1 UNTIL DT-IX > DT-COUNT
               MOVE DT-ANTAL-DOK(DT-IX) TO WS-ANTAL-DISPLAY
               MOVE DT-SIDER(DT-IX) TO WS-ANTAL-DISPLAY-2
               STRING "  " DELIMITED BY SIZE
                       DT-DOKTYPE(DT-IX) DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                       INTO MANIFEST-LINE
               PERFORM SKRIV-MANIFEST-LINE
           END-PERFORM
           MOVE TR-ANTAL-DOK TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-SIDER TO WS-ANTAL-DISPLAY-2
           STRING "  I ALT             " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                   INTO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE

           MOVE KV-COUNT TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-UDLAND TO WS-ANTAL-DISPLAY-2
           STRING "KUVERTER:          " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   "  HERAF UDLAND: " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                   INTO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           IF TR-ANTAL-DOK > KV-COUNT
               COMPUTE TR-SPARET = TR-ANTAL-DOK - KV-COUNT
           END-IF
           MOVE TR-SPARET TO WS-ANTAL-DISPLAY
           STRING "SPARET VED SAMPAKNING: " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   " KUVERTER" DELIMITED BY SIZE
                   INTO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           MOVE TR-STROEM-LINJER TO WS-ANTAL-DISPLAY
           STRING "KONTROLTAL - LINJER I STROEMMEN: " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   INTO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           MOVE TR-ANTAL-AFVIST TO WS-ANTAL-DISPLAY
           MOVE TR-LINJER-UDEN TO WS-ANTAL-DISPLAY-2
           STRING "IKKE MED (TrykAfvist.txt): " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   " DOKUMENTER, " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                   " LINJER UDEN MODTAGER" DELIMITED BY SIZE
                   INTO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           IF DK-OVERFLOW = "Y"
               MOVE "ADVARSEL: dokumenttabellen er fuld" TO
                   MANIFEST-LINE
               PERFORM SKRIV-MANIFEST-LINE
           END-IF
           IF HH-OVERFLOW = "Y"
               MOVE "ADVARSEL: husstandstabellen er fuld" TO
                   MANIFEST-LINE
               PERFORM SKRIV-MANIFEST-LINE
           END-IF
           PERFORM SKRIV-MANIFEST-LINE

           MOVE "KVITTERING FRA TRYKKERIET" TO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           MOVE "  MODTAGET KUVERTER: ________  SIDER: ________"
               TO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           MOVE "  AFSENDT DATO: __________  UNDERSKRIFT: ________"
               TO MANIFEST-LINE
           PERFORM SKRIV-MANIFEST-LINE
           CLOSE MANIFEST-FILE
       EXIT.

       SKRIV-MANIFEST-LINE.
           WRITE MANIFEST-LINE
           MOVE "MANIFEST-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE MANIFEST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO MANIFEST-LINE
       EXIT.

      *****************************************************************
      * SKRIV-KOERSELSLOG                                             *
      * Formål: Tilføjer kørslens run-log-linje til den fælles        *
      *         Koerselslog.txt med antal kuverter og status.         *
      *****************************************************************
       SKRIV-KOERSELSLOG.
           IF WS-IO-ERROR-COUNT = ZERO
               MOVE "OK"   TO WS-KOERSEL-STATUS
           ELSE
               MOVE "FEJL" TO WS-KOERSEL-STATUS
           END-IF
           MOVE KV-COUNT TO WS-ANTAL-DISPLAY
           OPEN EXTEND KOERSELSLOG-FILE
           IF KOERSELSLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOERSELSLOG-FILE
           END-IF
           IF KOERSELSLOG-FILE-STATUS = "00"
               MOVE SPACES TO KOERSELSLOG-LINE
               STRING "OPGAVETRYKSAMLING DATO=" DELIMITED BY SIZE
                       WS-DATO-TEKST DELIMITED BY SIZE
                       " KUVERTER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ANTAL-DISPLAY)
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

      *****************************************************************
      * PROGRAM-ID: OPGAVEGENERATIONGEM                               *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Gemmer en nummereret generation af de filer et    *
      *             opdaterende batch-step ændrer, umiddelbart før    *
      *             steppet kører. Hidtil har en fejlkørsel midt i    *
      *             OPGBATCH betydet håndrettelser, fordi KontoOpl og *
      *             registrene allerede var halvt opdateret. Stepnav- *
      *             net læses fra GenerationStep.txt (overstyres pr.  *
      *             step via dens DD), filerne fra GenerationPlan.txt *
      *             eller den indbyggede standardplan. Hver fil       *
      *             kopieres til "<fil>.Gnnnnn" og katalogiseres i    *
      *             Generationer.txt med recordantal og hashtotal, så *
      *             OpgaveTilbagerul kan genskabe et konsistent sæt.  *
      *             RETURN-CODE 8 (ukendt step eller I/O-fejl)        *
      *             standser kæden før det opdaterende step.          *
      * INPUT:      GenerationStep.txt - Steppet der skal gemmes for  *
      *             GenerationPlan.txt - Filerne pr. step (valgfri)   *
      *             Generationer.txt   - Kataloget (næste nummer)     *
      *             BusinessDato.txt   - Forretningsdatoen            *
      * OUTPUT:     <fil>.Gnnnnn       - Generationskopierne          *
      *             Generationer.txt   - Udvides med kopierne         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveGenerationGem.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO "GenerationStep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO "GenerationPlan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.
           SELECT KATALOG-IND-FILE ASSIGN TO "Generationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOG-IND-FILE-STATUS.
           SELECT KATALOG-UD-FILE ASSIGN TO "Generationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOG-UD-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT SEKV-IND-FILE ASSIGN TO WS-IND-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEKV-IND-FILE-STATUS.
           SELECT SEKV-UD-FILE ASSIGN TO WS-UD-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEKV-UD-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "GenerationGem-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-FILE.
       01 GENSTEPOPL.
           COPY "GENSTEPOPL.cpy".

       FD PLAN-FILE.
       01 GENPLANOPL.
           COPY "GENPLANOPL.cpy".

       FD KATALOG-IND-FILE.
       01 KATALOG-IND-RECORD.
           COPY "GENERATIONOPL.cpy"
               REPLACING LEADING ==GN-== BY ==KI-==.

       FD KATALOG-UD-FILE.
       01 GENERATIONOPL.
           COPY "GENERATIONOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

      * De linjesekventielle filer kopieres linje for linje uden at
      * kende deres layout
       FD SEKV-IND-FILE.
       01 SEKV-IND-LINE    PIC X(1000).

       FD SEKV-UD-FILE.
       01 SEKV-UD-LINE     PIC X(1000) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE        PIC X VALUE "N".

       01 WS-STEP            PIC X(08) VALUE SPACES.
       01 WS-PLAN-FUNDET     PIC X VALUE "N".
       01 WS-TABEL-FULD      PIC X VALUE "N".

      * Steppets filer - fra GenerationPlan.txt eller standardplanen
       01 PL-MAX-ANTAL       PIC 9(2) VALUE 20.
       01 PL-COUNT           PIC 9(2) VALUE ZERO.
       01 PL-ARRAY OCCURS 20 TIMES.
           COPY "GENPLANOPL.cpy"
               REPLACING LEADING ==GP-== BY ==PA-==.
       01 PL-IX              PIC 9(2) VALUE ZERO.

      * Standardplanens næste record (se TILFOEJ-STANDARD)
       01 WS-NY-PLAN.
           COPY "GENPLANOPL.cpy"
               REPLACING LEADING ==GP-== BY ==NP-==.

      * Generationen der gemmes nu og den fil der kopieres
       01 WS-GEN-NR          PIC 9(05) VALUE ZERO.
       01 WS-FIL-NAVN        PIC X(40) VALUE SPACES.
       01 WS-KOPI-NAVN       PIC X(50) VALUE SPACES.
       01 WS-KONTO-FILNAVN   PIC X(40) VALUE SPACES.
       01 WS-IND-FILNAVN     PIC X(50) VALUE SPACES.
       01 WS-UD-FILNAVN      PIC X(50) VALUE SPACES.
       01 WS-ANTAL           PIC 9(09) VALUE ZERO.
       01 WS-HASH            PIC S9(13)V99 VALUE ZERO.
       01 WS-HASH-SLUT       PIC 9(04) VALUE ZERO.
       01 WS-KALENDERDAG     PIC 9(8) VALUE ZERO.
       01 WS-SYSTID          PIC 9(8) VALUE ZERO.
       01 WS-TIDSPUNKT       PIC X(19) VALUE SPACES.

       01 TR-ANTAL-FILER     PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-MANGLEDE  PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-RECORDS   PIC 9(9) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 STEP-FILE-STATUS        PIC XX VALUE "00".
       01 PLAN-FILE-STATUS        PIC XX VALUE "00".
       01 KATALOG-IND-FILE-STATUS PIC XX VALUE "00".
       01 KATALOG-UD-FILE-STATUS  PIC XX VALUE "00".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 SEKV-IND-FILE-STATUS    PIC XX VALUE "00".
       01 SEKV-UD-FILE-STATUS     PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS            PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT       PIC 9(5) VALUE ZERO.

      * Referencedatoen - forretningsdatoen hvis sat, ellers dags
      * dato. Daterede filer bærer forretningsdatoen i navnet.
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO        PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM STEMPEL-REF-DATO
           ACCEPT WS-KALENDERDAG FROM DATE YYYYMMDD
           ACCEPT WS-SYSTID FROM TIME
           MOVE SPACES TO WS-TIDSPUNKT
           STRING WS-KALENDERDAG(1:4) "-" WS-KALENDERDAG(5:2) "-"
                   WS-KALENDERDAG(7:2) " " WS-SYSTID(1:2) ":"
                   WS-SYSTID(3:2) ":" WS-SYSTID(5:2)
                   DELIMITED BY SIZE
                   INTO WS-TIDSPUNKT
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LAES-STEP
           IF WS-STEP NOT = SPACES
               PERFORM LAES-PLAN
               IF WS-PLAN-FUNDET = "N"
                   PERFORM STANDARD-PLAN
               END-IF
           END-IF
           IF PL-COUNT = ZERO
               DISPLAY "OpgaveGenerationGem: intet i planen for step '"
                   WS-STEP "' - steppet standses"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FIND-NAESTE-NR
           OPEN EXTEND KATALOG-UD-FILE
           IF KATALOG-UD-FILE-STATUS = "35"
               OPEN OUTPUT KATALOG-UD-FILE
           END-IF
           MOVE "KATALOG-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"            TO WS-IO-OPERATION
           MOVE KATALOG-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-COUNT
               PERFORM GEM-FIL
           END-PERFORM
           CLOSE KATALOG-UD-FILE

           DISPLAY "OpgaveGenerationGem: step " WS-STEP
               " generation " WS-GEN-NR
               " - filer " TR-ANTAL-FILER
               " (heraf ikke fundet " TR-ANTAL-MANGLEDE ")"
               " records " TR-ANTAL-RECORDS
           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveGenerationGem: planen har mere end "
                   PL-MAX-ANTAL " filer for steppet"
           END-IF

           CLOSE IO-ERROR-FILE
           IF WS-IO-ERROR-COUNT > ZERO OR WS-TABEL-FULD = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * LAES-STEP                                                     *
      * Formål: Læser navnet på det step der skal gemmes for          *
      *****************************************************************
       LAES-STEP.
           OPEN INPUT STEP-FILE
           IF STEP-FILE-STATUS NOT = "00"
               MOVE "STEP-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"      TO WS-IO-OPERATION
               MOVE STEP-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               EXIT PARAGRAPH
           END-IF
           READ STEP-FILE INTO GENSTEPOPL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GS-STEP TO WS-STEP
           END-READ
           CLOSE STEP-FILE
       EXIT.

      *****************************************************************
      * LAES-PLAN                                                     *
      * Formål: Læser GenerationPlan.txt og gemmer steppets records.  *
      *         Findes filen, gælder den alene - også når steppet     *
      *         ikke står i den.                                      *
      *****************************************************************
       LAES-PLAN.
           OPEN INPUT PLAN-FILE
           IF PLAN-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "PLAN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE PLAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PLAN-FILE INTO GENPLANOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE "Y" TO WS-PLAN-FUNDET
                       IF GP-STEP = WS-STEP AND GP-FIL NOT = SPACES
                           IF PL-COUNT >= PL-MAX-ANTAL
                               MOVE "Y" TO WS-TABEL-FULD
                           ELSE
                               ADD 1 TO PL-COUNT
                               MOVE GENPLANOPL TO PL-ARRAY(PL-COUNT)
                           END-IF
                       END-IF
               END-READ
               MOVE "PLAN-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE PLAN-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE PLAN-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * STANDARD-PLAN                                                 *
      * Formål: Den indbyggede plan over de filer hvert opdaterende   *
      *         step i OPGBATCH - og ultimo- og låne-kørslerne -      *
      *         ændrer. Transaktionsfilen hashes på BELØB (pos 141),  *
      *         Interimskonto på INTERIM-BELOB (pos 30), Kredit-      *
      *         rammer på KR-UDNYTTET (pos 22) og Laan på LAAN-       *
      *         RESTGAELD (pos 42); øvrige registre kun på antal.     *
      *****************************************************************
       STANDARD-PLAN.
           MOVE SPACES TO WS-NY-PLAN
           MOVE "N" TO NP-DATERET
           MOVE "S" TO NP-ORG
           MOVE ZERO TO NP-HASH-POS
           MOVE ZERO TO NP-HASH-LGD
           MOVE WS-STEP TO NP-STEP
           EVALUATE WS-STEP
               WHEN "DATORUL"
                   MOVE "DATORUL" TO NP-PROGRAM
                   MOVE "BusinessDato.txt" TO NP-FIL
                   MOVE 1 TO NP-HASH-POS
                   MOVE 8 TO NP-HASH-LGD
                   PERFORM TILFOEJ-STANDARD
               WHEN "SENANKOM"
                   MOVE "OPGAVESENANKOMST" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
                   MOVE "DagsLukning.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "FILMON"
                   MOVE "OPGAVEFILMONITOR" TO NP-PROGRAM
                   MOVE "InterfaceStempler.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "VKIMPORT"
                   MOVE "OPGAVEVALUTAKURSIMPORT" TO NP-PROGRAM
                   MOVE "Valutakurser.txt" TO NP-FIL
                   MOVE 14 TO NP-HASH-POS
                   MOVE 7 TO NP-HASH-LGD
                   PERFORM TILFOEJ-STANDARD
                   MOVE "ValutakursAfventer.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "FASTEOVF"
                   MOVE "OPGAVEFASTEOVERFOERSLER" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
                   MOVE "FasteOverfoersler.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "FREMBET"
                   MOVE "OPGAVEFREMTIDIGEBETAL" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
                   MOVE "FremtidigeBetalinger.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "KORTCLR"
                   MOVE "OPGAVEKORTCLEARING" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
                   PERFORM TILFOEJ-INTERIMSKONTO
                   MOVE "Reservationer.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "DPKVIT"
                   MOVE "OPGAVEDPKVITTERING" TO NP-PROGRAM
                   MOVE "KundeoplysningerVedligehold.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "KommunikationsLog.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "DigitalPostFallback.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "SORTTRNS"
                   MOVE "SORT" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
               WHEN "POSTER"
                   MOVE "OPGAVEPOSTERING" TO NP-PROGRAM
                   PERFORM TILFOEJ-KONTOOPL
                   MOVE "Kreditrammer.txt" TO NP-FIL
                   MOVE 22 TO NP-HASH-POS
                   MOVE 11 TO NP-HASH-LGD
                   PERFORM TILFOEJ-STANDARD
                   MOVE "PensionsIndbetalinger.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "Valutasaldi.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "PosteringsCyklus.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "PosteringerAnvendt.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "PosteringsJournal.txt" TO NP-FIL
                   MOVE "J" TO NP-DATERET
                   PERFORM TILFOEJ-STANDARD
                   MOVE "PosteringerAfvist.txt" TO NP-FIL
                   MOVE "J" TO NP-DATERET
                   PERFORM TILFOEJ-STANDARD
                   MOVE "ArbejdsopgaverNye.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "SWEEP"
                   MOVE "OPGAVESWEEP" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
               WHEN "RENTEAKK"
                   MOVE "OPGAVERENTEAKKUMULERING" TO NP-PROGRAM
                   MOVE "RenteAkkumulering.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "TRAEKRNT"
                   MOVE "OPGAVETRAEKRENTE" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
                   MOVE "TraekRenteAkkumulering.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "TraekRenteJournal.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "CASHPOOL"
                   MOVE "OPGAVECASHPOOL" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
                   MOVE "CashpoolAkkumulering.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "CashpoolRenteJournal.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "INTERIM"
                   MOVE "OPGAVEINTERIMSKONTO" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
                   PERFORM TILFOEJ-INTERIMSKONTO
                   MOVE "InterimAudit.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "HOVEDBOG"
                   MOVE "OPGAVEHOVEDBOG" TO NP-PROGRAM
                   MOVE "DagsLukning.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "Hovedbog.txt" TO NP-FIL
                   MOVE "J" TO NP-DATERET
                   PERFORM TILFOEJ-STANDARD
               WHEN "SALDOBAL"
                   MOVE "OPGAVESALDOBALANCE" TO NP-PROGRAM
                   MOVE "HovedbogSaldo.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "MULDYR"
                   MOVE "OPGAVEMULDYR" TO NP-PROGRAM
                   MOVE "FraudSager.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "ArbejdsopgaverNye.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "ARBKOE"
                   MOVE "OPGAVEARBEJDSKOE" TO NP-PROGRAM
                   MOVE "Arbejdsopgaver.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "ArbejdsopgaverNye.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "RAPFORD"
                   MOVE "OPGAVERAPPORTFORDELING" TO NP-PROGRAM
                   MOVE "RapportArkiv.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "OPGAVE13"
                   MOVE "OPGAVE13" TO NP-PROGRAM
                   PERFORM TILFOEJ-KONTOOPL
                   MOVE "RenteJournal.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "RenteAkkumulering.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "Valutasaldi.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "GEBYRER"
                   MOVE "OPGAVEGEBYRER" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
                   MOVE "GebyrJournal.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN "LAANOPKR"
                   MOVE "OPGAVELAANOPKRAEVNING" TO NP-PROGRAM
                   PERFORM TILFOEJ-TRANSAKTIONER
                   MOVE "Laan.txt" TO NP-FIL
                   MOVE 42 TO NP-HASH-POS
                   MOVE 11 TO NP-HASH-LGD
                   PERFORM TILFOEJ-STANDARD
                   MOVE "LaanJournal.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "FikKrav.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
                   MOVE "Henstand.txt" TO NP-FIL
                   PERFORM TILFOEJ-STANDARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT.

       TILFOEJ-TRANSAKTIONER.
           MOVE "Transaktioner.txt" TO NP-FIL
           MOVE "J" TO NP-DATERET
           MOVE 141 TO NP-HASH-POS
           MOVE 12 TO NP-HASH-LGD
           PERFORM TILFOEJ-STANDARD
       EXIT.

       TILFOEJ-INTERIMSKONTO.
           MOVE "Interimskonto.txt" TO NP-FIL
           MOVE 30 TO NP-HASH-POS
           MOVE 12 TO NP-HASH-LGD
           PERFORM TILFOEJ-STANDARD
       EXIT.

       TILFOEJ-KONTOOPL.
           MOVE "KontoOpl.txt" TO NP-FIL
           MOVE "J" TO NP-DATERET
           MOVE "I" TO NP-ORG
           PERFORM TILFOEJ-STANDARD
       EXIT.

      *****************************************************************
      * TILFOEJ-STANDARD                                              *
      * Formål: Lægger WS-NY-PLAN i steppets plan og nulstiller fil-  *
      *         felterne til standardværdierne (udateret, sekventiel, *
      *         kun antal) før næste fil                              *
      *****************************************************************
       TILFOEJ-STANDARD.
           IF PL-COUNT >= PL-MAX-ANTAL
               MOVE "Y" TO WS-TABEL-FULD
           ELSE
               ADD 1 TO PL-COUNT
               MOVE WS-NY-PLAN TO PL-ARRAY(PL-COUNT)
           END-IF
           MOVE SPACES TO NP-FIL
           MOVE "N" TO NP-DATERET
           MOVE "S" TO NP-ORG
           MOVE ZERO TO NP-HASH-POS
           MOVE ZERO TO NP-HASH-LGD
       EXIT.

      *****************************************************************
      * FIND-NAESTE-NR                                                *
      * Formål: Næste generationsnummer er det højeste i kataloget    *
      *         plus én                                               *
      *****************************************************************
       FIND-NAESTE-NR.
           MOVE ZERO TO WS-GEN-NR
           OPEN INPUT KATALOG-IND-FILE
           IF KATALOG-IND-FILE-STATUS = "35"
               MOVE 1 TO WS-GEN-NR
               EXIT PARAGRAPH
           END-IF
           MOVE "KATALOG-IND-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE KATALOG-IND-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KATALOG-IND-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KI-NR > WS-GEN-NR
                           MOVE KI-NR TO WS-GEN-NR
                       END-IF
               END-READ
               MOVE "KATALOG-IND-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"             TO WS-IO-OPERATION
               MOVE KATALOG-IND-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KATALOG-IND-FILE
           MOVE "N" TO END-OF-FILE
           ADD 1 TO WS-GEN-NR
       EXIT.

      *****************************************************************
      * GEM-FIL                                                       *
      * Formål: Danner filens navn (dateret eller ej) og kopiens      *
      *         navn, kopierer filen og katalogiserer generationen    *
      *****************************************************************
       GEM-FIL.
           MOVE SPACES TO WS-FIL-NAVN
           IF PA-FIL-DATERET(PL-IX) AND WS-FORRETNINGSDATO NOT = ZERO
               STRING PA-FIL(PL-IX) DELIMITED BY ".txt"
                       "." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO WS-FIL-NAVN
           ELSE
               MOVE PA-FIL(PL-IX) TO WS-FIL-NAVN
           END-IF
           MOVE SPACES TO WS-KOPI-NAVN
           STRING WS-FIL-NAVN DELIMITED BY SPACE
                   ".G" DELIMITED BY SIZE
                   WS-GEN-NR DELIMITED BY SIZE
                   INTO WS-KOPI-NAVN

           MOVE SPACES TO GENERATIONOPL
           MOVE WS-GEN-NR        TO GN-NR
           MOVE WS-REF-DATO      TO GN-DATO
           MOVE WS-STEP          TO GN-STEP
           MOVE PA-PROGRAM(PL-IX) TO GN-PROGRAM
           MOVE WS-FIL-NAVN      TO GN-FIL
           MOVE WS-KOPI-NAVN     TO GN-KOPI
           MOVE PA-ORG(PL-IX)    TO GN-ORG
           MOVE PA-HASH-POS(PL-IX) TO GN-HASH-POS
           MOVE PA-HASH-LGD(PL-IX) TO GN-HASH-LGD
           MOVE WS-TIDSPUNKT     TO GN-TIDSPUNKT
           MOVE "G"              TO GN-STATUS
           MOVE ZERO TO WS-ANTAL
           MOVE ZERO TO WS-HASH
           IF PA-INDEKSERET(PL-IX)
               PERFORM GEM-INDEKSERET
           ELSE
               PERFORM GEM-SEKVENTIEL
           END-IF
           MOVE WS-ANTAL TO GN-ANTAL
           MOVE WS-HASH  TO GN-HASH
           IF GN-MANGLEDE
               ADD 1 TO TR-ANTAL-MANGLEDE
           END-IF
           ADD 1 TO TR-ANTAL-FILER
           ADD WS-ANTAL TO TR-ANTAL-RECORDS
           WRITE GENERATIONOPL
           MOVE "KATALOG-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"           TO WS-IO-OPERATION
           MOVE KATALOG-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * GEM-SEKVENTIEL                                                *
      * Formål: Kopierer en linjesekventiel fil linje for linje og    *
      *         summerer hashfeltet. Findes filen ikke endnu (fx      *
      *         dagens transaktionsfil før første generator), mærkes  *
      *         generationen "M" - tilbagerulningen tømmer den da.    *
      *****************************************************************
       GEM-SEKVENTIEL.
           MOVE WS-FIL-NAVN TO WS-IND-FILNAVN
           MOVE WS-KOPI-NAVN TO WS-UD-FILNAVN
           OPEN INPUT SEKV-IND-FILE
           IF SEKV-IND-FILE-STATUS = "35"
               MOVE "M" TO GN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "SEKV-IND-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE SEKV-IND-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SEKV-UD-FILE
           MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           COMPUTE WS-HASH-SLUT = PA-HASH-POS(PL-IX)
               + PA-HASH-LGD(PL-IX) - 1
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SEKV-IND-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ANTAL
                       IF PA-HASH-POS(PL-IX) > ZERO
                           AND PA-HASH-LGD(PL-IX) > ZERO
                           AND WS-HASH-SLUT <= 1000
                           COMPUTE WS-HASH = WS-HASH
                               + FUNCTION NUMVAL(SEKV-IND-LINE(
                                   PA-HASH-POS(PL-IX):
                                   PA-HASH-LGD(PL-IX)))
                       END-IF
                       WRITE SEKV-UD-LINE FROM SEKV-IND-LINE
                       MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
                       MOVE "WRITE"        TO WS-IO-OPERATION
                       MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
                       PERFORM CHECK-IO-STATUS
               END-READ
               MOVE "SEKV-IND-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE SEKV-IND-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SEKV-IND-FILE
           CLOSE SEKV-UD-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * GEM-INDEKSERET                                                *
      * Formål: Læser den indekserede KontoOpl i nøgleorden over i    *
      *         en linjesekventiel kopi; hashtotalen er summen af     *
      *         BALANCE                                               *
      *****************************************************************
       GEM-INDEKSERET.
           MOVE WS-FIL-NAVN TO WS-KONTO-FILNAVN
           MOVE WS-KOPI-NAVN TO WS-UD-FILNAVN
           OPEN INPUT KONTO-FILE
           IF KONTO-FILE-STATUS = "35"
               MOVE "M" TO GN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT SEKV-UD-FILE
           MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KONTO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ANTAL
                       ADD BALANCE OF KONTOOPL TO WS-HASH
                       MOVE SPACES TO SEKV-UD-LINE
                       MOVE KONTOOPL TO SEKV-UD-LINE
                       WRITE SEKV-UD-LINE
                       MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
                       MOVE "WRITE"        TO WS-IO-OPERATION
                       MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
                       PERFORM CHECK-IO-STATUS
               END-READ
               MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KONTO-FILE
           CLOSE SEKV-UD-FILE
           MOVE "N" TO END-OF-FILE
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

       STEMPEL-REF-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-REF-DATO
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-REF-DATO
       EXIT.

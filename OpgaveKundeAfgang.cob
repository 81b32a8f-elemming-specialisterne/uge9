      *****************************************************************
      * PROGRAM-ID: OPGAVEKUNDEAFGANG                                 *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Månedlig kundeafgangsrapport. Kunderne forsvinder *
      *             ad flere veje - udgående bankskifte, lukning og   *
      *             arkivering (Opgave14), sletning (OpgaveVedlige-   *
      *             hold), henfald af sovende konti og sammenlægning  *
      *             - og hvert af programmerne noterer afgangen i     *
      *             den fælles afgangslog Kundeafgang.txt. Kørslen    *
      *             samler månedens afgange pr. kunde og melder de    *
      *             mistede kunder med afgangsvej, segment, filial    *
      *             (KONTO-FILIAL-NR), anciennitet, tabt indestående  *
      *             (omregnet til DKK) og modtagende bank, fordelt    *
      *             pr. afgangsvej, segment, filial og anciennitet.   *
      *             En lukket eller henfalden konto tæller kun som    *
      *             mistet kunde, når kunden ikke har flere åbne      *
      *             konti; en sammenlægning er ikke reel afgang og    *
      *             meldes for sig. Derefter listes aktive kunder     *
      *             med typiske forvarsler: lønindgangen er ophørt    *
      *             (kategorikode LOEN i Kategorier.txt), faste       *
      *             overførsler er opsagt, eller BS-mandater er       *
      *             flyttet væk - målt mod sidste måneds billede i    *
      *             KundeafgangSignaler.txt, der skrives på ny.       *
      * INPUT:      Kundeafgang.txt        - Afgangsloggen            *
      *             KontoOpl.txt           - Konti                    *
      *             KontoOplHistorik.txt   - Arkiverede konti         *
      *             Kundeoplysninger.txt   - Segment og status        *
      *             Transaktioner.txt      - Månedens bevægelser      *
      *             Kategorier.txt         - Kategorinøgle (LOEN)     *
      *             FasteOverfoersler.txt  - Ordreregistret           *
      *             Mandater.txt           - Mandatregistret          *
      *             Valutakurser.txt       - Kurser til DKK           *
      *             KundeafgangSignaler.txt - Sidste måneds billede   *
      * OUTPUT:     KundeafgangSignaler.txt - Månedens billede        *
      *             KundeAfgang-Rapport.txt - Rapporten               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveKundeAfgang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFGANG-FILE ASSIGN TO "Kundeafgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFGANG-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT ARKIV-KONTO-FILE ASSIGN TO "KontoOplHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-KONTO-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT KATEGORI-FILE ASSIGN TO "Kategorier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATEGORI-FILE-STATUS.
           SELECT ORDRE-FILE ASSIGN TO "FasteOverfoersler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-FILE-STATUS.
           SELECT MANDAT-FILE ASSIGN TO "Mandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDAT-FILE-STATUS.
           SELECT INPUT-KURS-FILE ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-KURS-FILE-STATUS.
           SELECT SIGNAL-FILE ASSIGN TO "KundeafgangSignaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGNAL-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "KundeAfgang-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "KundeAfgang-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AFGANG-FILE.
       01 AFGANGOPL.
           COPY "AFGANGOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD ARKIV-KONTO-FILE.
       01 KONTOOPL-HISTORIK.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD INPUT-TRANS-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

       FD KATEGORI-FILE.
       01 KATEGORIOPL.
           COPY "KATEGORIOPL.cpy".

       FD ORDRE-FILE.
       01 FASTOVEROPL.
           COPY "FASTOVEROPL.cpy".

       FD MANDAT-FILE.
       01 MANDATOPL.
           COPY "MANDATOPL.cpy".

       FD INPUT-KURS-FILE.
       01 VALUTAKURSOPL.
           COPY "VALUTAKURSOPL.cpy".

       FD SIGNAL-FILE.
       01 AFGSIGNALOPL.
           COPY "AFGSIGNALOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-AFGANG-FILE   PIC X VALUE "N".
       01 END-OF-KONTO-FILE    PIC X VALUE "N".
       01 END-OF-ARKIV-FILE    PIC X VALUE "N".
       01 END-OF-TRANS-FILE    PIC X VALUE "N".
       01 END-OF-KATEGORI-FILE PIC X VALUE "N".
       01 END-OF-ORDRE-FILE    PIC X VALUE "N".
       01 END-OF-MANDAT-FILE   PIC X VALUE "N".
       01 END-OF-KURS-FILE     PIC X VALUE "N".
       01 END-OF-SIGNAL-FILE   PIC X VALUE "N".

      * Konto -> kunde, til opslag fra bevægelser, ordrer og
      * mandater
       01 KONTO-MAX-ANTAL  PIC 9(4) VALUE 5000.
       01 KONTO-COUNT      PIC 9(4) VALUE ZERO.
       01 KONTO-OVERFLOW   PIC X VALUE "N".
       01 KONTO-TABEL.
           02 KONTO-ENTRY OCCURS 5000 TIMES.
               03 KO-KONTO-ID  PIC X(10).
               03 KO-KUNDE-ID  PIC X(10).
       01 KO-IX            PIC 9(4) VALUE ZERO.

      * Pr. kunde: antal åbne konti, filial og kundeforholdets start
      * (ældste konto, levende eller arkiveret) samt månedens
      * forvarselsmålinger
       01 KK-MAX-ANTAL     PIC 9(4) VALUE 3000.
       01 KK-COUNT         PIC 9(4) VALUE ZERO.
       01 KK-OVERFLOW      PIC X VALUE "N".
       01 KK-TABEL.
           02 KK-ENTRY OCCURS 3000 TIMES.
               03 KK-KUNDE-ID       PIC X(10).
               03 KK-AABNE          PIC 9(4).
               03 KK-FILIAL-NR      PIC 9(02).
               03 KK-SIDEN          PIC X(10).
               03 KK-LOEN           PIC X(01).
               03 KK-ANTAL-FASTE    PIC 9(4).
               03 KK-ANTAL-MANDATER PIC 9(4).
       01 KK-IX            PIC 9(4) VALUE ZERO.
       01 WS-KK-FUNDET     PIC X VALUE "N".
       01 WS-SOEG-KUNDE-ID PIC X(10) VALUE SPACES.
       01 WS-SOEG-KONTO-ID PIC X(10) VALUE SPACES.

      * Månedens afgange samlet pr. kunde
       01 AK-MAX-ANTAL     PIC 9(4) VALUE 2000.
       01 AK-COUNT         PIC 9(4) VALUE ZERO.
       01 AK-OVERFLOW      PIC X VALUE "N".
       01 AK-TABEL.
           02 AK-ENTRY OCCURS 2000 TIMES.
               03 AK-KUNDE-ID     PIC X(10).
               03 AK-AARSAG       PIC X(01).
               03 AK-SEGMENT      PIC X(01).
               03 AK-FILIAL-NR    PIC 9(02).
               03 AK-SIDEN        PIC X(10).
               03 AK-BELOB        PIC S9(11)V99.
               03 AK-MODTAGER     PIC X(10).
               03 AK-ANTAL-KONTI  PIC 9(4).
               03 AK-MISTET       PIC X(01).
       01 AK-IX            PIC 9(4) VALUE ZERO.
       01 WS-AK-FUNDET     PIC X VALUE "N".

      * Fordelingerne - afgangsvej (A), segment (S), filial (F) og
      * anciennitet (T) - i én tabel med dimensionskode
       01 DIM-MAX-ANTAL    PIC 9(3) VALUE 150.
       01 DIM-COUNT        PIC 9(3) VALUE ZERO.
       01 DIM-TABEL.
           02 DIM-ENTRY OCCURS 150 TIMES.
               03 DM-DIMENSION PIC X(01).
               03 DM-NOEGLE    PIC X(16).
               03 DM-ANTAL     PIC 9(5).
               03 DM-BELOB     PIC S9(11)V99.
       01 DM-IX            PIC 9(3) VALUE ZERO.
       01 WS-DIMENSION     PIC X(01) VALUE SPACES.
       01 WS-DIM-NOEGLE    PIC X(16) VALUE SPACES.

      * Kategorinøglen - lønindgange genkendes på koden LOEN
       01 KAT-MAX-ANTAL    PIC 9(3) VALUE 100.
       01 KAT-COUNT        PIC 9(3) VALUE ZERO.
       01 KAT-OVERFLOW     PIC X VALUE "N".
       01 KAT-ARRAY OCCURS 100 TIMES.
           COPY "KATEGORIOPL.cpy"
               REPLACING LEADING ==KAT== BY ==KT==.
       01 KT-IX            PIC 9(3) VALUE ZERO.
       01 WS-KATEGORI      PIC X(10) VALUE SPACES.
       01 WS-LOEN-KATEGORI PIC X(10) VALUE "LOEN".
       01 WS-MOENSTER-LEN  PIC 9(2) VALUE ZERO.
       01 WS-LEN-IX        PIC 9(2) VALUE ZERO.
       01 WS-FOUND-FLAG    PIC X VALUE "N".

      * Valutakurser til omregning af tabt indestående til DKK
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 KIX              PIC 9(4) VALUE ZERO.
       01 WS-KURS          PIC 9(03)V9999 VALUE ZERO.
       01 WS-KURS-FUNDET   PIC X VALUE "N".
       01 WS-BEST-DATO     PIC X(10) VALUE SPACES.
       01 WS-REF-DATO      PIC X(10) VALUE SPACES.
       01 WS-SOEG-VALUTA   PIC X(03) VALUE SPACES.
       01 WS-BELOB         PIC S9(9)V99 VALUE ZERO.
       01 WS-DKK-VAERDI    PIC S9(11)V99 VALUE ZERO.

      * Sidste måneds billede pr. kunde (se AFGSIGNALOPL.cpy)
       01 SG-MAX-ANTAL     PIC 9(4) VALUE 5000.
       01 SG-COUNT         PIC 9(4) VALUE ZERO.
       01 SG-OVERFLOW      PIC X VALUE "N".
       01 SG-ARRAY OCCURS 5000 TIMES.
           COPY "AFGSIGNALOPL.cpy"
               REPLACING LEADING ==SIG-== BY ==SG-==.
       01 SG-IX            PIC 9(4) VALUE ZERO.
       01 WS-SG-FUNDET     PIC X VALUE "N".
       01 WS-GRUNDLAG-KENDT PIC X VALUE "N".
       01 WS-GRUNDLAG-LOEN  PIC X(07) VALUE SPACES.
       01 WS-GRUNDLAG-FASTE PIC 9(4) VALUE ZERO.
       01 WS-GRUNDLAG-MANDATER PIC 9(4) VALUE ZERO.
       01 WS-SIGNAL-TEKST  PIC X(60) VALUE SPACES.
       01 WS-SIGNAL-PTR    PIC 9(3) VALUE 1.

      * Kørselsmåned og forrige måned ("ÅÅÅÅ-MM")
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-MAANED          PIC X(07) VALUE SPACES.
       01 WS-FORR-MAANED     PIC X(07) VALUE SPACES.
       01 WS-AAR             PIC 9(4) VALUE ZERO.
       01 WS-MDR             PIC 9(2) VALUE ZERO.
       01 WS-MAANED-NR       PIC 9(6) VALUE ZERO.
       01 WS-SIDEN-NR        PIC 9(6) VALUE ZERO.
       01 WS-ANC-MDR         PIC S9(6) VALUE ZERO.
       01 WS-ANC-TEKST       PIC X(16) VALUE SPACES.

       01 WS-TRANS-BELOB     PIC S9(9)V99 VALUE ZERO.
       01 WS-AARSAG-TEKST    PIC X(16) VALUE SPACES.
       01 WS-SEGMENT-TEKST   PIC X(16) VALUE SPACES.
       01 WS-FILIAL-TEKST    PIC X(16) VALUE SPACES.
       01 WS-FILIAL-DISPLAY  PIC 9(02) VALUE ZERO.
       01 WS-BELOB-DISPLAY   PIC -(10)9.99.
       01 WS-ANTAL-DISPLAY   PIC Z(4)9.
       01 WS-FASTE-FORR      PIC Z(3)9.
       01 WS-FASTE-NU        PIC Z(3)9.

       01 TR-ANTAL-HAENDELSER PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-MISTET    PIC 9(5) VALUE ZERO.
       01 TR-BELOB-MISTET    PIC S9(11)V99 VALUE ZERO.
       01 TR-ANTAL-KONTO-LUK PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FLETTET   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AKTIVE    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-SIGNALER  PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 AFGANG-FILE-STATUS     PIC XX VALUE "00".
       01 KONTO-FILE-STATUS      PIC XX VALUE "00".
       01 ARKIV-KONTO-FILE-STATUS PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS      PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 KATEGORI-FILE-STATUS   PIC XX VALUE "00".
       01 ORDRE-FILE-STATUS      PIC XX VALUE "00".
       01 MANDAT-FILE-STATUS     PIC XX VALUE "00".
       01 INPUT-KURS-FILE-STATUS PIC XX VALUE "00".
       01 SIGNAL-FILE-STATUS     PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS    PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Afgangsloggen, arkivet og registrene
      * forbliver udaterede, da de lever på tværs af kørselsdage.
       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN    PIC X(40)
           VALUE "Kundeoplysninger.txt".
       01 WS-TRANS-FILNAVN    PIC X(40) VALUE "Transaktioner.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-MAANED
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "KUNDEAFGANG " DELIMITED BY SIZE
                   WS-MAANED DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM READ-KURSER
           PERFORM LAES-KATEGORIER
           PERFORM BYG-KUNDE-TABEL

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM FORBERED-FORDELINGER
           PERFORM LOAD-AFGANGE
           PERFORM VURDER-AFGANGE
           PERFORM SKRIV-AFGANGSLISTE
           PERFORM SKRIV-FORDELINGER

           PERFORM LAES-LOENINDGANGE
           PERFORM TAEL-FASTE-OVERFOERSLER
           PERFORM TAEL-MANDATER
           PERFORM LOAD-SIGNALER
           PERFORM SKRIV-FORVARSLER

           CLOSE KUNDE-FILE

           PERFORM TRAILER

           DISPLAY "OpgaveKundeAfgang: " TR-ANTAL-HAENDELSER
               " afgangsposter, " TR-ANTAL-MISTET " mistede kunder, "
               TR-ANTAL-SIGNALER " med forvarsler"
           IF KONTO-OVERFLOW = "Y" OR KK-OVERFLOW = "Y"
               OR AK-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: tabelkapacitet overskredet - "
                   "rapporten er ufuldstaendig"
           END-IF

           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * STEMPEL-MAANED                                                *
      * Formål: Sætter kørselsmåneden ud fra forretningsdatoen        *
      *         (ellers dags dato) og udleder forrige måned til       *
      *         sammenligning af lønindgangene.                       *
      *****************************************************************
       STEMPEL-MAANED.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
           MOVE WS-DAGS-DATO(1:7) TO WS-MAANED
           MOVE WS-SYSDATO(1:4) TO WS-AAR
           MOVE WS-SYSDATO(5:2) TO WS-MDR
           COMPUTE WS-MAANED-NR = WS-AAR * 12 + WS-MDR
           IF WS-MDR = 1
               SUBTRACT 1 FROM WS-AAR
               MOVE 12 TO WS-MDR
           ELSE
               SUBTRACT 1 FROM WS-MDR
           END-IF
           MOVE SPACES TO WS-FORR-MAANED
           STRING  WS-AAR "-" WS-MDR DELIMITED BY SIZE
                   INTO WS-FORR-MAANED
       EXIT.

      *****************************************************************
      * BYG-KUNDE-TABEL                                               *
      * Formål: Gennemløber KontoOpl.txt og arkivet KontoOplHistorik. *
      *         txt: hver konto noteres til opslag, og pr. kunde      *
      *         tælles de åbne konti, mens den ældste kontos filial   *
      *         og oprettelsesdato bliver kundens filial og           *
      *         kundeforholdets start.                                *
      *****************************************************************
       BYG-KUNDE-TABEL.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KONTO-FILE = "Y"
                   READ KONTO-FILE INTO KONTOOPL
                       AT END
                           MOVE "Y" TO END-OF-KONTO-FILE
                       NOT AT END
                           PERFORM NOTER-KONTO
                   END-READ
               END-PERFORM
               CLOSE KONTO-FILE
           END-IF
           OPEN INPUT ARKIV-KONTO-FILE
           IF ARKIV-KONTO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-ARKIV-FILE = "Y"
                   READ ARKIV-KONTO-FILE INTO KONTOOPL
                       AT END
                           MOVE "Y" TO END-OF-ARKIV-FILE
                       NOT AT END
                           MOVE "L" TO KONTO-STATUS IN KONTOOPL
                           PERFORM NOTER-KONTO
                   END-READ
               END-PERFORM
               CLOSE ARKIV-KONTO-FILE
           END-IF
       EXIT.

       NOTER-KONTO.
           IF KONTO-COUNT >= KONTO-MAX-ANTAL
               MOVE "Y" TO KONTO-OVERFLOW
           ELSE
               ADD 1 TO KONTO-COUNT
               MOVE KONTO-ID IN KONTOOPL TO KO-KONTO-ID(KONTO-COUNT)
               MOVE KUNDE-ID IN KONTOOPL TO KO-KUNDE-ID(KONTO-COUNT)
           END-IF
           MOVE KUNDE-ID IN KONTOOPL TO WS-SOEG-KUNDE-ID
           PERFORM FIND-KK
           IF WS-KK-FUNDET = "N"
               PERFORM TILFOEJ-KK
           END-IF
           IF WS-KK-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           IF NOT KONTO-LUKKET IN KONTOOPL
               ADD 1 TO KK-AABNE(KK-IX)
           END-IF
           IF KONTO-OPRETTET-DATO IN KONTOOPL NOT = SPACES
               AND (KK-SIDEN(KK-IX) = SPACES
                   OR KONTO-OPRETTET-DATO IN KONTOOPL
                       < KK-SIDEN(KK-IX))
               MOVE KONTO-OPRETTET-DATO IN KONTOOPL TO KK-SIDEN(KK-IX)
               MOVE KONTO-FILIAL-NR IN KONTOOPL TO KK-FILIAL-NR(KK-IX)
           END-IF
           IF KK-FILIAL-NR(KK-IX) = ZERO
               MOVE KONTO-FILIAL-NR IN KONTOOPL TO KK-FILIAL-NR(KK-IX)
           END-IF
       EXIT.

       FIND-KK.
           MOVE "N" TO WS-KK-FUNDET
           PERFORM VARYING KK-IX FROM 1 BY 1 UNTIL KK-IX > KK-COUNT
               IF KK-KUNDE-ID(KK-IX) = WS-SOEG-KUNDE-ID
                   MOVE "Y" TO WS-KK-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       TILFOEJ-KK.
           IF KK-COUNT >= KK-MAX-ANTAL
               MOVE "Y" TO KK-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KK-COUNT
           MOVE KK-COUNT TO KK-IX
           MOVE WS-SOEG-KUNDE-ID TO KK-KUNDE-ID(KK-IX)
           MOVE ZERO TO KK-AABNE(KK-IX)
           MOVE ZERO TO KK-FILIAL-NR(KK-IX)
           MOVE SPACES TO KK-SIDEN(KK-IX)
           MOVE "N" TO KK-LOEN(KK-IX)
           MOVE ZERO TO KK-ANTAL-FASTE(KK-IX)
           MOVE ZERO TO KK-ANTAL-MANDATER(KK-IX)
           MOVE "Y" TO WS-KK-FUNDET
       EXIT.

      *****************************************************************
      * FIND-KONTO-KUNDE                                              *
      * Formål: Slår WS-SOEG-KONTO-ID op i kontotabellen og stiller   *
      *         KK-IX på kontoens kunde. WS-KK-FUNDET er "N" hvis     *
      *         kontoen eller kunden ikke kendes.                     *
      *****************************************************************
       FIND-KONTO-KUNDE.
           MOVE "N" TO WS-KK-FUNDET
           MOVE SPACES TO WS-SOEG-KUNDE-ID
           PERFORM VARYING KO-IX FROM 1 BY 1 UNTIL KO-IX > KONTO-COUNT
               IF KO-KONTO-ID(KO-IX) = WS-SOEG-KONTO-ID
                   MOVE KO-KUNDE-ID(KO-IX) TO WS-SOEG-KUNDE-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SOEG-KUNDE-ID NOT = SPACES
               PERFORM FIND-KK
           END-IF
       EXIT.

      *****************************************************************
      * FORBERED-FORDELINGER                                          *
      * Formål: Lægger de faste rækker for afgangsvej, segment og     *
      *         anciennitet ind i fordelingstabellen i rapportens     *
      *         rækkefølge, så også tomme rækker vises. Filialerne    *
      *         tilføjes efterhånden som de optræder.                 *
      *****************************************************************
       FORBERED-FORDELINGER.
           MOVE "A" TO WS-DIMENSION
           MOVE "BANKSKIFTE" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "LUKNING" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "SLETNING" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "HENFALD" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "S" TO WS-DIMENSION
           MOVE "RETAIL" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "ERHVERV" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "PRIVATE BANKING" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "T" TO WS-DIMENSION
           MOVE "UNDER 1 AAR" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "1-3 AAR" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "3-5 AAR" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "5-10 AAR" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
           MOVE "OVER 10 AAR" TO WS-DIM-NOEGLE
           PERFORM FIND-DIM
       EXIT.

      *****************************************************************
      * FIND-DIM                                                      *
      * Formål: Finder rækken WS-DIMENSION/WS-DIM-NOEGLE i            *
      *         fordelingstabellen og opretter den, hvis den ikke     *
      *         findes. DM-IX er nul, hvis tabellen er fuld.          *
      *****************************************************************
       FIND-DIM.
           PERFORM VARYING DM-IX FROM 1 BY 1 UNTIL DM-IX > DIM-COUNT
               IF DM-DIMENSION(DM-IX) = WS-DIMENSION
                   AND DM-NOEGLE(DM-IX) = WS-DIM-NOEGLE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF DIM-COUNT >= DIM-MAX-ANTAL
               MOVE ZERO TO DM-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DIM-COUNT
           MOVE DIM-COUNT TO DM-IX
           MOVE WS-DIMENSION TO DM-DIMENSION(DM-IX)
           MOVE WS-DIM-NOEGLE TO DM-NOEGLE(DM-IX)
           MOVE ZERO TO DM-ANTAL(DM-IX)
           MOVE ZERO TO DM-BELOB(DM-IX)
       EXIT.

       TAEL-DIM.
           PERFORM FIND-DIM
           IF DM-IX > ZERO
               ADD 1 TO DM-ANTAL(DM-IX)
               ADD AK-BELOB(AK-IX) TO DM-BELOB(DM-IX)
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-AFGANGE                                                  *
      * Formål: Læser månedens poster i afgangsloggen og samler dem   *
      *         pr. kunde: det tabte indestående omregnes til DKK og  *
      *         summeres, og et bankskifte har forrang som afgangsvej *
      *         (det er den eneste vej med en modtagende bank).       *
      *****************************************************************
       LOAD-AFGANGE.
           OPEN INPUT AFGANG-FILE
           IF AFGANG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-AFGANG-FILE = "Y"
               READ AFGANG-FILE INTO AFGANGOPL
                   AT END
                       MOVE "Y" TO END-OF-AFGANG-FILE
                   NOT AT END
                       IF AFG-DATO(1:7) = WS-MAANED
                           ADD 1 TO TR-ANTAL-HAENDELSER
                           PERFORM SAML-AFGANG
                       END-IF
               END-READ
               MOVE "AFGANG-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"        TO WS-IO-OPERATION
               MOVE AFGANG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE AFGANG-FILE
       EXIT.

       SAML-AFGANG.
           MOVE "N" TO WS-AK-FUNDET
           PERFORM VARYING AK-IX FROM 1 BY 1 UNTIL AK-IX > AK-COUNT
               IF AK-KUNDE-ID(AK-IX) = AFG-KUNDE-ID
                   MOVE "Y" TO WS-AK-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AK-FUNDET = "N"
               IF AK-COUNT >= AK-MAX-ANTAL
                   MOVE "Y" TO AK-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AK-COUNT
               MOVE AK-COUNT TO AK-IX
               MOVE AFG-KUNDE-ID TO AK-KUNDE-ID(AK-IX)
               MOVE AFG-AARSAG TO AK-AARSAG(AK-IX)
               MOVE AFG-SEGMENT TO AK-SEGMENT(AK-IX)
               MOVE AFG-FILIAL-NR TO AK-FILIAL-NR(AK-IX)
               MOVE AFG-KUNDE-SIDEN TO AK-SIDEN(AK-IX)
               MOVE ZERO TO AK-BELOB(AK-IX)
               MOVE AFG-MODTAGER TO AK-MODTAGER(AK-IX)
               MOVE ZERO TO AK-ANTAL-KONTI(AK-IX)
               MOVE "N" TO AK-MISTET(AK-IX)
           END-IF
           IF AFG-BANKSKIFTE AND AK-AARSAG(AK-IX) NOT = "B"
               MOVE "B" TO AK-AARSAG(AK-IX)
               MOVE AFG-MODTAGER TO AK-MODTAGER(AK-IX)
           END-IF
           IF AK-SEGMENT(AK-IX) = SPACES
               MOVE AFG-SEGMENT TO AK-SEGMENT(AK-IX)
           END-IF
           IF AK-FILIAL-NR(AK-IX) = ZERO
               MOVE AFG-FILIAL-NR TO AK-FILIAL-NR(AK-IX)
           END-IF
           IF AFG-KUNDE-SIDEN NOT = SPACES
               AND (AK-SIDEN(AK-IX) = SPACES
                   OR AFG-KUNDE-SIDEN < AK-SIDEN(AK-IX))
               MOVE AFG-KUNDE-SIDEN TO AK-SIDEN(AK-IX)
           END-IF
           IF AFG-KONTO-ID NOT = SPACES
               ADD 1 TO AK-ANTAL-KONTI(AK-IX)
           END-IF
           MOVE AFG-BELOB TO WS-BELOB
           MOVE AFG-VALUTA TO WS-SOEG-VALUTA
           MOVE AFG-DATO TO WS-REF-DATO
           PERFORM OMREGN-TIL-DKK
           ADD WS-DKK-VAERDI TO AK-BELOB(AK-IX)
       EXIT.

      *****************************************************************
      * VURDER-AFGANGE                                                *
      * Formål: Afgør for hver kunde om den er mistet: bankskifte og  *
      *         sletning altid; lukning og henfald kun når kunden     *
      *         ikke har flere åbne konti; sammenlægning aldrig.      *
      *         Blanke felter suppleres fra stamdata, og de mistede   *
      *         kunder tælles op i fordelingerne.                     *
      *****************************************************************
       VURDER-AFGANGE.
           PERFORM VARYING AK-IX FROM 1 BY 1 UNTIL AK-IX > AK-COUNT
               MOVE AK-KUNDE-ID(AK-IX) TO WS-SOEG-KUNDE-ID
               PERFORM FIND-KK
               IF WS-KK-FUNDET = "Y"
                   IF AK-FILIAL-NR(AK-IX) = ZERO
                       MOVE KK-FILIAL-NR(KK-IX) TO AK-FILIAL-NR(AK-IX)
                   END-IF
                   IF AK-SIDEN(AK-IX) = SPACES
                       OR (KK-SIDEN(KK-IX) NOT = SPACES
                           AND KK-SIDEN(KK-IX) < AK-SIDEN(AK-IX))
                       MOVE KK-SIDEN(KK-IX) TO AK-SIDEN(AK-IX)
                   END-IF
               END-IF
               IF AK-SEGMENT(AK-IX) = SPACES
                   MOVE AK-KUNDE-ID(AK-IX) TO KUNDE-ID IN KUNDEOPL
                   READ KUNDE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE KUNDE-SEGMENT TO AK-SEGMENT(AK-IX)
                   END-READ
               END-IF
               EVALUATE AK-AARSAG(AK-IX)
                   WHEN "B"
                   WHEN "S"
                       MOVE "J" TO AK-MISTET(AK-IX)
                   WHEN "L"
                   WHEN "H"
                       IF WS-KK-FUNDET = "Y"
                           AND KK-AABNE(KK-IX) > ZERO
                           ADD 1 TO TR-ANTAL-KONTO-LUK
                       ELSE
                           MOVE "J" TO AK-MISTET(AK-IX)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO TR-ANTAL-FLETTET
               END-EVALUATE
               IF AK-MISTET(AK-IX) = "J"
                   ADD 1 TO TR-ANTAL-MISTET
                   ADD AK-BELOB(AK-IX) TO TR-BELOB-MISTET
                   PERFORM BESTEM-TEKSTER
                   MOVE "A" TO WS-DIMENSION
                   MOVE WS-AARSAG-TEKST TO WS-DIM-NOEGLE
                   PERFORM TAEL-DIM
                   MOVE "S" TO WS-DIMENSION
                   MOVE WS-SEGMENT-TEKST TO WS-DIM-NOEGLE
                   PERFORM TAEL-DIM
                   MOVE "F" TO WS-DIMENSION
                   MOVE WS-FILIAL-TEKST TO WS-DIM-NOEGLE
                   PERFORM TAEL-DIM
                   MOVE "T" TO WS-DIMENSION
                   MOVE WS-ANC-TEKST TO WS-DIM-NOEGLE
                   PERFORM TAEL-DIM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * BESTEM-TEKSTER                                                *
      * Formål: Oversætter afgangsvej, segment, filial og             *
      *         anciennitet for kunden AK-IX til rapportens tekster.  *
      *         Ancienniteten er hele måneder fra kundeforholdets     *
      *         start til kørselsmåneden.                             *
      *****************************************************************
       BESTEM-TEKSTER.
           EVALUATE AK-AARSAG(AK-IX)
               WHEN "B" MOVE "BANKSKIFTE" TO WS-AARSAG-TEKST
               WHEN "L" MOVE "LUKNING"    TO WS-AARSAG-TEKST
               WHEN "S" MOVE "SLETNING"   TO WS-AARSAG-TEKST
               WHEN "H" MOVE "HENFALD"    TO WS-AARSAG-TEKST
               WHEN OTHER MOVE "SAMMENLAGT" TO WS-AARSAG-TEKST
           END-EVALUATE
           EVALUATE AK-SEGMENT(AK-IX)
               WHEN "R" MOVE "RETAIL"          TO WS-SEGMENT-TEKST
               WHEN "E" MOVE "ERHVERV"         TO WS-SEGMENT-TEKST
               WHEN "P" MOVE "PRIVATE BANKING" TO WS-SEGMENT-TEKST
               WHEN OTHER MOVE "UKENDT"        TO WS-SEGMENT-TEKST
           END-EVALUATE
           MOVE SPACES TO WS-FILIAL-TEKST
           IF AK-FILIAL-NR(AK-IX) = ZERO
               MOVE "UKENDT" TO WS-FILIAL-TEKST
           ELSE
               MOVE AK-FILIAL-NR(AK-IX) TO WS-FILIAL-DISPLAY
               STRING "FILIAL " WS-FILIAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-FILIAL-TEKST
           END-IF
           MOVE "UKENDT" TO WS-ANC-TEKST
           IF AK-SIDEN(AK-IX)(1:4) IS NUMERIC
               AND AK-SIDEN(AK-IX)(6:2) IS NUMERIC
               MOVE AK-SIDEN(AK-IX)(1:4) TO WS-AAR
               MOVE AK-SIDEN(AK-IX)(6:2) TO WS-MDR
               COMPUTE WS-SIDEN-NR = WS-AAR * 12 + WS-MDR
               COMPUTE WS-ANC-MDR = WS-MAANED-NR - WS-SIDEN-NR
               EVALUATE TRUE
                   WHEN WS-ANC-MDR < 12
                       MOVE "UNDER 1 AAR" TO WS-ANC-TEKST
                   WHEN WS-ANC-MDR < 36
                       MOVE "1-3 AAR" TO WS-ANC-TEKST
                   WHEN WS-ANC-MDR < 60
                       MOVE "3-5 AAR" TO WS-ANC-TEKST
                   WHEN WS-ANC-MDR < 120
                       MOVE "5-10 AAR" TO WS-ANC-TEKST
                   WHEN OTHER
                       MOVE "OVER 10 AAR" TO WS-ANC-TEKST
               END-EVALUATE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-AFGANGSLISTE                                            *
      * Formål: Én linje pr. mistet kunde med afgangsvej, segment,    *
      *         filial, anciennitet, tabt indestående i DKK og den    *
      *         modtagende bank, hvor den kendes.                     *
      *****************************************************************
       SKRIV-AFGANGSLISTE.
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "MISTEDE KUNDER" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "  KUNDE-ID   AFGANGSVEJ  SEGMENT          "
                   DELIMITED BY SIZE
                   "FILIAL     ANCIENNITET     BELOB (DKK)  "
                   DELIMITED BY SIZE
                   "MODTAGER" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING AK-IX FROM 1 BY 1 UNTIL AK-IX > AK-COUNT
               IF AK-MISTET(AK-IX) = "J"
                   PERFORM BESTEM-TEKSTER
                   MOVE AK-BELOB(AK-IX) TO WS-BELOB-DISPLAY
                   STRING "  " DELIMITED BY SIZE
                           AK-KUNDE-ID(AK-IX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-AARSAG-TEKST(1:11) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SEGMENT-TEKST DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-FILIAL-TEKST(1:10) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-ANC-TEKST(1:11) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-BELOB-DISPLAY DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           AK-MODTAGER(AK-IX) DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               END-IF
           END-PERFORM
           IF TR-ANTAL-MISTET = ZERO
               MOVE "  INGEN MISTEDE KUNDER I MAANEDEN" TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-FORDELINGER                                             *
      * Formål: Antal mistede kunder og tabt indestående pr.          *
      *         afgangsvej, segment, filial og anciennitet.           *
      *****************************************************************
       SKRIV-FORDELINGER.
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "PR. AFGANGSVEJ" TO RAPPORT-LINE
           MOVE "A" TO WS-DIMENSION
           PERFORM SKRIV-DIMENSION
           MOVE "PR. SEGMENT" TO RAPPORT-LINE
           MOVE "S" TO WS-DIMENSION
           PERFORM SKRIV-DIMENSION
           MOVE "PR. FILIAL" TO RAPPORT-LINE
           MOVE "F" TO WS-DIMENSION
           PERFORM SKRIV-DIMENSION
           MOVE "PR. ANCIENNITET" TO RAPPORT-LINE
           MOVE "T" TO WS-DIMENSION
           PERFORM SKRIV-DIMENSION
       EXIT.

       SKRIV-DIMENSION.
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING DM-IX FROM 1 BY 1 UNTIL DM-IX > DIM-COUNT
               IF DM-DIMENSION(DM-IX) = WS-DIMENSION
                   MOVE DM-ANTAL(DM-IX) TO WS-ANTAL-DISPLAY
                   MOVE DM-BELOB(DM-IX) TO WS-BELOB-DISPLAY
                   STRING "  " DELIMITED BY SIZE
                           DM-NOEGLE(DM-IX) DELIMITED BY SIZE
                           " KUNDER: " DELIMITED BY SIZE
                           WS-ANTAL-DISPLAY DELIMITED BY SIZE
                           "  INDESTAAENDE DKK: " DELIMITED BY SIZE
                           WS-BELOB-DISPLAY DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * LAES-LOENINDGANGE                                             *
      * Formål: Gennemløber månedens bevægelser og noterer hver       *
      *         kunde der har fået en indgang i kategorien LOEN.      *
      *****************************************************************
       LAES-LOENINDGANGE.
           OPEN INPUT INPUT-TRANS-FILE
           IF INPUT-TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANS-FILE = "Y"
               READ INPUT-TRANS-FILE INTO TRANSAKTIONEROPL
                   AT END
                       MOVE "Y" TO END-OF-TRANS-FILE
                   NOT AT END
                       COMPUTE WS-TRANS-BELOB = FUNCTION NUMVAL(BELØB)
                       IF WS-TRANS-BELOB > ZERO
                           PERFORM KATEGORISER-TRANSAKTION
                           IF WS-KATEGORI = WS-LOEN-KATEGORI
                               MOVE KONTO-ID IN TRANSAKTIONEROPL
                                   TO WS-SOEG-KONTO-ID
                               PERFORM FIND-KONTO-KUNDE
                               IF WS-KK-FUNDET = "Y"
                                   MOVE "J" TO KK-LOEN(KK-IX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
               MOVE "INPUT-TRANS-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"             TO WS-IO-OPERATION
               MOVE INPUT-TRANS-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE INPUT-TRANS-FILE
       EXIT.

      *****************************************************************
      * LAES-KATEGORIER                                               *
      * Formål: Læser kategorinøglen ind i KAT-ARRAY.                 *
      *****************************************************************
       LAES-KATEGORIER.
           OPEN INPUT KATEGORI-FILE
           IF KATEGORI-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KATEGORI-FILE = "Y"
                   READ KATEGORI-FILE INTO KATEGORIOPL
                       AT END
                           MOVE "Y" TO END-OF-KATEGORI-FILE
                       NOT AT END
                           IF KAT-COUNT >= KAT-MAX-ANTAL
                               MOVE "Y" TO KAT-OVERFLOW
                           ELSE
                               ADD 1 TO KAT-COUNT
                               MOVE KATEGORIOPL
                                   TO KAT-ARRAY(KAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KATEGORI-FILE
               MOVE "N" TO END-OF-KATEGORI-FILE
           END-IF
       EXIT.

      *****************************************************************
      * KATEGORISER-TRANSAKTION                                       *
      * Formål: Finder bevægelsens kategori efter samme nøgle som     *
      *         OpgaveForbrug (første matchende række: BUTIK-præfiks  *
      *         og/eller TRANSAKTIONSTYPE; ellers "OEVRIGT").         *
      *****************************************************************
       KATEGORISER-TRANSAKTION.
           MOVE "OEVRIGT" TO WS-KATEGORI
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KAT-COUNT
               PERFORM MATCH-KATEGORI-RAEKKE
               IF WS-FOUND-FLAG = "Y"
                   MOVE KT-KODE IN KAT-ARRAY(KT-IX) TO WS-KATEGORI
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * MATCH-KATEGORI-RAEKKE                                         *
      * Formål: Afgør om den aktuelle bevægelse matcher kategori-     *
      *         rækken KT-IX: et sat BUTIK-mønster skal være præfiks  *
      *         af BUTIK, en sat TRANSAKTIONSTYPE skal stemme helt.   *
      *****************************************************************
       MATCH-KATEGORI-RAEKKE.
           MOVE "Y" TO WS-FOUND-FLAG
           IF KT-BUTIK-MOENSTER IN KAT-ARRAY(KT-IX) NOT = SPACES
               MOVE ZERO TO WS-MOENSTER-LEN
               PERFORM VARYING WS-LEN-IX FROM 30 BY -1
                       UNTIL WS-LEN-IX < 1
                           OR WS-MOENSTER-LEN > ZERO
                   IF KT-BUTIK-MOENSTER IN
                           KAT-ARRAY(KT-IX)(WS-LEN-IX:1)
                           NOT = SPACE
                       MOVE WS-LEN-IX TO WS-MOENSTER-LEN
                   END-IF
               END-PERFORM
               IF WS-MOENSTER-LEN = ZERO
                   OR BUTIK(1:WS-MOENSTER-LEN) NOT =
                       KT-BUTIK-MOENSTER IN
                           KAT-ARRAY(KT-IX)(1:WS-MOENSTER-LEN)
                   MOVE "N" TO WS-FOUND-FLAG
               END-IF
           END-IF
           IF WS-FOUND-FLAG = "Y"
               AND KT-TRANSAKTIONSTYPE IN KAT-ARRAY(KT-IX)
                   NOT = SPACES
               IF KT-TRANSAKTIONSTYPE IN KAT-ARRAY(KT-IX)
                       NOT = TRANSAKTIONSTYPE
                   MOVE "N" TO WS-FOUND-FLAG
               END-IF
           END-IF
           IF KT-BUTIK-MOENSTER IN KAT-ARRAY(KT-IX) = SPACES
               AND KT-TRANSAKTIONSTYPE IN KAT-ARRAY(KT-IX) = SPACES
               MOVE "N" TO WS-FOUND-FLAG
           END-IF
       EXIT.

      *****************************************************************
      * TAEL-FASTE-OVERFOERSLER                                       *
      * Formål: Tæller de faste overførsler pr. kunde (afsender-      *
      *         kontoens ejer).                                       *
      *****************************************************************
       TAEL-FASTE-OVERFOERSLER.
           OPEN INPUT ORDRE-FILE
           IF ORDRE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ORDRE-FILE = "Y"
               READ ORDRE-FILE INTO FASTOVEROPL
                   AT END
                       MOVE "Y" TO END-OF-ORDRE-FILE
                   NOT AT END
                       MOVE FO-KONTO-ID TO WS-SOEG-KONTO-ID
                       PERFORM FIND-KONTO-KUNDE
                       IF WS-KK-FUNDET = "Y"
                           ADD 1 TO KK-ANTAL-FASTE(KK-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDRE-FILE
       EXIT.

      *****************************************************************
      * TAEL-MANDATER                                                 *
      * Formål: Tæller de aktive BS-mandater pr. kunde - et mandat    *
      *         der er tilbagekaldt eller flyttet, tæller ikke.       *
      *****************************************************************
       TAEL-MANDATER.
           OPEN INPUT MANDAT-FILE
           IF MANDAT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-MANDAT-FILE = "Y"
               READ MANDAT-FILE INTO MANDATOPL
                   AT END
                       MOVE "Y" TO END-OF-MANDAT-FILE
                   NOT AT END
                       IF MANDAT-AKTIV
                           MOVE MANDAT-KONTO-ID TO WS-SOEG-KONTO-ID
                           PERFORM FIND-KONTO-KUNDE
                           IF WS-KK-FUNDET = "Y"
                               ADD 1 TO KK-ANTAL-MANDATER(KK-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDAT-FILE
       EXIT.

      *****************************************************************
      * LOAD-SIGNALER                                                 *
      * Formål: Læser det forrige øjebliksbillede ind i SG-ARRAY.     *
      *         Findes filen ikke, er der intet at sammenligne med,   *
      *         og denne måneds billede bliver grundlaget.            *
      *****************************************************************
       LOAD-SIGNALER.
           OPEN INPUT SIGNAL-FILE
           IF SIGNAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-SIGNAL-FILE = "Y"
               READ SIGNAL-FILE INTO AFGSIGNALOPL
                   AT END
                       MOVE "Y" TO END-OF-SIGNAL-FILE
                   NOT AT END
                       IF SG-COUNT >= SG-MAX-ANTAL
                           MOVE "Y" TO SG-OVERFLOW
                       ELSE
                           ADD 1 TO SG-COUNT
                           MOVE AFGSIGNALOPL TO SG-ARRAY(SG-COUNT)
                       END-IF
               END-READ
               MOVE "SIGNAL-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"        TO WS-IO-OPERATION
               MOVE SIGNAL-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SIGNAL-FILE
       EXIT.

      *****************************************************************
      * SKRIV-FORVARSLER                                              *
      * Formål: Sammenligner hver aktiv kundes måling med grundlaget  *
      *         - forrige måneds billede, eller ved genkørsel i samme *
      *         måned det grundlag billedet selv blev målt mod - og   *
      *         melder forvarslerne. Det nye billede skrives          *
      *         samtidig; er en af tabellerne løbet fuld, røres       *
      *         filen ikke, så næste måned ikke måles mod et          *
      *         amputeret billede.                                    *
      *****************************************************************
       SKRIV-FORVARSLER.
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "FORVARSLER - AKTIVE KUNDER" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF KONTO-OVERFLOW = "N" AND KK-OVERFLOW = "N"
               AND SG-OVERFLOW = "N"
               OPEN OUTPUT SIGNAL-FILE
               MOVE "SIGNAL-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"        TO WS-IO-OPERATION
               MOVE SIGNAL-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           ELSE
               MOVE "  TABEL FULD - SIGNALFILEN ER IKKE OPDATERET"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           PERFORM VARYING KK-IX FROM 1 BY 1 UNTIL KK-IX > KK-COUNT
               IF KK-AABNE(KK-IX) > ZERO
                   MOVE KK-KUNDE-ID(KK-IX) TO KUNDE-ID IN KUNDEOPL
                   READ KUNDE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF KUNDE-AKTIV
                               ADD 1 TO TR-ANTAL-AKTIVE
                               PERFORM VURDER-FORVARSLER
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF KONTO-OVERFLOW = "N" AND KK-OVERFLOW = "N"
               AND SG-OVERFLOW = "N"
               CLOSE SIGNAL-FILE
           END-IF
           IF TR-ANTAL-SIGNALER = ZERO
               MOVE "  INGEN FORVARSLER" TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

       VURDER-FORVARSLER.
           MOVE "N" TO WS-GRUNDLAG-KENDT
           MOVE SPACES TO WS-GRUNDLAG-LOEN
           MOVE ZERO TO WS-GRUNDLAG-FASTE
           MOVE ZERO TO WS-GRUNDLAG-MANDATER
           MOVE "N" TO WS-SG-FUNDET
           PERFORM VARYING SG-IX FROM 1 BY 1 UNTIL SG-IX > SG-COUNT
               IF SG-KUNDE-ID(SG-IX) = KK-KUNDE-ID(KK-IX)
                   MOVE "Y" TO WS-SG-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SG-FUNDET = "Y"
               IF SG-MAANED(SG-IX) = WS-MAANED
                   MOVE SG-FORR-KENDT(SG-IX) TO WS-GRUNDLAG-KENDT
                   MOVE SG-FORR-SENESTE-LOEN(SG-IX)
                       TO WS-GRUNDLAG-LOEN
                   MOVE SG-FORR-ANTAL-FASTE(SG-IX)
                       TO WS-GRUNDLAG-FASTE
                   MOVE SG-FORR-ANTAL-MANDATER(SG-IX)
                       TO WS-GRUNDLAG-MANDATER
               ELSE
                   MOVE "J" TO WS-GRUNDLAG-KENDT
                   MOVE SG-SENESTE-LOEN(SG-IX) TO WS-GRUNDLAG-LOEN
                   MOVE SG-ANTAL-FASTE(SG-IX) TO WS-GRUNDLAG-FASTE
                   MOVE SG-ANTAL-MANDATER(SG-IX)
                       TO WS-GRUNDLAG-MANDATER
               END-IF
           END-IF

           MOVE SPACES TO WS-SIGNAL-TEKST
           MOVE 1 TO WS-SIGNAL-PTR
           IF WS-GRUNDLAG-KENDT = "J"
               IF WS-GRUNDLAG-LOEN = WS-FORR-MAANED
                   AND KK-LOEN(KK-IX) = "N"
                   STRING "LOEN OPHOERT " DELIMITED BY SIZE
                       INTO WS-SIGNAL-TEKST
                       WITH POINTER WS-SIGNAL-PTR
               END-IF
               IF KK-ANTAL-FASTE(KK-IX) < WS-GRUNDLAG-FASTE
                   MOVE WS-GRUNDLAG-FASTE TO WS-FASTE-FORR
                   MOVE KK-ANTAL-FASTE(KK-IX) TO WS-FASTE-NU
                   STRING "FASTE OVF OPSAGT " DELIMITED BY SIZE
                       WS-FASTE-FORR DELIMITED BY SIZE
                       "->" DELIMITED BY SIZE
                       WS-FASTE-NU DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-SIGNAL-TEKST
                       WITH POINTER WS-SIGNAL-PTR
               END-IF
               IF KK-ANTAL-MANDATER(KK-IX) < WS-GRUNDLAG-MANDATER
                   MOVE WS-GRUNDLAG-MANDATER TO WS-FASTE-FORR
                   MOVE KK-ANTAL-MANDATER(KK-IX) TO WS-FASTE-NU
                   STRING "MANDATER FLYTTET " DELIMITED BY SIZE
                       WS-FASTE-FORR DELIMITED BY SIZE
                       "->" DELIMITED BY SIZE
                       WS-FASTE-NU DELIMITED BY SIZE
                       INTO WS-SIGNAL-TEKST
                       WITH POINTER WS-SIGNAL-PTR
               END-IF
           END-IF
           IF WS-SIGNAL-TEKST NOT = SPACES
               ADD 1 TO TR-ANTAL-SIGNALER
               MOVE KUNDE-SEGMENT TO WS-SEGMENT-TEKST
               MOVE KK-FILIAL-NR(KK-IX) TO WS-FILIAL-DISPLAY
               STRING "  " DELIMITED BY SIZE
                       KK-KUNDE-ID(KK-IX) DELIMITED BY SIZE
                       " SEG " DELIMITED BY SIZE
                       WS-SEGMENT-TEKST(1:1) DELIMITED BY SIZE
                       " FIL " DELIMITED BY SIZE
                       WS-FILIAL-DISPLAY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-SIGNAL-TEKST DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF

           IF KONTO-OVERFLOW = "N" AND KK-OVERFLOW = "N"
               AND SG-OVERFLOW = "N"
               PERFORM SKRIV-SIGNAL
           END-IF
       EXIT.

       SKRIV-SIGNAL.
           MOVE SPACES TO AFGSIGNALOPL
           MOVE KK-KUNDE-ID(KK-IX) TO SIG-KUNDE-ID
           MOVE WS-MAANED TO SIG-MAANED
           IF KK-LOEN(KK-IX) = "J"
               MOVE WS-MAANED TO SIG-SENESTE-LOEN
           ELSE
               MOVE WS-GRUNDLAG-LOEN TO SIG-SENESTE-LOEN
           END-IF
           MOVE KK-ANTAL-FASTE(KK-IX) TO SIG-ANTAL-FASTE
           MOVE KK-ANTAL-MANDATER(KK-IX) TO SIG-ANTAL-MANDATER
           MOVE WS-GRUNDLAG-LOEN TO SIG-FORR-SENESTE-LOEN
           MOVE WS-GRUNDLAG-FASTE TO SIG-FORR-ANTAL-FASTE
           MOVE WS-GRUNDLAG-MANDATER TO SIG-FORR-ANTAL-MANDATER
           MOVE WS-GRUNDLAG-KENDT TO SIG-FORR-KENDT
           WRITE AFGSIGNALOPL
           MOVE "SIGNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE SIGNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * READ-KURSER                                                   *
      * Formål: Læser alle kursrecords ind i VALUTAKURS-ARRAY.        *
      *****************************************************************
       READ-KURSER.
           OPEN INPUT INPUT-KURS-FILE
           IF INPUT-KURS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KURS-FILE = "Y"
                   READ INPUT-KURS-FILE INTO VALUTAKURSOPL
                       AT END
                           MOVE "Y" TO END-OF-KURS-FILE
                       NOT AT END
                           IF KURS-COUNT >= KURS-MAX-ANTAL
                               MOVE "Y" TO KURS-OVERFLOW
                           ELSE
                               ADD 1 TO KURS-COUNT
                               MOVE VALUTAKURSOPL TO
                                   VALUTAKURS-ARRAY(KURS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-KURS-FILE
           END-IF
       EXIT.

       OMREGN-TIL-DKK.
           IF WS-SOEG-VALUTA = "DKK" OR WS-SOEG-VALUTA = SPACES
               MOVE WS-BELOB TO WS-DKK-VAERDI
           ELSE
               PERFORM FIND-VALUTAKURS
               IF WS-KURS-FUNDET = "Y"
                   COMPUTE WS-DKK-VAERDI ROUNDED = WS-BELOB * WS-KURS
               ELSE
                   MOVE WS-BELOB TO WS-DKK-VAERDI
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-VALUTAKURS                                               *
      * Formål: Slår kursen for WS-SOEG-VALUTA op - den senest        *
      *         ikrafttrådte kurs med GYLDIG-FRA på eller før         *
      *         referencedatoen, samme opslag som OpgavePostering.    *
      *****************************************************************
       FIND-VALUTAKURS.
           MOVE "N" TO WS-KURS-FUNDET
           MOVE ZERO TO WS-KURS
           MOVE SPACES TO WS-BEST-DATO
           PERFORM VARYING KIX FROM 1 BY 1 UNTIL KIX > KURS-COUNT
               IF VALUTA-KODE IN VALUTAKURS-ARRAY(KIX) =
                       WS-SOEG-VALUTA
                   AND GYLDIG-FRA IN VALUTAKURS-ARRAY(KIX) <=
                       WS-REF-DATO
                   IF WS-KURS-FUNDET = "N" OR
                       GYLDIG-FRA IN VALUTAKURS-ARRAY(KIX)
                           > WS-BEST-DATO
                       MOVE GYLDIG-FRA IN VALUTAKURS-ARRAY(KIX)
                           TO WS-BEST-DATO
                       MOVE KURS IN VALUTAKURS-ARRAY(KIX) TO WS-KURS
                       MOVE "Y" TO WS-KURS-FUNDET
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Afgangsposter i maaneden....: " DELIMITED BY SIZE
                   TR-ANTAL-HAENDELSER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Mistede kunder..............: " DELIMITED BY SIZE
                   TR-ANTAL-MISTET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-BELOB-MISTET TO WS-BELOB-DISPLAY
           STRING "Tabt indestaaende DKK.......: " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Konti lukket, kunde bliver..: " DELIMITED BY SIZE
                   TR-ANTAL-KONTO-LUK DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Sammenlagte kunder..........: " DELIMITED BY SIZE
                   TR-ANTAL-FLETTET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Aktive kunder vurderet......: " DELIMITED BY SIZE
                   TR-ANTAL-AKTIVE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Kunder med forvarsler.......: " DELIMITED BY SIZE
                   TR-ANTAL-SIGNALER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-RAPPORT-LINE.
           WRITE RAPPORT-LINE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
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
      *         Findes filen ikke, eller er den tom, eller er datoen  *
      *         sat til nul, forbliver WS-FORRETNINGSDATO nul og      *
      *         SAET-FILNAVNE bruger de udaterede filnavne.           *
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

      *****************************************************************
      * SAET-FILNAVNE                                                 *
      * Formål: Bygger de daterede filnavne for denne kørsels         *
      *         forretningsdato (se LAES-FORRETNINGSDATO), så et      *
      *         givet batch-vindue kan køres isoleret uden at         *
      *         overskrive andre dages generationer. Er datoen nul,   *
      *         bruges de oprindelige, udaterede filnavne.            *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt"         TO WS-KONTO-FILNAVN
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
               MOVE "Transaktioner.txt"    TO WS-TRANS-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
           END-IF
       EXIT.

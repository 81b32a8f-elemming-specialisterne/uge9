      *****************************************************************
      * PROGRAM-ID: OPGAVEKUNDERENTABILITET                           *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Den månedlige rentabilitetsopgørelse pr. kunde    *
      *             for måneden med forretningsdatoen (køres efter    *
      *             månedens rente- og gebyrkørsler). Pr. KUNDE-ID    *
      *             samles: den betalte indlånsrente (RenteJournal),  *
      *             den tjente træk- og lånerente (TraekRente-        *
      *             Journal og ydelserne i LaanJournal), gebyrerne    *
      *             (GebyrJournal.txt fra månedens gebyrkørsel),      *
      *             valutamarginen og garantiprovisionen              *
      *             (IndtjeningJournal.txt). Fra indtjeningen trækkes *
      *             værdien af kundens individuelle prisaftaler i     *
      *             PrisOverrides.txt: nedsat/fritaget gebyr i        *
      *             forhold til gebyrskemaet og rentetillæggets       *
      *             værdi for en måned på kontiens saldo. Alle beløb  *
      *             omregnes til DKK efter Valutakurser.txt.          *
      *             Kunderne rangeres efter nettobidrag pr. segment   *
      *             og pr. filial. RETURN-CODE 8 ved I/O-fejl eller   *
      *             fuld arbejdstabel.                                *
      * INPUT:      Kundeoplysninger.txt, KontoOpl.txt                *
      *             RenteJournal.txt    - Betalt indlånsrente         *
      *             TraekRenteJournal.txt - Debiteret trækrente       *
      *             LaanJournal.txt     - Lånerenten i ydelserne      *
      *             GebyrJournal.txt    - Månedens gebyrer            *
      *             IndtjeningJournal.txt - Valutamargin/provision    *
      *             PrisOverrides.txt, Gebyrer.txt - Prisaftaler      *
      *             Valutakurser.txt    - Kurser                      *
      * OUTPUT:     KundeRentabilitet-Rapport.txt - Rangeringen       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveKundeRentabilitet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT RENTEJOURNAL-FILE ASSIGN TO "RenteJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTEJOURNAL-FILE-STATUS.
           SELECT TRAEKJOURNAL-FILE ASSIGN TO "TraekRenteJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAEKJOURNAL-FILE-STATUS.
           SELECT LAANJOURNAL-FILE ASSIGN TO "LaanJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANJOURNAL-FILE-STATUS.
           SELECT GEBYRJOURNAL-FILE ASSIGN TO "GebyrJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEBYRJOURNAL-FILE-STATUS.
           SELECT INDTJENING-FILE ASSIGN TO "IndtjeningJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDTJENING-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "PrisOverrides.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
           SELECT INPUT-GEBYR-FILE ASSIGN TO "Gebyrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-GEBYR-FILE-STATUS.
           SELECT INPUT-KURS-FILE ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-KURS-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "KundeRentabilitet-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "KundeRentabilitet-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD RENTEJOURNAL-FILE.
       01 RENTEJOURNALOPL.
           COPY "RENTEJOURNALOPL.cpy".

       FD TRAEKJOURNAL-FILE.
       01 TRAEKJOURNALOPL.
           COPY "RENTEJOURNALOPL.cpy"
               REPLACING LEADING ==RJ== BY ==TJ==.

       FD LAANJOURNAL-FILE.
       01 LAANJOURNALOPL.
           COPY "LAANJOURNALOPL.cpy".

       FD GEBYRJOURNAL-FILE.
       01 GEBYRJOURNAL-LINE PIC X(100) VALUE SPACES.

       FD INDTJENING-FILE.
       01 INDTJENINGOPL.
           COPY "INDTJENINGOPL.cpy".

       FD OVERRIDE-FILE.
       01 PRISOVERRIDEOPL.
           COPY "PRISOVERRIDEOPL.cpy".

       FD INPUT-GEBYR-FILE.
       01 GEBYROPL.
           COPY "GEBYROPL.cpy".

       FD INPUT-KURS-FILE.
       01 VALUTAKURSOPL.
           COPY "VALUTAKURSOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(132) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE        PIC X VALUE "N".

      * Kunderne med konti eller indtjening i måneden. Beløbene står
      * i DKK med fortegn; KU-INDLAANSRENTE og KU-PRISAFTALER er
      * omkostninger og trækkes fra i nettobidraget
       01 KU-MAX-ANTAL       PIC 9(4) VALUE 3000.
       01 KU-COUNT           PIC 9(4) VALUE ZERO.
       01 KU-TABEL.
           02 KU-ENTRY OCCURS 3000 TIMES.
               03 KU-KUNDE-ID      PIC X(10).
               03 KU-SEGMENT       PIC X(01).
               03 KU-FILIAL        PIC 9(02).
               03 KU-FILIAL-SAT    PIC X(01).
               03 KU-MED           PIC X(01).
               03 KU-INDLAANSRENTE PIC S9(11)V99.
               03 KU-UDLAANSRENTE  PIC S9(11)V99.
               03 KU-GEBYR         PIC S9(11)V99.
               03 KU-FXMARGIN      PIC S9(11)V99.
               03 KU-PROVISION     PIC S9(11)V99.
               03 KU-PRISAFTALER   PIC S9(11)V99.
               03 KU-NETTO         PIC S9(11)V99.
               03 KU-UDSKREVET     PIC X(01).
       01 KU-IX              PIC 9(4) VALUE ZERO.
       01 KU-BEST            PIC 9(4) VALUE ZERO.
       01 WS-KU-FUNDET       PIC X VALUE "N".
       01 WS-SOEG-KUNDE-ID   PIC X(10) VALUE SPACES.

      * Kontiene, så gebyrjournalens KONTO-ID kan føres til kunden
       01 KT-MAX-ANTAL       PIC 9(5) VALUE 5000.
       01 KT-COUNT           PIC 9(5) VALUE ZERO.
       01 KT-TABEL.
           02 KT-ENTRY OCCURS 5000 TIMES.
               03 KT-KONTO-ID      PIC X(10).
               03 KT-KUNDE-ID      PIC X(10).
       01 KT-IX              PIC 9(5) VALUE ZERO.
       01 WS-KT-FUNDET       PIC X VALUE "N".
       01 WS-SOEG-KONTO-ID   PIC X(10) VALUE SPACES.

      * Gebyrskemaet og prisaftalerne - samme tabeller som
      * OpgaveGebyrer og Opgave13 bygger
       01 GEBYR-MAX-ANTAL    PIC 9(4) VALUE 100.
       01 GEBYR-COUNT        PIC 9(4) VALUE ZERO.
       01 GEBYR-ARRAY OCCURS 100 TIMES.
           COPY "GEBYROPL.cpy"
               REPLACING LEADING ==GEBYR== BY ==GB==.
       01 IX                 PIC 9(4) VALUE ZERO.
       01 WS-GEBYR-FUNDET    PIC X VALUE "N".
       01 WS-GEBYR-BELOB     PIC 9(5)V99 VALUE ZERO.
       01 WS-GEBYR-FRITAGET  PIC X VALUE "N".

       01 OVR-MAX-ANTAL      PIC 9(3) VALUE 500.
       01 OVR-COUNT          PIC 9(3) VALUE ZERO.
       01 OVR-ARRAY OCCURS 500 TIMES.
           COPY "PRISOVERRIDEOPL.cpy"
               REPLACING LEADING ==PO-== BY ==OV-==.
       01 OV-IX              PIC 9(3) VALUE ZERO.
       01 WS-OV-TYPE         PIC X VALUE SPACES.
       01 WS-OV-FUNDET       PIC X VALUE "N".
       01 WS-OV-BELOB        PIC 9(5)V99 VALUE ZERO.
       01 WS-OV-FRITAGET     PIC X VALUE "N".
       01 WS-OV-TILLAEG      PIC S9(1)V9999 VALUE ZERO.

      * Kurslisten - seneste kurs med GYLDIG-FRA paa eller foer
      * referencedatoen, samme opslag som OpgavePostering
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 KIX              PIC 9(4) VALUE ZERO.
       01 WS-KURS-FUNDET   PIC X VALUE "N".
       01 WS-KURS          PIC 9(03)V9999 VALUE ZERO.
       01 WS-BEST-DATO     PIC X(10) VALUE SPACES.
       01 WS-SOEG-VALUTA   PIC X(03) VALUE SPACES.

      * En gebyrlinje "Konto: <id> Gebyr: <beløb> <valuta> ..." -
      * beløbet står redigeret som i OpgaveGebyrer (Z(6)9.99)
       01 WS-GJ-KONTO-DEL    PIC X(40) VALUE SPACES.
       01 WS-GJ-GEBYR-DEL    PIC X(60) VALUE SPACES.
       01 WS-GJ-BELOB-TEKST  PIC X(10) VALUE SPACES.
       01 WS-GJ-BELOB-EDIT REDEFINES WS-GJ-BELOB-TEKST
                             PIC Z(6)9.99.
       01 WS-GJ-BELOB        PIC 9(7)V99 VALUE ZERO.

       01 WS-TABEL-FULD      PIC X VALUE "N".
       01 WS-PERIODE         PIC X(07) VALUE SPACES.
       01 WS-BELOB           PIC S9(13)V99 VALUE ZERO.
       01 WS-DKK-VAERDI      PIC S9(13)V99 VALUE ZERO.
       01 WS-SEGMENT         PIC X(01) VALUE SPACES.
       01 WS-SEGMENT-NAVN    PIC X(16) VALUE SPACES.
       01 WS-FILIAL          PIC 9(02) VALUE ZERO.
       01 WS-GRUPPE-ANTAL    PIC 9(5) VALUE ZERO.
       01 WS-GRUPPE-SUM      PIC S9(13)V99 VALUE ZERO.
       01 WS-RANG            PIC 9(5) VALUE ZERO.

       01 WS-RANG-DISPLAY    PIC ZZZZ9.
       01 WS-BELOB-1         PIC -Z(8)9.99.
       01 WS-BELOB-2         PIC -Z(8)9.99.
       01 WS-BELOB-3         PIC -Z(8)9.99.
       01 WS-BELOB-4         PIC -Z(8)9.99.
       01 WS-BELOB-5         PIC -Z(8)9.99.
       01 WS-BELOB-6         PIC -Z(8)9.99.
       01 WS-BELOB-7         PIC -Z(8)9.99.
       01 WS-SUM-DISPLAY     PIC -Z(12)9.99.

       01 TR-ANTAL-KUNDER    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-TABS      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UKENDT    PIC 9(5) VALUE ZERO.
       01 TR-SUM-NETTO       PIC S9(13)V99 VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 KUNDE-FILE-STATUS       PIC XX VALUE "00".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 RENTEJOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 TRAEKJOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 LAANJOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 GEBYRJOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 INDTJENING-FILE-STATUS  PIC XX VALUE "00".
       01 OVERRIDE-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-GEBYR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-KURS-FILE-STATUS  PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS     PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS            PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT       PIC 9(5) VALUE ZERO.

      * Referencedatoen - forretningsdatoen hvis sat, ellers dags
      * dato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO        PIC X(10) VALUE SPACES.
       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN   PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-REF-DATO
           MOVE WS-REF-DATO(1:7) TO WS-PERIODE
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM READ-KURSER
           PERFORM LOAD-GEBYRSKEMA
           PERFORM LOAD-OVERRIDES

           PERFORM LAES-KUNDER
           PERFORM LAES-KONTI
           PERFORM LAES-RENTEJOURNAL
           PERFORM LAES-TRAEKJOURNAL
           PERFORM LAES-LAANJOURNAL
           PERFORM LAES-GEBYRJOURNAL
           PERFORM LAES-INDTJENING

           PERFORM BEREGN-NETTO
           PERFORM SKRIV-RAPPORT

           DISPLAY "OpgaveKundeRentabilitet: " TR-ANTAL-KUNDER
               " kunder for " WS-PERIODE ", " TR-ANTAL-TABS
               " med negativt bidrag"

           IF KURS-OVERFLOW = "Y"
               DISPLAY "OpgaveKundeRentabilitet: kurslisten er "
                   "afkortet - omregningen kan bruge en aeldre kurs"
           END-IF
           IF TR-ANTAL-UKENDT NOT = ZERO
               DISPLAY "OpgaveKundeRentabilitet: " TR-ANTAL-UKENDT
                   " gebyrlinjer paa ukendte konti er udeladt"
           END-IF
           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveKundeRentabilitet: en arbejdstabel er "
                   "fuld - opgoerelsen er ufuldstaendig"
           END-IF

           IF WS-IO-ERROR-COUNT NOT = ZERO OR WS-TABEL-FULD = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE IO-ERROR-FILE
           STOP RUN.

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

      *****************************************************************
      * LOAD-GEBYRSKEMA                                               *
      * Formål: Læser gebyrskemaet, så en gebyraftales værdi kan      *
      *         måles mod den sats kunden ellers ville have betalt.   *
      *****************************************************************
       LOAD-GEBYRSKEMA.
           OPEN INPUT INPUT-GEBYR-FILE
           IF INPUT-GEBYR-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INPUT-GEBYR-FILE INTO GEBYROPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF GEBYR-COUNT < GEBYR-MAX-ANTAL
                               ADD 1 TO GEBYR-COUNT
                               MOVE GEBYROPL TO
                                   GEBYR-ARRAY(GEBYR-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-FULD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-GEBYR-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-OVERRIDES                                                *
      * Formål: Læser PrisOverrides.txt ind i OVR-ARRAY. Findes       *
      *         filen ikke, har ingen kunde individuelle priser.      *
      *****************************************************************
       LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ OVERRIDE-FILE INTO PRISOVERRIDEOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF OVR-COUNT < OVR-MAX-ANTAL
                               ADD 1 TO OVR-COUNT
                               MOVE PRISOVERRIDEOPL TO
                                   OVR-ARRAY(OVR-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABEL-FULD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LAES-KUNDER                                                   *
      * Formål: Opretter kundetabellen med hver kundes segment.       *
      *         Slettede og anonymiserede kunder springes over - har  *
      *         de stadig indtjening i måneden, kommer de med uden    *
      *         segment.                                              *
      *****************************************************************
       LAES-KUNDER.
           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KUNDE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KUNDE-FILE NEXT RECORD INTO KUNDEOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF NOT KUNDE-SLETTET
                               AND NOT KUNDE-ANONYMISERET
                               MOVE KUNDE-ID IN KUNDEOPL
                                   TO WS-SOEG-KUNDE-ID
                               PERFORM FIND-KUNDE
                               IF WS-KU-FUNDET = "Y"
                                   MOVE KUNDE-SEGMENT IN KUNDEOPL
                                       TO KU-SEGMENT(KU-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDE-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LAES-KONTI                                                    *
      * Formål: Kunden får filialen fra sin første konto, kontoen     *
      *         noteres til gebyrjournalen, og værdien af kontoens    *
      *         prisaftaler beregnes (se VURDER-PRISAFTALER).         *
      *****************************************************************
       LAES-KONTI.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KONTO-FILE NEXT RECORD INTO KONTOOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM NOTER-KONTO
                   END-READ
               END-PERFORM
               CLOSE KONTO-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       NOTER-KONTO.
           IF KT-COUNT < KT-MAX-ANTAL
               ADD 1 TO KT-COUNT
               MOVE KONTO-ID IN KONTOOPL TO KT-KONTO-ID(KT-COUNT)
               MOVE KUNDE-ID IN KONTOOPL TO KT-KUNDE-ID(KT-COUNT)
           ELSE
               MOVE "Y" TO WS-TABEL-FULD
           END-IF
           IF KONTO-LUKKET
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDE-ID IN KONTOOPL TO WS-SOEG-KUNDE-ID
           PERFORM FIND-KUNDE
           IF WS-KU-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO KU-MED(KU-IX)
           IF KU-FILIAL-SAT(KU-IX) = "N"
               MOVE KONTO-FILIAL-NR IN KONTOOPL TO KU-FILIAL(KU-IX)
               MOVE "Y" TO KU-FILIAL-SAT(KU-IX)
           END-IF
           PERFORM VURDER-PRISAFTALER
       EXIT.

      *****************************************************************
      * VURDER-PRISAFTALER                                            *
      * Formål: Værdien af kontoens uudløbne prisaftaler for en       *
      *         måned, efter samme forrang som OpgaveGebyrer og       *
      *         Opgave13 (konto-nøglede før kunde-nøglede):           *
      *         - "G": skemaets sats for kundens segment og kontoens  *
      *           status minus det aftalte gebyr (hele satsen ved     *
      *           fritagelse). En aftale på en række som skemaet      *
      *           alligevel fritager, er intet værd.                  *
      *         - "R": tillægget på en måneds rente af saldoen. Et    *
      *           positivt tillæg på indlån og et negativt på træk    *
      *           er begge en indrømmelse, og giver begge et positivt *
      *           produkt af tillæg og fortegnsbærende saldo.         *
      *****************************************************************
       VURDER-PRISAFTALER.
           MOVE "G" TO WS-OV-TYPE
           PERFORM FIND-OVERRIDE
           IF WS-OV-FUNDET = "Y"
               MOVE "N" TO WS-GEBYR-FUNDET
               MOVE ZERO TO WS-GEBYR-BELOB
               PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > GEBYR-COUNT
                   IF GB-SEGMENT IN GEBYR-ARRAY(IX) = KU-SEGMENT(KU-IX)
                       AND GB-KONTO-STATUS IN GEBYR-ARRAY(IX) =
                           KONTO-STATUS IN KONTOOPL
                       MOVE "Y" TO WS-GEBYR-FUNDET
                       MOVE GB-BELOB IN GEBYR-ARRAY(IX)
                           TO WS-GEBYR-BELOB
                       MOVE GB-FRITAGET IN GEBYR-ARRAY(IX)
                           TO WS-GEBYR-FRITAGET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GEBYR-FUNDET = "Y" AND WS-GEBYR-FRITAGET NOT = "Y"
                   IF WS-OV-FRITAGET = "Y"
                       MOVE WS-GEBYR-BELOB TO WS-BELOB
                   ELSE
                       COMPUTE WS-BELOB = WS-GEBYR-BELOB - WS-OV-BELOB
                   END-IF
                   IF WS-BELOB > ZERO
                       MOVE VALUTAKODE IN KONTOOPL TO WS-SOEG-VALUTA
                       PERFORM OMREGN-TIL-DKK
                       ADD WS-DKK-VAERDI TO KU-PRISAFTALER(KU-IX)
                   END-IF
               END-IF
           END-IF

           MOVE "R" TO WS-OV-TYPE
           PERFORM FIND-OVERRIDE
           IF WS-OV-FUNDET = "Y"
               COMPUTE WS-BELOB ROUNDED =
                   BALANCE IN KONTOOPL * WS-OV-TILLAEG / 12
               IF WS-BELOB > ZERO
                   MOVE VALUTAKODE IN KONTOOPL TO WS-SOEG-VALUTA
                   PERFORM OMREGN-TIL-DKK
                   ADD WS-DKK-VAERDI TO KU-PRISAFTALER(KU-IX)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-OVERRIDE                                                 *
      * Formål: Finder den uudløbne prisaftale af typen i WS-OV-TYPE  *
      *         for kontoen i KONTOOPL - konto-nøglede går forud for  *
      *         kunde-nøglede.                                        *
      *****************************************************************
       FIND-OVERRIDE.
           MOVE "N" TO WS-OV-FUNDET
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-TYPE IN OVR-ARRAY(OV-IX) = WS-OV-TYPE
                   AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                       >= WS-REF-DATO
                   AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) =
                       KONTO-ID IN KONTOOPL
                   MOVE "Y" TO WS-OV-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OV-FUNDET = "N"
               PERFORM VARYING OV-IX FROM 1 BY 1
                       UNTIL OV-IX > OVR-COUNT
                   IF OV-TYPE IN OVR-ARRAY(OV-IX) = WS-OV-TYPE
                       AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                           >= WS-REF-DATO
                       AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) = SPACES
                       AND OV-KUNDE-ID IN OVR-ARRAY(OV-IX) =
                           KUNDE-ID IN KONTOOPL
                       MOVE "Y" TO WS-OV-FUNDET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OV-FUNDET = "Y"
               MOVE OV-GEBYR-BELOB IN OVR-ARRAY(OV-IX)
                   TO WS-OV-BELOB
               MOVE OV-FRITAGET IN OVR-ARRAY(OV-IX)
                   TO WS-OV-FRITAGET
               MOVE OV-RENTE-TILLAEG IN OVR-ARRAY(OV-IX)
                   TO WS-OV-TILLAEG
           END-IF
       EXIT.

      *****************************************************************
      * LAES-RENTEJOURNAL                                             *
      * Formål: Månedens tilskrevne indlånsrente er en omkostning.    *
      *         En negativ rente (store erhvervsindlån) står med      *
      *         fortegn og bliver dermed en indtægt.                  *
      *****************************************************************
       LAES-RENTEJOURNAL.
           OPEN INPUT RENTEJOURNAL-FILE
           IF RENTEJOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ RENTEJOURNAL-FILE INTO RENTEJOURNALOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF RJ-DATO(1:7) = WS-PERIODE
                               MOVE RJ-RENTEBELOB TO WS-BELOB
                               MOVE RJ-VALUTA TO WS-SOEG-VALUTA
                               PERFORM OMREGN-TIL-DKK
                               MOVE RJ-KUNDE-ID TO WS-SOEG-KUNDE-ID
                               PERFORM FIND-KUNDE
                               IF WS-KU-FUNDET = "Y"
                                   MOVE "Y" TO KU-MED(KU-IX)
                                   ADD WS-DKK-VAERDI
                                       TO KU-INDLAANSRENTE(KU-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTEJOURNAL-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LAES-TRAEKJOURNAL                                             *
      * Formål: Den debiterede trækrente journaliseres negativt (den  *
      *         trækkes fra kontoen) og vendes her til en indtægt.    *
      *****************************************************************
       LAES-TRAEKJOURNAL.
           OPEN INPUT TRAEKJOURNAL-FILE
           IF TRAEKJOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ TRAEKJOURNAL-FILE INTO TRAEKJOURNALOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF TJ-DATO(1:7) = WS-PERIODE
                               COMPUTE WS-BELOB =
                                   ZERO - TJ-RENTEBELOB
                               MOVE TJ-VALUTA TO WS-SOEG-VALUTA
                               PERFORM OMREGN-TIL-DKK
                               MOVE TJ-KUNDE-ID TO WS-SOEG-KUNDE-ID
                               PERFORM FIND-KUNDE
                               IF WS-KU-FUNDET = "Y"
                                   MOVE "Y" TO KU-MED(KU-IX)
                                   ADD WS-DKK-VAERDI
                                       TO KU-UDLAANSRENTE(KU-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAEKJOURNAL-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LAES-LAANJOURNAL                                              *
      * Formål: Renten i månedens låneydelser (lån føres i DKK).      *
      *****************************************************************
       LAES-LAANJOURNAL.
           OPEN INPUT LAANJOURNAL-FILE
           IF LAANJOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ LAANJOURNAL-FILE INTO LAANJOURNALOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF LJ-DATO(1:7) = WS-PERIODE
                               AND LJ-YDELSE
                               AND LJ-RENTE > ZERO
                               MOVE LJ-KUNDE-ID TO WS-SOEG-KUNDE-ID
                               PERFORM FIND-KUNDE
                               IF WS-KU-FUNDET = "Y"
                                   MOVE "Y" TO KU-MED(KU-IX)
                                   ADD LJ-RENTE
                                       TO KU-UDLAANSRENTE(KU-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAANJOURNAL-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LAES-GEBYRJOURNAL                                             *
      * Formål: GebyrJournal.txt dannes på ny ved hver månedlig       *
      *         gebyrkørsel og rummer derfor netop månedens gebyrer.  *
      *         Kun linjer med " Gebyr: " er opkrævede gebyrer -      *
      *         fritagelser, manglende satser og segmentoversigten    *
      *         springes over. Kontoen føres til kunden via           *
      *         KontoOpl.                                             *
      *****************************************************************
       LAES-GEBYRJOURNAL.
           OPEN INPUT GEBYRJOURNAL-FILE
           IF GEBYRJOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ GEBYRJOURNAL-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF GEBYRJOURNAL-LINE(1:7) = "Konto: "
                               PERFORM NOTER-GEBYR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEBYRJOURNAL-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       NOTER-GEBYR.
           MOVE SPACES TO WS-GJ-KONTO-DEL WS-GJ-GEBYR-DEL
           UNSTRING GEBYRJOURNAL-LINE DELIMITED BY " Gebyr: "
               INTO WS-GJ-KONTO-DEL WS-GJ-GEBYR-DEL
           END-UNSTRING
           IF WS-GJ-GEBYR-DEL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GJ-GEBYR-DEL(1:10) TO WS-GJ-BELOB-TEKST
           MOVE WS-GJ-BELOB-EDIT TO WS-GJ-BELOB
           MOVE WS-GJ-KONTO-DEL(8:10) TO WS-SOEG-KONTO-ID
           MOVE "N" TO WS-KT-FUNDET
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-COUNT
               IF KT-KONTO-ID(KT-IX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-KT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KT-FUNDET = "N"
               ADD 1 TO TR-ANTAL-UKENDT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GJ-BELOB TO WS-BELOB
           MOVE WS-GJ-GEBYR-DEL(12:3) TO WS-SOEG-VALUTA
           PERFORM OMREGN-TIL-DKK
           MOVE KT-KUNDE-ID(KT-IX) TO WS-SOEG-KUNDE-ID
           PERFORM FIND-KUNDE
           IF WS-KU-FUNDET = "Y"
               MOVE "Y" TO KU-MED(KU-IX)
               ADD WS-DKK-VAERDI TO KU-GEBYR(KU-IX)
           END-IF
       EXIT.

      *****************************************************************
      * LAES-INDTJENING                                               *
      * Formål: Månedens valutamarginer og garantiprovisioner.        *
      *****************************************************************
       LAES-INDTJENING.
           OPEN INPUT INDTJENING-FILE
           IF INDTJENING-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INDTJENING-FILE INTO INDTJENINGOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF IJ-DATO(1:7) = WS-PERIODE
                               PERFORM NOTER-INDTJENING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDTJENING-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       NOTER-INDTJENING.
           MOVE IJ-BELOB TO WS-BELOB
           MOVE IJ-VALUTA TO WS-SOEG-VALUTA
           PERFORM OMREGN-TIL-DKK
           MOVE IJ-KUNDE-ID TO WS-SOEG-KUNDE-ID
           PERFORM FIND-KUNDE
           IF WS-KU-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO KU-MED(KU-IX)
           EVALUATE TRUE
               WHEN IJ-FX-MARGIN
                   ADD WS-DKK-VAERDI TO KU-FXMARGIN(KU-IX)
               WHEN IJ-GARANTIPROVISION
                   ADD WS-DKK-VAERDI TO KU-PROVISION(KU-IX)
               WHEN IJ-BOKSLEJE
                   ADD WS-DKK-VAERDI TO KU-GEBYR(KU-IX)
           END-EVALUATE
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
      * FIND-KUNDE                                                    *
      * Formål: Slår WS-SOEG-KUNDE-ID op i kundetabellen og opretter  *
      *         kunden uden segment, hvis den ikke findes. Sætter     *
      *         KU-IX; WS-KU-FUNDET er "N" kun når tabellen er fuld.  *
      *****************************************************************
       FIND-KUNDE.
           MOVE "N" TO WS-KU-FUNDET
           PERFORM VARYING KU-IX FROM 1 BY 1 UNTIL KU-IX > KU-COUNT
               IF KU-KUNDE-ID(KU-IX) = WS-SOEG-KUNDE-ID
                   MOVE "Y" TO WS-KU-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KU-FUNDET = "N"
               IF KU-COUNT >= KU-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO KU-COUNT
               MOVE KU-COUNT TO KU-IX
               MOVE WS-SOEG-KUNDE-ID TO KU-KUNDE-ID(KU-IX)
               MOVE SPACE  TO KU-SEGMENT(KU-IX)
               MOVE ZERO   TO KU-FILIAL(KU-IX)
               MOVE "N"    TO KU-FILIAL-SAT(KU-IX)
               MOVE "N"    TO KU-MED(KU-IX)
               MOVE ZERO   TO KU-INDLAANSRENTE(KU-IX)
                              KU-UDLAANSRENTE(KU-IX)
                              KU-GEBYR(KU-IX)
                              KU-FXMARGIN(KU-IX)
                              KU-PROVISION(KU-IX)
                              KU-PRISAFTALER(KU-IX)
                              KU-NETTO(KU-IX)
               MOVE "N"    TO KU-UDSKREVET(KU-IX)
               MOVE "Y" TO WS-KU-FUNDET
           END-IF
       EXIT.

      *****************************************************************
      * BEREGN-NETTO                                                  *
      * Formål: Nettobidraget er udlånsrente, gebyrer, valutamargin   *
      *         og provision fratrukket indlånsrente og prisaftaler.  *
      *         Kunder uden konti og uden indtjening i måneden tæller *
      *         ikke med.                                             *
      *****************************************************************
       BEREGN-NETTO.
           PERFORM VARYING KU-IX FROM 1 BY 1 UNTIL KU-IX > KU-COUNT
               IF KU-MED(KU-IX) = "Y"
                   COMPUTE KU-NETTO(KU-IX) =
                       KU-UDLAANSRENTE(KU-IX) + KU-GEBYR(KU-IX)
                       + KU-FXMARGIN(KU-IX) + KU-PROVISION(KU-IX)
                       - KU-INDLAANSRENTE(KU-IX)
                       - KU-PRISAFTALER(KU-IX)
                   ADD 1 TO TR-ANTAL-KUNDER
                   ADD KU-NETTO(KU-IX) TO TR-SUM-NETTO
                   IF KU-NETTO(KU-IX) < ZERO
                       ADD 1 TO TR-ANTAL-TABS
                   END-IF
               ELSE
                   MOVE "Y" TO KU-UDSKREVET(KU-IX)
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-RAPPORT                                                 *
      * Formål: Én rangering pr. segment (retail, erhverv, private    *
      *         banking og kunder uden kendt segment) og én pr.       *
      *         filial, hver med kunderne efter faldende              *
      *         nettobidrag.                                          *
      *****************************************************************
       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "KUNDERENTABILITET FOR " DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   "  (BELOEB I DKK)" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           MOVE "R" TO WS-SEGMENT
           MOVE "RETAIL" TO WS-SEGMENT-NAVN
           PERFORM SKRIV-SEGMENT
           MOVE "E" TO WS-SEGMENT
           MOVE "ERHVERV" TO WS-SEGMENT-NAVN
           PERFORM SKRIV-SEGMENT
           MOVE "P" TO WS-SEGMENT
           MOVE "PRIVATE BANKING" TO WS-SEGMENT-NAVN
           PERFORM SKRIV-SEGMENT
           MOVE SPACE TO WS-SEGMENT
           MOVE "UKENDT SEGMENT" TO WS-SEGMENT-NAVN
           PERFORM SKRIV-SEGMENT

           PERFORM VARYING WS-FILIAL FROM 0 BY 1 UNTIL WS-FILIAL > 98
               PERFORM SKRIV-FILIAL
           END-PERFORM
           MOVE 99 TO WS-FILIAL
           PERFORM SKRIV-FILIAL

           MOVE TR-SUM-NETTO TO WS-SUM-DISPLAY
           STRING "KUNDER I ALT: " DELIMITED BY SIZE
                   TR-ANTAL-KUNDER DELIMITED BY SIZE
                   "  MED NEGATIVT BIDRAG: " DELIMITED BY SIZE
                   TR-ANTAL-TABS DELIMITED BY SIZE
                   "  SAMLET NETTOBIDRAG " DELIMITED BY SIZE
                   WS-SUM-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           CLOSE RAPPORT-FILE
       EXIT.

       SKRIV-SEGMENT.
           PERFORM NULSTIL-UDSKREVET
           MOVE ZERO TO WS-GRUPPE-ANTAL WS-GRUPPE-SUM WS-RANG
           PERFORM VARYING KU-IX FROM 1 BY 1 UNTIL KU-IX > KU-COUNT
               IF KU-SEGMENT(KU-IX) NOT = WS-SEGMENT
                   MOVE "Y" TO KU-UDSKREVET(KU-IX)
               END-IF
           END-PERFORM
           PERFORM FIND-BEDSTE-KUNDE
           IF KU-BEST = ZERO
               EXIT PARAGRAPH
           END-IF
           STRING "SEGMENT: " DELIMITED BY SIZE
                   WS-SEGMENT-NAVN DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-KOLONNER
           PERFORM UNTIL KU-BEST = ZERO
               PERFORM SKRIV-KUNDE
               PERFORM FIND-BEDSTE-KUNDE
           END-PERFORM
           PERFORM SKRIV-GRUPPE-SUM
       EXIT.

       SKRIV-FILIAL.
           PERFORM NULSTIL-UDSKREVET
           MOVE ZERO TO WS-GRUPPE-ANTAL WS-GRUPPE-SUM WS-RANG
           PERFORM VARYING KU-IX FROM 1 BY 1 UNTIL KU-IX > KU-COUNT
               IF KU-FILIAL(KU-IX) NOT = WS-FILIAL
                   MOVE "Y" TO KU-UDSKREVET(KU-IX)
               END-IF
           END-PERFORM
           PERFORM FIND-BEDSTE-KUNDE
           IF KU-BEST = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-FILIAL = ZERO
               MOVE "FILIAL: UDEN KONTO" TO RAPPORT-LINE
           ELSE
               STRING "FILIAL: " DELIMITED BY SIZE
                       WS-FILIAL DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-KOLONNER
           PERFORM UNTIL KU-BEST = ZERO
               PERFORM SKRIV-KUNDE
               PERFORM FIND-BEDSTE-KUNDE
           END-PERFORM
           PERFORM SKRIV-GRUPPE-SUM
       EXIT.

      * Kunder uden for opgørelsen (KU-MED "N") forbliver udskrevet
       NULSTIL-UDSKREVET.
           PERFORM VARYING KU-IX FROM 1 BY 1 UNTIL KU-IX > KU-COUNT
               IF KU-MED(KU-IX) = "Y"
                   MOVE "N" TO KU-UDSKREVET(KU-IX)
               ELSE
                   MOVE "Y" TO KU-UDSKREVET(KU-IX)
               END-IF
           END-PERFORM
       EXIT.

       FIND-BEDSTE-KUNDE.
           MOVE ZERO TO KU-BEST
           PERFORM VARYING KU-IX FROM 1 BY 1 UNTIL KU-IX > KU-COUNT
               IF KU-UDSKREVET(KU-IX) = "N"
                   IF KU-BEST = ZERO
                       MOVE KU-IX TO KU-BEST
                   ELSE
                       IF KU-NETTO(KU-IX) > KU-NETTO(KU-BEST)
                           MOVE KU-IX TO KU-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

       SKRIV-KOLONNER.
           STRING "  RANG KUNDE-ID   S FI " DELIMITED BY SIZE
                   "   INDLAANSRENTE   UDLAANSRENTE" DELIMITED BY SIZE
                   "        GEBYRER     VALUTAMARG." DELIMITED BY SIZE
                   "      PROVISION    PRISAFTALER" DELIMITED BY SIZE
                   "    NETTOBIDRAG" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-KUNDE.
           MOVE "Y" TO KU-UDSKREVET(KU-BEST)
           ADD 1 TO WS-RANG
           ADD 1 TO WS-GRUPPE-ANTAL
           ADD KU-NETTO(KU-BEST) TO WS-GRUPPE-SUM
           MOVE WS-RANG TO WS-RANG-DISPLAY
           MOVE KU-INDLAANSRENTE(KU-BEST) TO WS-BELOB-1
           MOVE KU-UDLAANSRENTE(KU-BEST)  TO WS-BELOB-2
           MOVE KU-GEBYR(KU-BEST)         TO WS-BELOB-3
           MOVE KU-FXMARGIN(KU-BEST)      TO WS-BELOB-4
           MOVE KU-PROVISION(KU-BEST)     TO WS-BELOB-5
           MOVE KU-PRISAFTALER(KU-BEST)   TO WS-BELOB-6
           MOVE KU-NETTO(KU-BEST)         TO WS-BELOB-7
           STRING " " DELIMITED BY SIZE
                   WS-RANG-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KU-KUNDE-ID(KU-BEST) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KU-SEGMENT(KU-BEST) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KU-FILIAL(KU-BEST) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-4 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-5 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-6 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-7 DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-GRUPPE-SUM.
           MOVE WS-GRUPPE-SUM TO WS-SUM-DISPLAY
           STRING "  KUNDER: " DELIMITED BY SIZE
                   WS-GRUPPE-ANTAL DELIMITED BY SIZE
                   "  NETTOBIDRAG I ALT " DELIMITED BY SIZE
                   WS-SUM-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
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
      * READ-KURSER                                                   *
      * Formål: Læser alle kursrecords ind i VALUTAKURS-ARRAY.        *
      *****************************************************************
       READ-KURSER.
           OPEN INPUT INPUT-KURS-FILE
           IF INPUT-KURS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INPUT-KURS-FILE INTO VALUTAKURSOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
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
               MOVE "N" TO END-OF-FILE
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

      *****************************************************************
      * SAET-FILNAVNE                                                 *
      * Formål: Bygger de daterede filnavne for denne kørsels         *
      *         forretningsdato. Er datoen nul, bruges de             *
      *         oprindelige, udaterede filnavne.                      *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt" TO WS-KONTO-FILNAVN
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
           END-IF
       EXIT.

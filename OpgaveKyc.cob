      *             og kundens konti meldes til lukning ("D"-         *
      *             transaktioner). Aldringsrapporten viser de        *
      *             ufuldstændige onboardinger med alder.             *
      *             En erhvervskunde (SEGMENT-ERHVERV) bliver først   *
      *             komplet, når mindst én reel ejer er registreret   *
      *             i ReelleEjere.txt og alle aktive ejere er         *
      *             screenet - ellers står tjeklisten åben og         *
      *             rammes af fristen som enhver anden.               *
      * INPUT:      KycTjekliste.txt     - Tjeklisterne               *
      *             KycVedligehold.txt   - Transaktioner              *
      *             KontoOpl.txt         - Kundens konti              *
      *             Kundeoplysninger.txt - Kundens segment            *
      *             ReelleEjere.txt      - Erhvervskunders ejere      *
      * OUTPUT:     KycTjekliste.txt     - Opdateret register         *
      *             KontoOplVedligehold.txt - "T"/"D"-transaktioner   *
      *             Kyc-Rapport.txt      - Aldringsrapporten          *
      *             ArbejdsopgaverNye.txt - Filialernes opgavekø      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveKyc.
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT EJER-FILE ASSIGN TO "ReelleEjere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJER-FILE-STATUS.
           SELECT KONTO-VEDL-FILE
               ASSIGN TO "KontoOplVedligehold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RAPPORT-FILE ASSIGN TO "Kyc-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT ARBOPG-FILE ASSIGN TO "ArbejdsopgaverNye.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBOPG-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Kyc-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD EJER-FILE.
       01 REELEJEROPL.
           COPY "REELEJEROPL.cpy".

       FD KONTO-VEDL-FILE.
       01 KONTO-VEDL-RECORD PIC X(80).

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD ARBOPG-FILE.
       01 ARBOPGOPL.
           COPY "ARBOPGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       01 WS-OPRETTET-NUM  PIC 9(8) VALUE ZERO.
       01 WS-ALDER-DAGE    PIC S9(5) VALUE ZERO.

      * Erhvervskunder med registrerede reelle ejere (se
      * LOAD-EJERE): antal aktive ejere og heraf uscreenede
       01 END-OF-EJER      PIC X VALUE "N".
       01 EJ-MAX-ANTAL     PIC 9(4) VALUE 1000.
       01 EJ-COUNT         PIC 9(4) VALUE ZERO.
       01 EJ-OVERFLOW      PIC X VALUE "N".
       01 EJ-TABEL.
           02 EJ-ENTRY OCCURS 1000 TIMES.
               03 EJ-KUNDE-ID      PIC X(10).
               03 EJ-ANTAL         PIC 9(3).
               03 EJ-USCREENET     PIC 9(3).
       01 EJ-IX            PIC 9(4) VALUE ZERO.
       01 WS-EJ-FUNDET     PIC X VALUE "N".
      * "J" ejere på plads, "N" erhverv uden (screenede) ejere,
      * "-" ikke en erhvervskunde
       01 WS-EJERE-OK      PIC X VALUE "-".

       01 WS-VEDL-KODE     PIC X(01) VALUE SPACES.
       01 WS-VEDL-KUNDE    PIC X(10) VALUE SPACES.

       01 TR-ANTAL-LUKKET    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UFULD     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDEN-EJERE PIC 9(5) VALUE ZERO.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 TRANS-FILE-STATUS    PIC XX VALUE "00".
       01 KONTO-FILE-STATUS    PIC XX VALUE "00".
       01 KONTO-VEDL-FILE-STATUS PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS    PIC XX VALUE "00".
       01 EJER-FILE-STATUS     PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

      * Opgaven til filialernes opgavekø (se SKRIV-ARBEJDSOPGAVE)
       01 ARBOPG-FILE-STATUS PIC XX VALUE "00".
       01 WS-AO-TYPE        PIC X(08) VALUE SPACES.
       01 WS-AO-KUNDE-ID    PIC X(10) VALUE SPACES.
       01 WS-AO-KONTO-ID    PIC X(10) VALUE SPACES.
       01 WS-AO-FILIAL-NR   PIC 9(02) VALUE ZERO.
       01 WS-AO-REFERENCE   PIC X(30) VALUE SPACES.
       01 WS-AO-TEKST       PIC X(60) VALUE SPACES.
       01 WS-AO-DATO        PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-KYC
           PERFORM LOAD-EJERE
           PERFORM PROCESS-TRANSAKTIONER

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND KONTO-VEDL-FILE
           MOVE "KONTO-VEDL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"            TO WS-IO-OPERATION
           DISPLAY "OpgaveKyc: " TR-ANTAL-OPRETTET " oprettet, "
               TR-ANTAL-MARKERET " punkter markeret, "
               TR-ANTAL-KOMPLET " komplette (optoet), "
               TR-ANTAL-LUKKET " lukket forbi fristen, "
               TR-ANTAL-UDEN-EJERE " erhverv uden reelle ejere"

           CLOSE KUNDE-FILE
           CLOSE KONTO-VEDL-FILE
           CLOSE IO-ERROR-FILE
           STOP RUN.
      * VURDER-TJEKLISTER                                             *
      * Formål: Komplette tjeklister markeres og kundens frosne       *
      *         konti optøes; tjeklister i stå forbi fristen lukkes,  *
      *         og kundens konti meldes til lukning. En erhvervs-     *
      *         kunde uden registrerede, screenede reelle ejere       *
      *         regnes ikke komplet, selv med alle fire punkter.      *
      *****************************************************************
       VURDER-TJEKLISTER.
           PERFORM VARYING KY-IX FROM 1 BY 1 UNTIL KY-IX > KYC-COUNT
               IF KY-STATUS IN KYC-ARRAY(KY-IX) = "U"
                   PERFORM CHECK-ERHVERV-EJERE
                   IF WS-EJERE-OK = "N"
                       AND KY-ID-DOK IN KYC-ARRAY(KY-IX) = "J"
                       AND KY-ADRESSE-DOK IN KYC-ARRAY(KY-IX) = "J"
                       AND KY-AKTIVITET-ERKL
                           IN KYC-ARRAY(KY-IX) = "J"
                       AND KY-SANKTION-SCREEN
                           IN KYC-ARRAY(KY-IX) = "J"
                       ADD 1 TO TR-ANTAL-UDEN-EJERE
                   END-IF
                   IF KY-ID-DOK IN KYC-ARRAY(KY-IX) = "J"
                       AND KY-ADRESSE-DOK IN KYC-ARRAY(KY-IX) = "J"
                       AND KY-AKTIVITET-ERKL
                           IN KYC-ARRAY(KY-IX) = "J"
                       AND KY-SANKTION-SCREEN
                           IN KYC-ARRAY(KY-IX) = "J"
                       AND WS-EJERE-OK NOT = "N"
                       MOVE "K" TO KY-STATUS IN KYC-ARRAY(KY-IX)
                       ADD 1 TO TR-ANTAL-KOMPLET
                       MOVE "T" TO WS-VEDL-KODE
           END-PERFORM
       EXIT.

      *****************************************************************
      * CHECK-ERHVERV-EJERE                                           *
      * Formål: Sætter WS-EJERE-OK for tjeklisten på KY-IX: "-" når   *
      *         kunden ikke er erhverv (eller ikke findes), "J" når   *
      *         erhvervskunden har mindst én aktiv reel ejer og alle  *
      *         er screenet, ellers "N".                              *
      *****************************************************************
       CHECK-ERHVERV-EJERE.
           MOVE "-" TO WS-EJERE-OK
           MOVE KY-KUNDE-ID IN KYC-ARRAY(KY-IX) TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT SEGMENT-ERHVERV
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EJERE-OK
           PERFORM VARYING EJ-IX FROM 1 BY 1 UNTIL EJ-IX > EJ-COUNT
               IF EJ-KUNDE-ID(EJ-IX) = KY-KUNDE-ID IN KYC-ARRAY(KY-IX)
                   IF EJ-ANTAL(EJ-IX) > ZERO
                       AND EJ-USCREENET(EJ-IX) = ZERO
                       MOVE "J" TO WS-EJERE-OK
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       CHECK-FRIST.
           IF KY-OPRETTET-DATO IN KYC-ARRAY(KY-IX)(1:4)
               IS NOT NUMERIC
           PERFORM VARYING KY-IX FROM 1 BY 1 UNTIL KY-IX > KYC-COUNT
               IF KY-STATUS IN KYC-ARRAY(KY-IX) = "U"
                   ADD 1 TO TR-ANTAL-UFULD
                   PERFORM CHECK-ERHVERV-EJERE
                   MOVE ZERO TO WS-ALDER-DAGE
                   IF KY-OPRETTET-DATO IN KYC-ARRAY(KY-IX)(1:4)
                       IS NUMERIC
                           " SCREEN=" DELIMITED BY SIZE
                           KY-SANKTION-SCREEN IN KYC-ARRAY(KY-IX)
                               DELIMITED BY SIZE
                           " EJERE=" DELIMITED BY SIZE
                           WS-EJERE-OK DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
                   PERFORM MELD-KYC-OPGAVE
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-LINE
                   TR-ANTAL-UFULD DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Erhverv uden reelle ejere...: " DELIMITED BY SIZE
                   TR-ANTAL-UDEN-EJERE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF KYC-OVERFLOW = "Y"
               MOVE "ADVARSEL: tjeklistetabellen er fuld"
                   TO RAPPORT-LINE
           CLOSE RAPPORT-FILE
       EXIT.

      * Den ufuldstændige tjekliste KY-IX lægges i filialernes
      * opgavekø - én åben opgave pr. onboarding
       MELD-KYC-OPGAVE.
           MOVE "KYC" TO WS-AO-TYPE
           MOVE KY-KUNDE-ID IN KYC-ARRAY(KY-IX) TO WS-AO-KUNDE-ID
           STRING "ONBOARDING " DELIMITED BY SIZE
                   KY-OPRETTET-DATO IN KYC-ARRAY(KY-IX)
                       DELIMITED BY SIZE
                   INTO WS-AO-REFERENCE
           STRING "KYC ufuldstaendig ID=" DELIMITED BY SIZE
                   KY-ID-DOK IN KYC-ARRAY(KY-IX) DELIMITED BY SIZE
                   " ADR=" DELIMITED BY SIZE
                   KY-ADRESSE-DOK IN KYC-ARRAY(KY-IX) DELIMITED BY SIZE
                   " ERKL=" DELIMITED BY SIZE
                   KY-AKTIVITET-ERKL IN KYC-ARRAY(KY-IX)
                       DELIMITED BY SIZE
                   " SCREEN=" DELIMITED BY SIZE
                   KY-SANKTION-SCREEN IN KYC-ARRAY(KY-IX)
                       DELIMITED BY SIZE
                   " EJERE=" DELIMITED BY SIZE
                   WS-EJERE-OK DELIMITED BY SIZE
                   INTO WS-AO-TEKST
           PERFORM SKRIV-ARBEJDSOPGAVE
       EXIT.

       SKRIV-RAPPORT-LINE.
           WRITE RAPPORT-LINE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-EJERE                                                    *
      * Formål: Tæller de aktive (ikke ophørte) reelle ejere og de    *
      *         endnu uscreenede pr. erhvervskunde i EJ-TABEL.        *
      *         Findes ReelleEjere.txt ikke, har ingen erhvervskunde  *
      *         registrerede ejere.                                   *
      *****************************************************************
       LOAD-EJERE.
           OPEN INPUT EJER-FILE
           IF EJER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-EJER = "Y"
               READ EJER-FILE INTO REELEJEROPL
                   AT END
                       MOVE "Y" TO END-OF-EJER
                   NOT AT END
                       IF RE-OPHOERT-DATO = SPACES
                           PERFORM TAEL-EJER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EJER-FILE
           MOVE "N" TO END-OF-EJER
       EXIT.

       TAEL-EJER.
           MOVE "N" TO WS-EJ-FUNDET
           PERFORM VARYING EJ-IX FROM 1 BY 1 UNTIL EJ-IX > EJ-COUNT
               IF EJ-KUNDE-ID(EJ-IX) = RE-KUNDE-ID
                   MOVE "Y" TO WS-EJ-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EJ-FUNDET = "N"
               IF EJ-COUNT >= EJ-MAX-ANTAL
                   MOVE "Y" TO EJ-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO EJ-COUNT
               MOVE EJ-COUNT TO EJ-IX
               MOVE RE-KUNDE-ID TO EJ-KUNDE-ID(EJ-IX)
               MOVE ZERO TO EJ-ANTAL(EJ-IX)
               MOVE ZERO TO EJ-USCREENET(EJ-IX)
           END-IF
           ADD 1 TO EJ-ANTAL(EJ-IX)
           IF RE-IKKE-SCREENET
               ADD 1 TO EJ-USCREENET(EJ-IX)
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-KYC                                                     *
      * Formål: Skriver tjeklisterne tilbage i KycTjekliste.txt.      *
           CLOSE KYC-FILE
       EXIT.

      *****************************************************************
      * SKRIV-ARBEJDSOPGAVE                                           *
      * Formål: Lægger en opgave i filialernes opgavekø               *
      *         (ArbejdsopgaverNye.txt) ud fra WS-AO-felterne -       *
      *         OpgaveArbejdskoe optager den med ejer, filial og      *
      *         forfaldsdato. Samme forhold meldt igen, mens          *
      *         opgaven er åben, optages ikke to gange.               *
      *****************************************************************
       SKRIV-ARBEJDSOPGAVE.
           IF WS-AO-DATO = ZERO
               IF WS-FORRETNINGSDATO > ZERO
                   MOVE WS-FORRETNINGSDATO TO WS-AO-DATO
               ELSE
                   ACCEPT WS-AO-DATO FROM DATE YYYYMMDD
               END-IF
           END-IF
           OPEN EXTEND ARBOPG-FILE
           IF ARBOPG-FILE-STATUS = "35"
               OPEN OUTPUT ARBOPG-FILE
           END-IF
           MOVE "ARBOPG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE ARBOPG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF ARBOPG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO            TO AO-OPGAVE-ID AO-FORFALD-DATO
                                   AO-LUKKET-DATO
           MOVE WS-AO-TYPE      TO AO-TYPE
           MOVE WS-AO-KUNDE-ID  TO AO-KUNDE-ID
           MOVE WS-AO-KONTO-ID  TO AO-KONTO-ID
           MOVE WS-AO-FILIAL-NR TO AO-FILIAL-NR
           MOVE SPACES          TO AO-EJER AO-ESKALERET-TIL
                                   AO-LUKKET-AF
           MOVE WS-AO-DATO      TO AO-OPRETTET-DATO
           MOVE "N"             TO AO-STATUS AO-ESKALERET
           MOVE "OPGAVEKYC" TO AO-KILDE
           MOVE WS-AO-REFERENCE TO AO-REFERENCE
           MOVE WS-AO-TEKST     TO AO-TEKST
           WRITE ARBOPGOPL
           MOVE "ARBOPG-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE ARBOPG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           CLOSE ARBOPG-FILE
           MOVE SPACES TO WS-AO-KUNDE-ID WS-AO-KONTO-ID
                          WS-AO-REFERENCE WS-AO-TEKST
           MOVE ZERO   TO WS-AO-FILIAL-NR
       EXIT.

      *****************************************************************
      * CHECK-IO-STATUS                                               *
      * Formål: Fælles kontrol af FILE STATUS efter en I/O-operation. *

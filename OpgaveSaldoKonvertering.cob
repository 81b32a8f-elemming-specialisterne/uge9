      *****************************************************************
      * PROGRAM-ID: OPGAVESALDOKONVERTERING                           *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Engangskonvertering til saldo med fortegn.        *
      *             BALANCE i KONTOOPL.cpy og KUNDER.cpy var et       *
      *             usigneret PIC 9(7)V99 og er nu S9(7)V99 SIGN      *
      *             LEADING SEPARATE - én byte længere. Programmet    *
      *             læser filerne i det gamle layout og skriver dem   *
      *             i det nye som .NY-generationer, der lægges på     *
      *             plads efter kontrol af rapporten. For KontoOpl    *
      *             foldes en udnyttet kreditramme ind i saldoen:     *
      *             en konto parkeret på nul med KR-UDNYTTET i        *
      *             Kreditrammer.txt får saldoen -KR-UDNYTTET, så     *
      *             den faktiske debetsaldo står på kontoen. Arkiv-   *
      *             og gårsdagsbilleder konverteres kun i layout -    *
      *             de viser saldoen som den var på billeddatoen.     *
      *             Filer der ikke findes springes over og meldes.    *
      * INPUT:      KontoOpl.txt / Kundeoplysninger.txt - Gl. layout  *
      *             Kreditrammer.txt      - Udnyttelse pr. konto      *
      *             KontoOplForrige.txt / KundeoplysningerForrige.txt *
      *             KontoOplSnapshot.txt  - Opgave18's arkiv          *
      *             KontoOplHistorik.txt  - Opgave14's arkiv          *
      *             KundeoplysningerGDPRArkiv.txt - Opgave19's arkiv  *
      * OUTPUT:     Samme filer som .NY i nyt layout                  *
      *             SaldoKonvertering-Rapport.txt                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveSaldoKonvertering.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS GL-KONTO-ID
               FILE STATUS IS GL-KONTO-FILE-STATUS.
           SELECT NY-KONTO-FILE ASSIGN TO "KontoOpl.NY"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS NY-KONTO-FILE-STATUS.
           SELECT GL-KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS GL-KUNDE-ID
               FILE STATUS IS GL-KUNDE-FILE-STATUS.
           SELECT NY-KUNDE-FILE ASSIGN TO "Kundeoplysninger.NY"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS NY-KUNDE-FILE-STATUS.
           SELECT KREDITRAMME-FILE ASSIGN TO "Kreditrammer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KREDITRAMME-FILE-STATUS.
           SELECT SEKV-IND-FILE ASSIGN TO WS-SEKV-IND-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEKV-IND-FILE-STATUS.
           SELECT SEKV-UD-FILE ASSIGN TO WS-SEKV-UD-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEKV-UD-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "SaldoKonvertering-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "SaldoKonvertering-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Det gamle KONTOOPL-layout (85 tegn) - BALANCE usigneret.
      * Felterne efter BALANCE flyttes uændret som én blok.
       FD GL-KONTO-FILE.
       01 GL-KONTOOPL.
           02 GL-KONTO-KUNDE-ID    PIC X(10).
           02 GL-KONTO-ID          PIC X(10).
           02 GL-KONTO-KONTONUMMER PIC X(20).
           02 GL-KONTO-BALANCE     PIC 9(7)V99.
           02 GL-KONTO-RESTEN      PIC X(36).

       FD NY-KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

      * Det gamle KUNDER-layout (228 tegn) - BALANCE usigneret
       FD GL-KUNDE-FILE.
       01 GL-KUNDEOPL.
           02 GL-KUNDE-ID          PIC X(10).
           02 GL-KUNDE-NAVN-KONTO  PIC X(60).
           02 GL-KUNDE-BALANCE     PIC 9(7)V99.
           02 GL-KUNDE-RESTEN      PIC X(149).

       FD NY-KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD KREDITRAMME-FILE.
       01 KREDITRAMMEOPL.
           COPY "KREDITRAMMEOPL.cpy".

       FD SEKV-IND-FILE.
       01 SEKV-IND-LINE    PIC X(250) VALUE SPACES.

       FD SEKV-UD-FILE.
       01 SEKV-UD-LINE     PIC X(250) VALUE SPACES.

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-KONTO-FILE PIC X VALUE "N".
       01 END-OF-KUNDE-FILE PIC X VALUE "N".
       01 END-OF-SEKV-FILE  PIC X VALUE "N".
       01 END-OF-KREDITRAMME PIC X VALUE "N".

      * Kreditrammeregistret (se LOAD-KREDITRAMMER) - udnyttelsen
      * foldes ind i saldoen på konti der står parkeret på nul
       01 KRAM-MAX-ANTAL    PIC 9(3) VALUE 500.
       01 KRAM-COUNT        PIC 9(3) VALUE ZERO.
       01 KRAM-OVERFLOW     PIC X VALUE "N".
       01 KRAM-ARRAY OCCURS 500 TIMES.
           COPY "KREDITRAMMEOPL.cpy"
               REPLACING LEADING ==KR-== BY ==KM-==.
       01 KM-IX             PIC 9(3) VALUE ZERO.

      * Arkiv- og gårsdagsfilerne konverteres gennem det samme par
      * variabelt navngivne filer (se KONVERTER-SEKVENTIEL): typen
      * siger om linjen bærer en konto- eller kunderecord, og
      * præfikset er længden af en evt. datostempling foran den
       01 WS-SEKV-IND-FILNAVN PIC X(40) VALUE SPACES.
       01 WS-SEKV-UD-FILNAVN  PIC X(40) VALUE SPACES.
       01 WS-SEKV-TYPE        PIC X(01) VALUE SPACE.
           88 SEKV-KONTO              VALUE "K".
           88 SEKV-KUNDE              VALUE "C".
       01 WS-SEKV-PRAEFIKS    PIC 9(2) VALUE ZERO.
       01 WS-SEKV-ANTAL       PIC 9(7) VALUE ZERO.
       01 WS-SEKV-FRA         PIC 9(3) VALUE ZERO.

       01 WS-SALDO-DISPLAY  PIC -(7)9.99.

       01 TR-ANTAL-KONTI     PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-FOLDET    PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-KUNDER    PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-UGYLDIGE  PIC 9(7) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 GL-KONTO-FILE-STATUS   PIC XX VALUE "00".
       01 NY-KONTO-FILE-STATUS   PIC XX VALUE "00".
       01 GL-KUNDE-FILE-STATUS   PIC XX VALUE "00".
       01 NY-KUNDE-FILE-STATUS   PIC XX VALUE "00".
       01 KREDITRAMME-FILE-STATUS PIC XX VALUE "00".
       01 SEKV-IND-FILE-STATUS   PIC XX VALUE "00".
       01 SEKV-UD-FILE-STATUS    PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS    PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Forvalgt til nul, dvs. de udaterede navne.
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN   PIC X(40) VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM LOAD-KREDITRAMMER
           PERFORM KONVERTER-KONTOOPL
           PERFORM KONVERTER-KUNDEOPL

           MOVE "KontoOplForrige.txt" TO WS-SEKV-IND-FILNAVN
           MOVE "KontoOplForrige.NY"  TO WS-SEKV-UD-FILNAVN
           MOVE "K" TO WS-SEKV-TYPE
           MOVE ZERO TO WS-SEKV-PRAEFIKS
           PERFORM KONVERTER-SEKVENTIEL

           MOVE "KundeoplysningerForrige.txt" TO WS-SEKV-IND-FILNAVN
           MOVE "KundeoplysningerForrige.NY"  TO WS-SEKV-UD-FILNAVN
           MOVE "C" TO WS-SEKV-TYPE
           MOVE ZERO TO WS-SEKV-PRAEFIKS
           PERFORM KONVERTER-SEKVENTIEL

      * Opgave18's snapshots står med SNAPSHOT-DATO foran
           MOVE "KontoOplSnapshot.txt" TO WS-SEKV-IND-FILNAVN
           MOVE "KontoOplSnapshot.NY"  TO WS-SEKV-UD-FILNAVN
           MOVE "K" TO WS-SEKV-TYPE
           MOVE 10 TO WS-SEKV-PRAEFIKS
           PERFORM KONVERTER-SEKVENTIEL

           MOVE "KontoOplHistorik.txt" TO WS-SEKV-IND-FILNAVN
           MOVE "KontoOplHistorik.NY"  TO WS-SEKV-UD-FILNAVN
           MOVE "K" TO WS-SEKV-TYPE
           MOVE ZERO TO WS-SEKV-PRAEFIKS
           PERFORM KONVERTER-SEKVENTIEL

      * Opgave19's GDPR-arkiv står med ARKIV-DATO foran
           MOVE "KundeoplysningerGDPRArkiv.txt"
               TO WS-SEKV-IND-FILNAVN
           MOVE "KundeoplysningerGDPRArkiv.NY" TO WS-SEKV-UD-FILNAVN
           MOVE "C" TO WS-SEKV-TYPE
           MOVE 10 TO WS-SEKV-PRAEFIKS
           PERFORM KONVERTER-SEKVENTIEL

           STRING "Antal konti konverteret.....: " DELIMITED BY SIZE
                   TR-ANTAL-KONTI DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Heraf kreditramme foldet ind: " DELIMITED BY SIZE
                   TR-ANTAL-FOLDET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal kunder konverteret....: " DELIMITED BY SIZE
                   TR-ANTAL-KUNDER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal ugyldige saldi........: " DELIMITED BY SIZE
                   TR-ANTAL-UGYLDIGE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF KRAM-OVERFLOW = "Y"
               STRING "ADVARSEL: KREDITRAMMEREGISTRET ER STOERRE END "
                       "TABELLEN - IKKE ALLE RAMMER FOLDET IND"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF

           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

      * En ugyldig saldo eller en I/O-fejl betyder at .NY-filerne
      * ikke må lægges på plads
           IF WS-IO-ERROR-COUNT = ZERO AND TR-ANTAL-UGYLDIGE = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SKRIV-RAPPORT-LINE.
           WRITE RAPPORT-LINE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
       EXIT.

      *****************************************************************
      * KONVERTER-KONTOOPL                                            *
      * Formål: Skriver KontoOpl.NY i det nye layout. En konto med    *
      *         saldo nul og en udnyttet kreditramme får udnyttelsen  *
      *         som negativ saldo; foldningen meldes pr. konto.       *
      *****************************************************************
       KONVERTER-KONTOOPL.
           OPEN INPUT GL-KONTO-FILE
           MOVE "GL-KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE GL-KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF GL-KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NY-KONTO-FILE
           MOVE "NY-KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE NY-KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM UNTIL END-OF-KONTO-FILE = "Y"
               READ GL-KONTO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KONTO-FILE
                   NOT AT END
                       PERFORM BYG-NY-KONTO
                       IF GL-KONTO-BALANCE NUMERIC
                           PERFORM FOLD-KREDITRAMME
                           WRITE KONTOOPL
                           MOVE "NY-KONTO-FILE" TO WS-IO-FILE-NAME
                           MOVE "WRITE"         TO WS-IO-OPERATION
                           MOVE NY-KONTO-FILE-STATUS TO WS-IO-STATUS
                           PERFORM CHECK-IO-STATUS
                           ADD 1 TO TR-ANTAL-KONTI
                       END-IF
               END-READ
               MOVE "GL-KONTO-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE GL-KONTO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           CLOSE GL-KONTO-FILE
           CLOSE NY-KONTO-FILE
       EXIT.

      *****************************************************************
      * BYG-NY-KONTO                                                  *
      * Formål: Flytter GL-KONTOOPL over i KONTOOPL. En saldo der     *
      *         ikke er numerisk (f.eks. en fil der allerede er       *
      *         konverteret) meldes og tælles som ugyldig.            *
      *****************************************************************
       BYG-NY-KONTO.
           MOVE SPACES TO KONTOOPL
           MOVE GL-KONTO-KUNDE-ID    TO KUNDE-ID IN KONTOOPL
           MOVE GL-KONTO-ID          TO KONTO-ID IN KONTOOPL
           MOVE GL-KONTO-KONTONUMMER TO KONTONUMMER IN KONTOOPL
      * Felterne fra VALUTAKODE og frem ligger uændret efter saldoen
           MOVE GL-KONTO-RESTEN
               TO KONTOOPL(LENGTH OF KONTOOPL - 35:36)
           IF GL-KONTO-BALANCE NUMERIC
               MOVE GL-KONTO-BALANCE TO BALANCE IN KONTOOPL
           ELSE
               MOVE ZERO TO BALANCE IN KONTOOPL
               ADD 1 TO TR-ANTAL-UGYLDIGE
               STRING "UGYLDIG SALDO KONTO=" DELIMITED BY SIZE
                       GL-KONTO-ID DELIMITED BY SPACE
                       " FIL=" DELIMITED BY SIZE
                       WS-SEKV-IND-FILNAVN DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      *****************************************************************
      * FOLD-KREDITRAMME                                              *
      * Formål: En konto parkeret på nul med en udnyttet kreditramme  *
      *         får udnyttelsen som debetsaldo. KR-UDNYTTET bliver    *
      *         stående - posteringsmotoren fører den fremover som    *
      *         spejl af den negative saldo.                          *
      *****************************************************************
       FOLD-KREDITRAMME.
           IF BALANCE IN KONTOOPL NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KM-IX FROM 1 BY 1
                   UNTIL KM-IX > KRAM-COUNT
               IF KM-KONTO-ID IN KRAM-ARRAY(KM-IX) =
                       KONTO-ID IN KONTOOPL
                   IF KM-UDNYTTET IN KRAM-ARRAY(KM-IX) > ZERO
                       COMPUTE BALANCE IN KONTOOPL =
                           ZERO - KM-UDNYTTET IN KRAM-ARRAY(KM-IX)
                       ADD 1 TO TR-ANTAL-FOLDET
                       MOVE BALANCE IN KONTOOPL TO WS-SALDO-DISPLAY
                       STRING "FOLDET KONTO=" DELIMITED BY SIZE
                               KONTO-ID IN KONTOOPL DELIMITED BY SPACE
                               " NY SALDO=" DELIMITED BY SIZE
                               WS-SALDO-DISPLAY DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                       PERFORM SKRIV-RAPPORT-LINE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * KONVERTER-KUNDEOPL                                            *
      * Formål: Skriver Kundeoplysninger.NY i det nye layout. Kunde-  *
      *         saldoen er kun oplysende og flyttes uændret.          *
      *****************************************************************
       KONVERTER-KUNDEOPL.
           OPEN INPUT GL-KUNDE-FILE
           MOVE "GL-KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE GL-KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF GL-KUNDE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NY-KUNDE-FILE
           MOVE "NY-KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE NY-KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM UNTIL END-OF-KUNDE-FILE = "Y"
               READ GL-KUNDE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KUNDE-FILE
                   NOT AT END
                       PERFORM BYG-NY-KUNDE
                       IF GL-KUNDE-BALANCE NUMERIC
                           WRITE KUNDEOPL
                           MOVE "NY-KUNDE-FILE" TO WS-IO-FILE-NAME
                           MOVE "WRITE"         TO WS-IO-OPERATION
                           MOVE NY-KUNDE-FILE-STATUS TO WS-IO-STATUS
                           PERFORM CHECK-IO-STATUS
                           ADD 1 TO TR-ANTAL-KUNDER
                       END-IF
               END-READ
               MOVE "GL-KUNDE-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE GL-KUNDE-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           CLOSE GL-KUNDE-FILE
           CLOSE NY-KUNDE-FILE
       EXIT.

       BYG-NY-KUNDE.
           MOVE SPACES TO KUNDEOPL
           MOVE GL-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
      * Navn og kontonummer ligger foran saldoen, resten efter
           MOVE GL-KUNDE-NAVN-KONTO TO KUNDEOPL(11:60)
           MOVE GL-KUNDE-RESTEN
               TO KUNDEOPL(LENGTH OF KUNDEOPL - 148:149)
           IF GL-KUNDE-BALANCE NUMERIC
               MOVE GL-KUNDE-BALANCE TO BALANCE IN KUNDEOPL
           ELSE
               MOVE ZERO TO BALANCE IN KUNDEOPL
               ADD 1 TO TR-ANTAL-UGYLDIGE
               STRING "UGYLDIG SALDO KUNDE=" DELIMITED BY SIZE
                       GL-KUNDE-ID DELIMITED BY SPACE
                       " FIL=" DELIMITED BY SIZE
                       WS-SEKV-IND-FILNAVN DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      *****************************************************************
      * KONVERTER-SEKVENTIEL                                          *
      * Formål: Konverterer én linjesekventiel arkiv- eller gårsdags- *
      *         fil (navne, type og præfiks sat af kalderen). Hver    *
      *         linje bygges om gennem samme paragraffer som de       *
      *         indekserede filer; et evt. datopræfiks bevares.       *
      *         Findes filen ikke, meldes det, og intet skrives.      *
      *****************************************************************
       KONVERTER-SEKVENTIEL.
           MOVE ZERO TO WS-SEKV-ANTAL
           MOVE "N" TO END-OF-SEKV-FILE
           COMPUTE WS-SEKV-FRA = WS-SEKV-PRAEFIKS + 1
           OPEN INPUT SEKV-IND-FILE
           IF SEKV-IND-FILE-STATUS = "35"
               STRING "FINDES IKKE - SPRUNGET OVER: " DELIMITED BY SIZE
                       WS-SEKV-IND-FILNAVN DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
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

           PERFORM UNTIL END-OF-SEKV-FILE = "Y"
               READ SEKV-IND-FILE
                   AT END
                       MOVE "Y" TO END-OF-SEKV-FILE
                   NOT AT END
                       PERFORM KONVERTER-SEKV-LINJE
               END-READ
               MOVE "SEKV-IND-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE SEKV-IND-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           CLOSE SEKV-IND-FILE
           CLOSE SEKV-UD-FILE
           STRING WS-SEKV-IND-FILNAVN DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-SEKV-ANTAL DELIMITED BY SIZE
                   " records konverteret" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       KONVERTER-SEKV-LINJE.
           MOVE SPACES TO SEKV-UD-LINE
           IF WS-SEKV-PRAEFIKS > ZERO
               MOVE SEKV-IND-LINE(1:WS-SEKV-PRAEFIKS)
                   TO SEKV-UD-LINE(1:WS-SEKV-PRAEFIKS)
           END-IF
           IF SEKV-KONTO
               MOVE SEKV-IND-LINE(WS-SEKV-FRA:LENGTH OF GL-KONTOOPL)
                   TO GL-KONTOOPL
               PERFORM BYG-NY-KONTO
               MOVE KONTOOPL
                   TO SEKV-UD-LINE(WS-SEKV-FRA:LENGTH OF KONTOOPL)
           ELSE
               MOVE SEKV-IND-LINE(WS-SEKV-FRA:LENGTH OF GL-KUNDEOPL)
                   TO GL-KUNDEOPL
               PERFORM BYG-NY-KUNDE
               MOVE KUNDEOPL
                   TO SEKV-UD-LINE(WS-SEKV-FRA:LENGTH OF KUNDEOPL)
           END-IF
           WRITE SEKV-UD-LINE
           MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-SEKV-ANTAL
       EXIT.

      *****************************************************************
      * LOAD-KREDITRAMMER                                             *
      * Formål: Læser kreditrammeregistret ind i KRAM-ARRAY. Findes   *
      *         filen ikke, er intet at folde ind.                    *
      *****************************************************************
       LOAD-KREDITRAMMER.
           OPEN INPUT KREDITRAMME-FILE
           IF KREDITRAMME-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KREDITRAMME = "Y"
                   READ KREDITRAMME-FILE INTO KREDITRAMMEOPL
                       AT END
                           MOVE "Y" TO END-OF-KREDITRAMME
                       NOT AT END
                           IF KRAM-COUNT >= KRAM-MAX-ANTAL
                               MOVE "Y" TO KRAM-OVERFLOW
                           ELSE
                               ADD 1 TO KRAM-COUNT
                               MOVE KREDITRAMMEOPL
                                   TO KRAM-ARRAY(KRAM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KREDITRAMME-FILE
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

      *****************************************************************
      * SAET-FILNAVNE                                                 *
      * Formål: Bygger de daterede filnavne for denne kørsels         *
      *         forretningsdato. Er datoen nul, bruges de             *
      *         oprindelige, udaterede filnavne.                      *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt"         TO WS-KONTO-FILNAVN
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

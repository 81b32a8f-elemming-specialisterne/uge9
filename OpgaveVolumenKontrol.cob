      *****************************************************************
      * PROGRAM-ID: OPGAVEVOLUMENKONTROL                              *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Volumen- og beløbskontrol før postering.          *
      *             OpgaveFilMonitor afgør om en indgående fil er     *
      *             ankommet og frisk, men ikke om indholdet er       *
      *             sandsynligt - en halvt leveret transaktionsfil    *
      *             eller en BS-opkrævningsfil med alle beløb ganget  *
      *             med 100 ville blive posteret direkte. Kørslen     *
      *             tæller dagens records og bruttobeløb pr. kilde    *
      *             og TRANSAKTIONSTYPE og sammenligner med           *
      *             gennemsnittet i den rullende profil over de       *
      *             seneste 20 bankdage (VolumenProfil.txt). Kilden   *
      *             er programkoden først i TRANS-REF ("--" for       *
      *             ældre records uden reference); BS-opkrævnings-    *
      *             filen måles som kilde "BSFIL", når den ligger     *
      *             klar. Afviger en nøgle mere end tolerancen i      *
      *             VolumenTolerance.txt, ender kørslen med           *
      *             RETURN-CODE 4, og OPGBATCH standser før POSTER -  *
      *             medmindre en aktiv operatør har frigivet dagen i  *
      *             VolumenFrigivelse.txt; frigivelsen og             *
      *             operatørens ID skrives i rapporten og i           *
      *             Koerselslog.txt. Kun en godkendt eller frigivet   *
      *             dag indgår i profilen.                            *
      * INPUT:      Transaktioner.txt     - Dagens transaktioner      *
      *             BSOpkraevninger.txt   - BS-opkrævninger (valgfri) *
      *             VolumenProfil.txt     - Den rullende profil       *
      *             VolumenTolerance.txt  - Tolerancer (valgfri)      *
      *             VolumenFrigivelse.txt - Frigivelser (valgfri)     *
      *             Operatoerer.txt       - Operatørregistret         *
      * OUTPUT:     VolumenProfil.txt     - Profilen, skrevet om      *
      *             VolumenKontrol-Rapport.txt - Kontrolrapporten     *
      *             Koerselslog.txt       - VOLUMENKONTROL-linjen     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveVolumenKontrol.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT OPKRAEV-FILE ASSIGN TO "BSOpkraevninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPKRAEV-FILE-STATUS.
           SELECT PROFIL-FILE ASSIGN TO "VolumenProfil.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIL-FILE-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "VolumenTolerance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-FILE-STATUS.
           SELECT FRIGIVELSE-FILE ASSIGN TO "VolumenFrigivelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRIGIVELSE-FILE-STATUS.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "VolumenKontrol-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "VolumenKontrol-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

       FD OPKRAEV-FILE.
       01 BSOPKRAEVOPL.
           COPY "BSOPKRAEVOPL.cpy".

       FD PROFIL-FILE.
       01 VOLPROFILOPL.
           COPY "VOLPROFILOPL.cpy".

       FD TOLERANCE-FILE.
       01 VOLTOLOPL.
           COPY "VOLTOLOPL.cpy".

       FD FRIGIVELSE-FILE.
       01 VOLFRIGOPL.
           COPY "VOLFRIGOPL.cpy".

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(132) VALUE SPACES.

       FD KOERSELSLOG-FILE.
       01 KOERSELSLOG-LINE PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE      PIC X VALUE "N".

      * Profilens records fra før forretningsdatoen. Records for selve
      * datoen (fra en tidligere, standset kørsel) udelades - dagen
      * tælles forfra og skrives kun tilbage, hvis den godkendes.
       01 PR-MAX-ANTAL     PIC 9(4) VALUE 3000.
       01 PR-COUNT         PIC 9(4) VALUE ZERO.
       01 PR-ARRAY OCCURS 3000 TIMES.
           COPY "VOLPROFILOPL.cpy"
               REPLACING LEADING ==VP-== BY ==PR-==.
       01 PR-IX            PIC 9(4) VALUE ZERO.

      * Profilens forskellige datoer; de 20 seneste udgør vinduet
       01 DT-MAX-ANTAL     PIC 9(3) VALUE 400.
       01 DT-COUNT         PIC 9(3) VALUE ZERO.
       01 DT-TABEL.
           02 DT-DATO OCCURS 400 TIMES PIC X(10).
       01 DT-IX            PIC 9(3) VALUE ZERO.
       01 WS-VINDUE-DAGE   PIC 9(3) VALUE 20.
       01 WS-PROFIL-DAGE   PIC 9(3) VALUE ZERO.
       01 WS-AELDSTE-DATO  PIC X(10) VALUE SPACES.
       01 WS-SIDSTE-DATO   PIC X(10) VALUE SPACES.
       01 WS-NAESTE-DATO   PIC X(10) VALUE SPACES.

      * En nøgle måles først, når den har været leveret på mindst
      * WS-MIN-DAGE af profilens dage
       01 WS-MIN-DAGE      PIC 9(3) VALUE 5.

      * Én række pr. kilde + TRANSAKTIONSTYPE: profilens dage og
      * summer samt dagens tal
       01 PK-MAX-ANTAL     PIC 9(3) VALUE 500.
       01 PK-COUNT         PIC 9(3) VALUE ZERO.
       01 PK-TABEL.
           02 PK-ARRAY OCCURS 500 TIMES.
               03 PK-KILDE         PIC X(05).
               03 PK-TYPE          PIC X(15).
               03 PK-DAGE          PIC 9(03).
               03 PK-SUM-ANTAL     PIC 9(09).
               03 PK-SUM-BELOB     PIC S9(15)V99.
               03 PK-NU            PIC X(01).
               03 PK-NU-ANTAL      PIC 9(07).
               03 PK-NU-BELOB      PIC S9(13)V99.
       01 PK-IX            PIC 9(3) VALUE ZERO.

       01 TL-MAX-ANTAL     PIC 9(3) VALUE 100.
       01 TL-COUNT         PIC 9(3) VALUE ZERO.
       01 TL-ARRAY OCCURS 100 TIMES.
           COPY "VOLTOLOPL.cpy"
               REPLACING LEADING ==VT-== BY ==TL-==.
       01 TL-IX            PIC 9(3) VALUE ZERO.
       01 WS-TABEL-FULD    PIC X VALUE "N".

      * Nøglen der tælles/vurderes
       01 WS-KILDE         PIC X(05) VALUE SPACES.
       01 WS-TYPE          PIC X(15) VALUE SPACES.
       01 WS-BELOB         PIC S9(13)V99 VALUE ZERO.

      * Gældende tolerance for nøglen (se FIND-TOLERANCE)
       01 WS-TOL-ANTAL-PCT PIC 9(03) VALUE ZERO.
       01 WS-TOL-BELOB-PCT PIC 9(03) VALUE ZERO.
       01 WS-TOL-MIN-ANTAL PIC 9(05) VALUE ZERO.
       01 WS-TOL-POINT     PIC S9(1) VALUE ZERO.
       01 WS-TOL-BEDSTE    PIC S9(1) VALUE ZERO.

       01 WS-GNS-ANTAL     PIC 9(07)V99 VALUE ZERO.
       01 WS-GNS-BELOB     PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFF          PIC S9(15)V99 VALUE ZERO.
       01 WS-AFV-ANTAL-PCT PIC 9(03) VALUE ZERO.
       01 WS-AFV-BELOB-PCT PIC 9(03) VALUE ZERO.
       01 WS-AFV-PCT       PIC 9(09) VALUE ZERO.
       01 WS-VURDERING     PIC X(30) VALUE SPACES.
       01 WS-AFVIGELSE     PIC X VALUE "N".

       01 WS-ED-ANTAL      PIC Z(6)9.
       01 WS-ED-GNS-ANTAL  PIC Z(6)9.
       01 WS-ED-BELOB      PIC -(12)9.99.
       01 WS-ED-GNS-BELOB  PIC -(12)9.99.
       01 WS-ED-PCT-A      PIC ZZ9.
       01 WS-ED-PCT-B      PIC ZZ9.

      * Frigivelse af en standset dag
       01 WS-FRIGIVET      PIC X VALUE "N".
       01 WS-FRIGIV-OPERATOER PIC X(08) VALUE SPACES.
       01 WS-FRIGIV-BEGRUNDELSE PIC X(40) VALUE SPACES.
       01 WS-OPERATOER-OK  PIC X VALUE "N".
       01 WS-KOERSEL-STATUS PIC X(08) VALUE SPACES.

       01 TR-ANTAL-TRANS     PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-OPKRAEV   PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-NOEGLER   PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-AFVIGELSER PIC 9(3) VALUE ZERO.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO        PIC X(10) VALUE SPACES.
       01 WS-KALENDERDAG     PIC 9(8) VALUE ZERO.
       01 WS-KALENDER-TEKST  PIC X(10) VALUE SPACES.
       01 WS-SYSTID          PIC 9(8) VALUE ZERO.
       01 WS-TRANS-FILNAVN   PIC X(40) VALUE "Transaktioner.txt".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 TRANS-FILE-STATUS      PIC XX VALUE "00".
       01 OPKRAEV-FILE-STATUS    PIC XX VALUE "00".
       01 PROFIL-FILE-STATUS     PIC XX VALUE "00".
       01 TOLERANCE-FILE-STATUS  PIC XX VALUE "00".
       01 FRIGIVELSE-FILE-STATUS PIC XX VALUE "00".
       01 OPERATOER-FILE-STATUS  PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS    PIC XX VALUE "00".
       01 KOERSELSLOG-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME     PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION     PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS        PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-REF-DATO
           ACCEPT WS-KALENDERDAG FROM DATE YYYYMMDD
           ACCEPT WS-SYSTID FROM TIME
           MOVE SPACES TO WS-KALENDER-TEKST
           STRING  WS-KALENDERDAG(1:4) "-" WS-KALENDERDAG(5:2) "-"
                   WS-KALENDERDAG(7:2) DELIMITED BY SIZE
                   INTO WS-KALENDER-TEKST
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-TOLERANCER
           PERFORM LOAD-PROFIL
           PERFORM FIND-PROFIL-VINDUE
           PERFORM OPBYG-PROFIL
           PERFORM TAEL-TRANSAKTIONER
           PERFORM TAEL-OPKRAEVNINGER
           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveVolumenKontrol: arbejdstabel fuld - "
                   "kontrollen er ikke foretaget"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "VOLUMENKONTROL FOER POSTERING " DELIMITED BY SIZE
                   WS-REF-DATO DELIMITED BY SIZE
                   " - PROFIL " DELIMITED BY SIZE
                   WS-PROFIL-DAGE DELIMITED BY SIZE
                   " BANKDAGE FRA " DELIMITED BY SIZE
                   WS-AELDSTE-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "TRANSAKTIONER: " DELIMITED BY SIZE
                   TR-ANTAL-TRANS DELIMITED BY SIZE
                   "  BS-OPKRAEVNINGER: " DELIMITED BY SIZE
                   TR-ANTAL-OPKRAEV DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "KILDE TYPE              I DAG  GNS.   AFV%  "
               TO RAPPORT-LINE(1:44)
           MOVE "BELOEB I DAG      GNS. BELOEB     AFV%  VURDERING"
               TO RAPPORT-LINE(45:50)
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM VARYING PK-IX FROM 1 BY 1 UNTIL PK-IX > PK-COUNT
               PERFORM VURDER-NOEGLE
           END-PERFORM

           PERFORM SKRIV-RAPPORT-LINE
           EVALUATE TRUE
               WHEN TR-ANTAL-AFVIGELSER = ZERO
                   MOVE "OK" TO WS-KOERSEL-STATUS
                   MOVE "INGEN AFVIGELSER UD OVER TOLERANCEN"
                       TO RAPPORT-LINE
               WHEN OTHER
                   PERFORM LAES-FRIGIVELSE
                   IF WS-FRIGIVET = "Y"
                       MOVE "FRIGIVET" TO WS-KOERSEL-STATUS
                       STRING "AFVIGELSER: " DELIMITED BY SIZE
                               TR-ANTAL-AFVIGELSER DELIMITED BY SIZE
                               " - FRIGIVET AF OPERATOER "
                                   DELIMITED BY SIZE
                               WS-FRIGIV-OPERATOER DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               WS-FRIGIV-BEGRUNDELSE DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                   ELSE
                       MOVE "STOP" TO WS-KOERSEL-STATUS
                       STRING "AFVIGELSER: " DELIMITED BY SIZE
                               TR-ANTAL-AFVIGELSER DELIMITED BY SIZE
                               " - KAEDEN STANDSES FOER POSTERING"
                                   DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                   END-IF
           END-EVALUATE
           PERFORM SKRIV-RAPPORT-LINE
           CLOSE RAPPORT-FILE

           PERFORM SKRIV-PROFIL
           PERFORM SKRIV-KOERSELSLOG

           DISPLAY "OpgaveVolumenKontrol: noegler " TR-ANTAL-NOEGLER
               " afvigelser " TR-ANTAL-AFVIGELSER
               " status " WS-KOERSEL-STATUS

           CLOSE IO-ERROR-FILE
      * En afvigelse uden frigivelse standser kaeden - POSTER og
      * de efterfoelgende steps i OPGBATCH loeber med COND paa dette
      * step
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-KOERSEL-STATUS = "STOP"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * LOAD-TOLERANCER                                               *
      * Formål: Læser VolumenTolerance.txt. Mangler filen, gælder     *
      *         standardtolerancen fra VOLTOLOPL.cpy for alle         *
      *         nøgler (se FIND-TOLERANCE).                           *
      *****************************************************************
       LOAD-TOLERANCER.
           OPEN INPUT TOLERANCE-FILE
           IF TOLERANCE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "TOLERANCE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE TOLERANCE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF TOLERANCE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TOLERANCE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TL-COUNT >= TL-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO TL-COUNT
                           MOVE VOLTOLOPL TO TL-ARRAY(TL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOLERANCE-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LOAD-PROFIL                                                   *
      * Formål: Læser profilens records fra før forretningsdatoen og  *
      *         noterer de forskellige datoer. Findes profilen ikke,  *
      *         er dette første kørsel, og alle nøgler står som "NY". *
      *****************************************************************
       LOAD-PROFIL.
           OPEN INPUT PROFIL-FILE
           IF PROFIL-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "PROFIL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE PROFIL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF PROFIL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PROFIL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF VP-DATO < WS-REF-DATO
                           PERFORM GEM-PROFIL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFIL-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       GEM-PROFIL-RECORD.
           IF PR-COUNT >= PR-MAX-ANTAL
               MOVE "Y" TO WS-TABEL-FULD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PR-COUNT
           MOVE VOLPROFILOPL TO PR-ARRAY(PR-COUNT)
           PERFORM VARYING DT-IX FROM 1 BY 1 UNTIL DT-IX > DT-COUNT
               IF DT-DATO(DT-IX) = VP-DATO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF DT-COUNT >= DT-MAX-ANTAL
               MOVE "Y" TO WS-TABEL-FULD
           ELSE
               ADD 1 TO DT-COUNT
               MOVE VP-DATO TO DT-DATO(DT-COUNT)
           END-IF
       EXIT.

      *****************************************************************
      * FIND-PROFIL-VINDUE                                            *
      * Formål: Finder den ældste af de seneste WS-VINDUE-DAGE        *
      *         datoer i profilen. Profilen rummer kun bankdage (en   *
      *         dag skrives kun, når kæden har kørt den), så de 20    *
      *         seneste datoer er de 20 seneste bankdage.             *
      *****************************************************************
       FIND-PROFIL-VINDUE.
           MOVE WS-REF-DATO TO WS-SIDSTE-DATO
           MOVE ZERO TO WS-PROFIL-DAGE
           PERFORM UNTIL WS-PROFIL-DAGE >= WS-VINDUE-DAGE
               MOVE SPACES TO WS-NAESTE-DATO
               PERFORM VARYING DT-IX FROM 1 BY 1
                       UNTIL DT-IX > DT-COUNT
                   IF DT-DATO(DT-IX) < WS-SIDSTE-DATO
                       AND DT-DATO(DT-IX) > WS-NAESTE-DATO
                       MOVE DT-DATO(DT-IX) TO WS-NAESTE-DATO
                   END-IF
               END-PERFORM
               IF WS-NAESTE-DATO = SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PROFIL-DAGE
               MOVE WS-NAESTE-DATO TO WS-SIDSTE-DATO
           END-PERFORM
           MOVE WS-SIDSTE-DATO TO WS-AELDSTE-DATO
       EXIT.

      *****************************************************************
      * OPBYG-PROFIL                                                  *
      * Formål: Summerer vinduets records pr. kilde + TRANSAKTIONS-   *
      *         TYPE: antal dage nøglen er leveret, samlet antal og   *
      *         samlet bruttobeløb. Gennemsnittet tages over de dage  *
      *         nøglen er leveret, så en kilde der kun leverer        *
      *         enkelte dage (BS-filen) måles mod sine egne dage.     *
      *****************************************************************
       OPBYG-PROFIL.
           PERFORM VARYING PR-IX FROM 1 BY 1 UNTIL PR-IX > PR-COUNT
               IF PR-DATO(PR-IX) NOT < WS-AELDSTE-DATO
                   MOVE PR-KILDE(PR-IX) TO WS-KILDE
                   MOVE PR-TYPE(PR-IX)  TO WS-TYPE
                   PERFORM FIND-NOEGLE
                   IF PK-IX > ZERO
                       ADD 1 TO PK-DAGE(PK-IX)
                       ADD PR-ANTAL(PR-IX) TO PK-SUM-ANTAL(PK-IX)
                       ADD PR-BELOB(PR-IX) TO PK-SUM-BELOB(PK-IX)
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * FIND-NOEGLE                                                   *
      * Formål: Slår WS-KILDE + WS-TYPE op i nøgletabellen og         *
      *         opretter nøglen, hvis den ikke findes. PK-IX er nul,  *
      *         hvis tabellen er fuld.                                *
      *****************************************************************
       FIND-NOEGLE.
           PERFORM VARYING PK-IX FROM 1 BY 1 UNTIL PK-IX > PK-COUNT
               IF PK-KILDE(PK-IX) = WS-KILDE
                   AND PK-TYPE(PK-IX) = WS-TYPE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF PK-COUNT >= PK-MAX-ANTAL
               MOVE "Y" TO WS-TABEL-FULD
               MOVE ZERO TO PK-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PK-COUNT
           MOVE PK-COUNT TO PK-IX
           MOVE WS-KILDE TO PK-KILDE(PK-IX)
           MOVE WS-TYPE  TO PK-TYPE(PK-IX)
           MOVE ZERO TO PK-DAGE(PK-IX)
           MOVE ZERO TO PK-SUM-ANTAL(PK-IX)
           MOVE ZERO TO PK-SUM-BELOB(PK-IX)
           MOVE "N"  TO PK-NU(PK-IX)
           MOVE ZERO TO PK-NU-ANTAL(PK-IX)
           MOVE ZERO TO PK-NU-BELOB(PK-IX)
       EXIT.

      *****************************************************************
      * TAEL-TRANSAKTIONER                                            *
      * Formål: Tæller dagens transaktioner pr. kilde (programkoden   *
      *         først i TRANS-REF) og TRANSAKTIONSTYPE. Beløbet       *
      *         tælles numerisk uden fortegn, så debet og kredit      *
      *         ikke udligner hinanden i bruttobeløbet.               *
      *****************************************************************
       TAEL-TRANSAKTIONER.
           OPEN INPUT TRANS-FILE
           MOVE "TRANS-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE TRANS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-TRANS
                       IF TRANS-REF = SPACES
                           MOVE "--" TO WS-KILDE
                       ELSE
                           MOVE TRANS-REF(1:2) TO WS-KILDE
                       END-IF
                       MOVE TRANSAKTIONSTYPE TO WS-TYPE
                       COMPUTE WS-BELOB = FUNCTION NUMVAL(BELØB)
                       IF WS-BELOB < ZERO
                           COMPUTE WS-BELOB = ZERO - WS-BELOB
                       END-IF
                       PERFORM TAEL-DAGENS-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * TAEL-OPKRAEVNINGER                                            *
      * Formål: Måler BS-opkrævningsfilen som kilde "BSFIL", når den  *
      *         ligger klar. Filen kommer kun på enkelte dage;        *
      *         mangler den, indgår kilden ikke i dagens kontrol.     *
      *****************************************************************
       TAEL-OPKRAEVNINGER.
           OPEN INPUT OPKRAEV-FILE
           IF OPKRAEV-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "OPKRAEV-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE OPKRAEV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF OPKRAEV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OPKRAEV-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-OPKRAEV
                       MOVE "BSFIL" TO WS-KILDE
                       MOVE "OPKRAEVNING" TO WS-TYPE
                       MOVE BS-BELOB TO WS-BELOB
                       PERFORM TAEL-DAGENS-RECORD
               END-READ
           END-PERFORM
           CLOSE OPKRAEV-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       TAEL-DAGENS-RECORD.
           PERFORM FIND-NOEGLE
           IF PK-IX > ZERO
               MOVE "J" TO PK-NU(PK-IX)
               ADD 1 TO PK-NU-ANTAL(PK-IX)
               ADD WS-BELOB TO PK-NU-BELOB(PK-IX)
           END-IF
       EXIT.

      *****************************************************************
      * FIND-TOLERANCE                                                *
      * Formål: Vælger den mest specifikke tolerancerecord for        *
      *         nøglen: kilde og type slår kilde alene, der slår      *
      *         type alene, der slår "*"/"*". Uden nogen record       *
      *         gælder standardværdierne fra VOLTOLOPL.cpy.           *
      *****************************************************************
       FIND-TOLERANCE.
           MOVE 50 TO WS-TOL-ANTAL-PCT
           MOVE 50 TO WS-TOL-BELOB-PCT
           MOVE 10 TO WS-TOL-MIN-ANTAL
           MOVE -1 TO WS-TOL-BEDSTE
           PERFORM VARYING TL-IX FROM 1 BY 1 UNTIL TL-IX > TL-COUNT
               MOVE -1 TO WS-TOL-POINT
               IF (TL-KILDE(TL-IX) = PK-KILDE(PK-IX)
                       OR TL-KILDE(TL-IX) = "*")
                   AND (TL-TYPE(TL-IX) = PK-TYPE(PK-IX)
                       OR TL-TYPE(TL-IX) = "*")
                   MOVE ZERO TO WS-TOL-POINT
                   IF TL-KILDE(TL-IX) NOT = "*"
                       ADD 2 TO WS-TOL-POINT
                   END-IF
                   IF TL-TYPE(TL-IX) NOT = "*"
                       ADD 1 TO WS-TOL-POINT
                   END-IF
               END-IF
               IF WS-TOL-POINT > WS-TOL-BEDSTE
                   MOVE WS-TOL-POINT TO WS-TOL-BEDSTE
                   MOVE TL-ANTAL-PCT(TL-IX) TO WS-TOL-ANTAL-PCT
                   MOVE TL-BELOB-PCT(TL-IX) TO WS-TOL-BELOB-PCT
                   MOVE TL-MIN-ANTAL(TL-IX) TO WS-TOL-MIN-ANTAL
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * VURDER-NOEGLE                                                 *
      * Formål: Sammenligner dagens antal og bruttobeløb for nøglen   *
      *         med profilens gennemsnit og skriver rapportlinjen.    *
      *         Afvigelser ud over tolerancen tælles; det samme gør   *
      *         en nøgle der er leveret hver dag i profilen men       *
      *         mangler i dag, og en ny nøgle med målbar volumen når  *
      *         profilen er opbygget.                                 *
      *****************************************************************
       VURDER-NOEGLE.
           ADD 1 TO TR-ANTAL-NOEGLER
           PERFORM FIND-TOLERANCE
           MOVE "N" TO WS-AFVIGELSE
           MOVE SPACES TO WS-VURDERING
           MOVE ZERO TO WS-GNS-ANTAL
           MOVE ZERO TO WS-GNS-BELOB
           MOVE ZERO TO WS-AFV-ANTAL-PCT
           MOVE ZERO TO WS-AFV-BELOB-PCT
           IF PK-DAGE(PK-IX) > ZERO
               COMPUTE WS-GNS-ANTAL ROUNDED =
                   PK-SUM-ANTAL(PK-IX) / PK-DAGE(PK-IX)
               COMPUTE WS-GNS-BELOB ROUNDED =
                   PK-SUM-BELOB(PK-IX) / PK-DAGE(PK-IX)
           END-IF
           EVALUATE TRUE
               WHEN PK-DAGE(PK-IX) = ZERO
                   IF WS-PROFIL-DAGE >= WS-MIN-DAGE
                       AND PK-NU-ANTAL(PK-IX) >= WS-TOL-MIN-ANTAL
                       MOVE "AFVIGER - NY, IKKE I PROFILEN"
                           TO WS-VURDERING
                       MOVE "Y" TO WS-AFVIGELSE
                   ELSE
                       MOVE "NY - INDGAAR I PROFILEN"
                           TO WS-VURDERING
                   END-IF
               WHEN PK-NU(PK-IX) = "N"
                   IF PK-DAGE(PK-IX) = WS-PROFIL-DAGE
                       AND WS-PROFIL-DAGE >= WS-MIN-DAGE
                       AND WS-GNS-ANTAL >= WS-TOL-MIN-ANTAL
                       MOVE "AFVIGER - IKKE LEVERET I DAG"
                           TO WS-VURDERING
                       MOVE "Y" TO WS-AFVIGELSE
                   ELSE
                       MOVE "IKKE LEVERET I DAG" TO WS-VURDERING
                   END-IF
               WHEN PK-DAGE(PK-IX) < WS-MIN-DAGE
                   MOVE "PROFIL UNDER OPBYGNING" TO WS-VURDERING
               WHEN WS-GNS-ANTAL < WS-TOL-MIN-ANTAL
                   AND PK-NU-ANTAL(PK-IX) < WS-TOL-MIN-ANTAL
                   MOVE "FOR LILLE VOLUMEN" TO WS-VURDERING
               WHEN OTHER
                   PERFORM BEREGN-AFVIGELSE
           END-EVALUATE
           IF WS-AFVIGELSE = "Y"
               ADD 1 TO TR-ANTAL-AFVIGELSER
           END-IF
           PERFORM SKRIV-NOEGLE-LINJE
       EXIT.

      *****************************************************************
      * BEREGN-AFVIGELSE                                              *
      * Formål: Afvigelsen i procent af gennemsnittet for antal og    *
      *         bruttobeløb (højst 999). Er et gennemsnit nul, regnes *
      *         enhver volumen i dag som 999 %.                       *
      *****************************************************************
       BEREGN-AFVIGELSE.
           COMPUTE WS-DIFF = PK-NU-ANTAL(PK-IX) - WS-GNS-ANTAL
           IF WS-DIFF < ZERO
               COMPUTE WS-DIFF = ZERO - WS-DIFF
           END-IF
           IF WS-GNS-ANTAL = ZERO
               MOVE 999 TO WS-AFV-PCT
           ELSE
               COMPUTE WS-AFV-PCT ROUNDED = WS-DIFF * 100
                   / WS-GNS-ANTAL
                   ON SIZE ERROR
                       MOVE 999 TO WS-AFV-PCT
               END-COMPUTE
           END-IF
           IF WS-AFV-PCT > 999
               MOVE 999 TO WS-AFV-PCT
           END-IF
           MOVE WS-AFV-PCT TO WS-AFV-ANTAL-PCT

           COMPUTE WS-DIFF = PK-NU-BELOB(PK-IX) - WS-GNS-BELOB
           IF WS-DIFF < ZERO
               COMPUTE WS-DIFF = ZERO - WS-DIFF
           END-IF
           IF WS-GNS-BELOB = ZERO
               IF WS-DIFF = ZERO
                   MOVE ZERO TO WS-AFV-PCT
               ELSE
                   MOVE 999 TO WS-AFV-PCT
               END-IF
           ELSE
               COMPUTE WS-AFV-PCT ROUNDED = WS-DIFF * 100
                   / WS-GNS-BELOB
                   ON SIZE ERROR
                       MOVE 999 TO WS-AFV-PCT
               END-COMPUTE
           END-IF
           IF WS-AFV-PCT > 999
               MOVE 999 TO WS-AFV-PCT
           END-IF
           MOVE WS-AFV-PCT TO WS-AFV-BELOB-PCT

           EVALUATE TRUE
               WHEN WS-AFV-ANTAL-PCT > WS-TOL-ANTAL-PCT
                   AND WS-AFV-BELOB-PCT > WS-TOL-BELOB-PCT
                   MOVE "AFVIGER - ANTAL OG BELOEB" TO WS-VURDERING
                   MOVE "Y" TO WS-AFVIGELSE
               WHEN WS-AFV-ANTAL-PCT > WS-TOL-ANTAL-PCT
                   MOVE "AFVIGER - ANTAL" TO WS-VURDERING
                   MOVE "Y" TO WS-AFVIGELSE
               WHEN WS-AFV-BELOB-PCT > WS-TOL-BELOB-PCT
                   MOVE "AFVIGER - BELOEB" TO WS-VURDERING
                   MOVE "Y" TO WS-AFVIGELSE
               WHEN OTHER
                   MOVE "OK" TO WS-VURDERING
           END-EVALUATE
       EXIT.

       SKRIV-NOEGLE-LINJE.
           MOVE PK-NU-ANTAL(PK-IX) TO WS-ED-ANTAL
           MOVE WS-GNS-ANTAL       TO WS-ED-GNS-ANTAL
           MOVE PK-NU-BELOB(PK-IX) TO WS-ED-BELOB
           MOVE WS-GNS-BELOB       TO WS-ED-GNS-BELOB
           MOVE WS-AFV-ANTAL-PCT   TO WS-ED-PCT-A
           MOVE WS-AFV-BELOB-PCT   TO WS-ED-PCT-B
           STRING PK-KILDE(PK-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PK-TYPE(PK-IX) DELIMITED BY SIZE
                   WS-ED-ANTAL DELIMITED BY SIZE
                   WS-ED-GNS-ANTAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ED-PCT-A DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ED-BELOB DELIMITED BY SIZE
                   WS-ED-GNS-BELOB DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ED-PCT-B DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-VURDERING DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * LAES-FRIGIVELSE                                               *
      * Formål: Søger en frigivelse for forretningsdatoen i           *
      *         VolumenFrigivelse.txt (den sidste record for datoen   *
      *         gælder). Frigivelsen gælder kun, hvis operatøren er   *
      *         aktiv i Operatoerer.txt; ellers noteres afvisningen   *
      *         i rapporten, og kæden forbliver standset.             *
      *****************************************************************
       LAES-FRIGIVELSE.
           OPEN INPUT FRIGIVELSE-FILE
           IF FRIGIVELSE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "FRIGIVELSE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"            TO WS-IO-OPERATION
           MOVE FRIGIVELSE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF FRIGIVELSE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ FRIGIVELSE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF VF-DATO = WS-REF-DATO
                           MOVE VF-OPERATOER TO WS-FRIGIV-OPERATOER
                           MOVE VF-BEGRUNDELSE
                               TO WS-FRIGIV-BEGRUNDELSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRIGIVELSE-FILE
           MOVE "N" TO END-OF-FILE
           IF WS-FRIGIV-OPERATOER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-OPERATOER-OK
           OPEN INPUT OPERATOER-FILE
           IF OPERATOER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ OPERATOER-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF OP-OPERATOER-ID = WS-FRIGIV-OPERATOER
                               AND OP-AKTIV
                               MOVE "Y" TO WS-OPERATOER-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOER-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           IF WS-OPERATOER-OK = "Y"
               MOVE "Y" TO WS-FRIGIVET
           ELSE
               STRING "FRIGIVELSE AFVIST: OPERATOER " DELIMITED BY SIZE
                       WS-FRIGIV-OPERATOER DELIMITED BY SIZE
                       " ER UKENDT ELLER SPAERRET" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-PROFIL                                                  *
      * Formål: Skriver profilen om med vinduets records og - når     *
      *         dagen er godkendt eller frigivet - dagens tal. Ældre  *
      *         records end vinduet udgår herved. En standset dag     *
      *         indgår ikke, så en fejlleverance ikke forskyder       *
      *         gennemsnittet; efter ny levering tælles dagen forfra. *
      *****************************************************************
       SKRIV-PROFIL.
           OPEN OUTPUT PROFIL-FILE
           MOVE "PROFIL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE PROFIL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF PROFIL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PR-IX FROM 1 BY 1 UNTIL PR-IX > PR-COUNT
               IF PR-DATO(PR-IX) NOT < WS-AELDSTE-DATO
                   MOVE PR-ARRAY(PR-IX) TO VOLPROFILOPL
                   PERFORM SKRIV-PROFIL-RECORD
               END-IF
           END-PERFORM
           IF WS-KOERSEL-STATUS NOT = "STOP"
               PERFORM VARYING PK-IX FROM 1 BY 1
                       UNTIL PK-IX > PK-COUNT
                   IF PK-NU(PK-IX) = "J"
                       MOVE WS-REF-DATO TO VP-DATO
                       MOVE PK-KILDE(PK-IX) TO VP-KILDE
                       MOVE PK-TYPE(PK-IX) TO VP-TYPE
                       MOVE PK-NU-ANTAL(PK-IX) TO VP-ANTAL
                       MOVE PK-NU-BELOB(PK-IX) TO VP-BELOB
                       PERFORM SKRIV-PROFIL-RECORD
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PROFIL-FILE
       EXIT.

       SKRIV-PROFIL-RECORD.
           WRITE VOLPROFILOPL
           MOVE "PROFIL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE PROFIL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * SKRIV-KOERSELSLOG                                             *
      * Formål: Tilføjer kontrollens linje til Koerselslog.txt med    *
      *         forretningsdatoen, antal afvigelser og udfaldet       *
      *         (OK, STOP eller FRIGIVET); ved en frigivelse også     *
      *         operatørens ID.                                       *
      *****************************************************************
       SKRIV-KOERSELSLOG.
           OPEN EXTEND KOERSELSLOG-FILE
           IF KOERSELSLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOERSELSLOG-FILE
           END-IF
           MOVE "KOERSELSLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE KOERSELSLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KOERSELSLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KOERSELSLOG-LINE
           IF WS-FRIGIVET = "Y"
               STRING "VOLUMENKONTROL DATO=" DELIMITED BY SIZE
                       WS-REF-DATO DELIMITED BY SIZE
                       " AFVIGELSER=" DELIMITED BY SIZE
                       TR-ANTAL-AFVIGELSER DELIMITED BY SIZE
                       " STATUS=FRIGIVET OPERATOER=" DELIMITED BY SIZE
                       WS-FRIGIV-OPERATOER DELIMITED BY SPACE
                       " KOERT=" DELIMITED BY SIZE
                       WS-KALENDER-TEKST DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SYSTID(1:2) ":" WS-SYSTID(3:2)
                       DELIMITED BY SIZE
                       INTO KOERSELSLOG-LINE
           ELSE
               STRING "VOLUMENKONTROL DATO=" DELIMITED BY SIZE
                       WS-REF-DATO DELIMITED BY SIZE
                       " AFVIGELSER=" DELIMITED BY SIZE
                       TR-ANTAL-AFVIGELSER DELIMITED BY SIZE
                       " STATUS=" DELIMITED BY SIZE
                       WS-KOERSEL-STATUS DELIMITED BY SPACE
                       " KOERT=" DELIMITED BY SIZE
                       WS-KALENDER-TEKST DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SYSTID(1:2) ":" WS-SYSTID(3:2)
                       DELIMITED BY SIZE
                       INTO KOERSELSLOG-LINE
           END-IF
           WRITE KOERSELSLOG-LINE
           MOVE "KOERSELSLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"            TO WS-IO-OPERATION
           MOVE KOERSELSLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           CLOSE KOERSELSLOG-FILE
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
      * Formål: Bygger dagens daterede transaktionsfilnavn - samme    *
      *         fil som POSTER læser. Er datoen nul, bruges det       *
      *         oprindelige, udaterede filnavn.                       *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "Transaktioner.txt" TO WS-TRANS-FILNAVN
           ELSE
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
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

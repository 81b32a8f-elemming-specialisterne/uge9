      *             hidtil), afviser med årsagstekst, og skriver en   *
      *             dagsrapport over afventende, godkendte og         *
      *             afviste rettelser med begge operatør-id'er.       *
      *             Indtaster og godkender skal desuden være          *
      *             bemyndiget til koden (og beløbet) efter deres     *
      *             rolle i Operatoerer.txt og Bemyndigelser.txt:     *
      *             en rettelse fra en ubemyndiget indtaster afvises  *
      *             straks, en ubemyndiget godkendelse ignoreres, og  *
      *             begge logges i BemyndigelsesLog.txt.              *
      * INPUT:      KundeoplysningerVedligehold.Pending               *
      *             KontoOplVedligehold.Pending                       *
      *             Godkendelser.txt - Godkend/afvis-transaktioner    *
      *             Operatoerer.txt, Bemyndigelser.txt                *
      * OUTPUT:     KundeoplysningerVedligehold.txt (EXTEND)          *
      *             KontoOplVedligehold.txt (EXTEND)                  *
      *             KundeoplysningerVedligehold.Pending.NY            *
      *             KontoOplVedligehold.Pending.NY                    *
      *             Godkendelse-Rapport.txt                           *
      *             BemyndigelsesLog.txt (EXTEND)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveGodkendelse.
               ASSIGN TO "Godkendelse-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT BEMYNDIGELSE-FILE ASSIGN TO "Bemyndigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDIGELSE-FILE-STATUS.
           SELECT BEMYNDLOG-FILE ASSIGN TO "BemyndigelsesLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RAPPORT-FILE.
       01 RAPPORT-LINE         PIC X(120) VALUE SPACES.

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD BEMYNDIGELSE-FILE.
       01 BEMYNDIGELSEOPL.
           COPY "BEMYNDIGELSEOPL.cpy".

       FD BEMYNDLOG-FILE.
       01 BEMYNDLOGOPL.
           COPY "BEMYNDLOGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE        PIC X(80) VALUE SPACES.

       01 TR-ANTAL-AFVENTER  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FEJL      PIC 9(5) VALUE ZERO.

      * Operatørregistret og bemyndigelsesmatricen (se CHECK-
      * BEMYNDIGELSE). Kalderen sætter WS-BM-OPERATOER, -HANDLING
      * ("I" indtast, "G" godkend), -OMRAADE, -KODE, -ID og -BELOB
       01 END-OF-BM-FILE     PIC X VALUE "N".
       01 OPR-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 OPR-COUNT          PIC 9(4) VALUE ZERO.
       01 OPR-ARRAY OCCURS 500 TIMES.
           COPY "OPERATOEROPL.cpy"
               REPLACING LEADING ==OP-== BY ==OA-==.
       01 OPR-IX             PIC 9(4) VALUE ZERO.
       01 BMY-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 BMY-COUNT          PIC 9(4) VALUE ZERO.
       01 BMY-OVERFLOW       PIC X VALUE "N".
       01 BMY-ARRAY OCCURS 500 TIMES.
           COPY "BEMYNDIGELSEOPL.cpy"
               REPLACING LEADING ==BM-== BY ==BA-==.
       01 BMY-IX             PIC 9(4) VALUE ZERO.
       01 WS-BM-FUNDET       PIC X VALUE "N".
       01 WS-BM-OPERATOER    PIC X(08) VALUE SPACES.
       01 WS-BM-HANDLING     PIC X(01) VALUE SPACES.
       01 WS-BM-OMRAADE      PIC X(01) VALUE SPACES.
       01 WS-BM-KODE         PIC X(01) VALUE SPACES.
       01 WS-BM-ID           PIC X(20) VALUE SPACES.
       01 WS-BM-BELOB        PIC 9(11)V99 VALUE ZERO.
       01 WS-BM-OK           PIC X VALUE "N".
       01 WS-BM-AARSAG       PIC X(40) VALUE SPACES.
       01 WS-BM-PROGRAM      PIC X(30) VALUE "OpgaveGodkendelse".
       01 WS-BM-SYSDATO      PIC 9(8) VALUE ZERO.
       01 WS-BM-SYSTID       PIC 9(8) VALUE ZERO.
       01 WS-BM-TIDSPUNKT    PIC X(19) VALUE SPACES.
      * Den afventende transaktion og positionen af dens saldofelt
      * (kunde 72, konto 42) - se SAET-BM-FELTER
       01 WS-BM-TRANS        PIC X(250) VALUE SPACES.
       01 WS-BM-BELOB-POS    PIC 9(3) VALUE ZERO.
       01 WS-BM-BELOB-TEKST  PIC X(10) VALUE SPACES.
       01 WS-BM-TRANS-BELOB REDEFINES WS-BM-BELOB-TEKST
                             PIC S9(7)V99 SIGN LEADING SEPARATE.
       01 TR-ANTAL-UBEMYNDIGET PIC 9(5) VALUE ZERO.
       01 OPERATOER-FILE-STATUS    PIC XX VALUE "00".
       01 BEMYNDIGELSE-FILE-STATUS PIC XX VALUE "00".
       01 BEMYNDLOG-FILE-STATUS    PIC XX VALUE "00".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 PEND-KUNDE-FILE-STATUS    PIC XX VALUE "00".
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM LOAD-BEMYNDIGELSER
           PERFORM LOAD-PENDING-KUNDE
           PERFORM LOAD-PENDING-KONTO
           PERFORM KONTROLLER-INDTASTERE
           PERFORM PROCESS-GODKENDELSER
           PERFORM SKRIV-AFVENTENDE
           PERFORM SKRIV-PENDING-NY
           DISPLAY "OpgaveGodkendelse: " TR-ANTAL-GODKENDT
               " godkendt, " TR-ANTAL-AFVIST " afvist, "
               TR-ANTAL-AFVENTER " afventer, "
               TR-ANTAL-FEJL " fejl, " TR-ANTAL-UBEMYNDIGET
               " ubemyndigede"

           CLOSE BEMYNDLOG-FILE
           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE
           STOP RUN.
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = "Y"
               AND PKU-INDTASTER(IX) NOT = GODK-OPERATOER
               MOVE "G" TO WS-BM-HANDLING
               MOVE "K" TO WS-BM-OMRAADE
               MOVE GODK-OPERATOER TO WS-BM-OPERATOER
               MOVE PKU-TRANS(IX) TO WS-BM-TRANS
               MOVE 72 TO WS-BM-BELOB-POS
               PERFORM SAET-BM-FELTER
               PERFORM CHECK-BEMYNDIGELSE
               IF WS-BM-OK = "N"
                   ADD 1 TO TR-ANTAL-FEJL
                   STRING "FEJL GODKENDER UDEN BEMYNDIGELSE VED KUNDE: "
                           DELIMITED BY SIZE
                           GODK-OPERATOER DELIMITED BY SPACE
                           " - " DELIMITED BY SIZE
                           WS-BM-AARSAG DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-FOUND-FLAG = "N"
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL INGEN AFVENTENDE KUNDERETTELSE: "
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = "Y"
               AND PKO-INDTASTER(IX) NOT = GODK-OPERATOER
               MOVE "G" TO WS-BM-HANDLING
               MOVE "A" TO WS-BM-OMRAADE
               MOVE GODK-OPERATOER TO WS-BM-OPERATOER
               MOVE PKO-TRANS(IX) TO WS-BM-TRANS
               MOVE 42 TO WS-BM-BELOB-POS
               PERFORM SAET-BM-FELTER
               PERFORM CHECK-BEMYNDIGELSE
               IF WS-BM-OK = "N"
                   ADD 1 TO TR-ANTAL-FEJL
                   STRING "FEJL GODKENDER UDEN BEMYNDIGELSE VED KONTO: "
                           DELIMITED BY SIZE
                           GODK-OPERATOER DELIMITED BY SPACE
                           " - " DELIMITED BY SIZE
                           WS-BM-AARSAG DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-FOUND-FLAG = "N"
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL INGEN AFVENTENDE KONTORETTELSE: "
           END-IF
       EXIT.

      *****************************************************************
      * KONTROLLER-INDTASTERE                                         *
      * Formål: Afviser straks de afventende rettelser hvis indtaster *
      *         ikke er bemyndiget til at indtaste koden eller        *
      *         beløbet - ingen godkender kan rette op på det.        *
      *****************************************************************
       KONTROLLER-INDTASTERE.
           MOVE "I" TO WS-BM-HANDLING
           MOVE "K" TO WS-BM-OMRAADE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > PKUNDE-COUNT
               IF PKU-STATUS(IX) = "P"
                   MOVE PKU-INDTASTER(IX) TO WS-BM-OPERATOER
                   MOVE PKU-TRANS(IX) TO WS-BM-TRANS
                   MOVE 72 TO WS-BM-BELOB-POS
                   PERFORM SAET-BM-FELTER
                   PERFORM CHECK-BEMYNDIGELSE
                   IF WS-BM-OK = "N"
                       MOVE "A" TO PKU-STATUS(IX)
                       ADD 1 TO TR-ANTAL-AFVIST
                       STRING "AFVIST KUNDE " DELIMITED BY SIZE
                               PKU-TRANS(IX)(1:11) DELIMITED BY SIZE
                               " INDTASTER=" DELIMITED BY SIZE
                               PKU-INDTASTER(IX) DELIMITED BY SPACE
                               " UBEMYNDIGET: " DELIMITED BY SIZE
                               WS-BM-AARSAG DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                       PERFORM SKRIV-RAPPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "A" TO WS-BM-OMRAADE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > PKONTO-COUNT
               IF PKO-STATUS(IX) = "P"
                   MOVE PKO-INDTASTER(IX) TO WS-BM-OPERATOER
                   MOVE PKO-TRANS(IX) TO WS-BM-TRANS
                   MOVE 42 TO WS-BM-BELOB-POS
                   PERFORM SAET-BM-FELTER
                   PERFORM CHECK-BEMYNDIGELSE
                   IF WS-BM-OK = "N"
                       MOVE "A" TO PKO-STATUS(IX)
                       ADD 1 TO TR-ANTAL-AFVIST
                       STRING "AFVIST KONTO " DELIMITED BY SIZE
                               PKO-TRANS(IX)(1:11) DELIMITED BY SIZE
                               " INDTASTER=" DELIMITED BY SIZE
                               PKO-INDTASTER(IX) DELIMITED BY SPACE
                               " UBEMYNDIGET: " DELIMITED BY SIZE
                               WS-BM-AARSAG DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                       PERFORM SKRIV-RAPPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SAET-BM-FELTER                                                *
      * Formål: Henter kode, id og beløb til bemyndigelseskontrollen  *
      *         fra den afventende transaktion i WS-BM-TRANS. Beløbet *
      *         er saldofeltets numeriske værdi uden fortegn; et      *
      *         blankt felt ("uændret") giver nul.                    *
      *****************************************************************
       SAET-BM-FELTER.
           MOVE WS-BM-TRANS(1:1) TO WS-BM-KODE
           MOVE WS-BM-TRANS(2:10) TO WS-BM-ID
           MOVE WS-BM-TRANS(WS-BM-BELOB-POS:10) TO WS-BM-BELOB-TEKST
           IF WS-BM-TRANS-BELOB NUMERIC
               IF WS-BM-TRANS-BELOB < ZERO
                   COMPUTE WS-BM-BELOB = ZERO - WS-BM-TRANS-BELOB
               ELSE
                   MOVE WS-BM-TRANS-BELOB TO WS-BM-BELOB
               END-IF
           ELSE
               MOVE ZERO TO WS-BM-BELOB
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-AFVENTENDE                                              *
      * Formål: Skriver de rettelser der stadig afventer godkendelse  *
           MOVE SPACES TO RAPPORT-LINE
       EXIT.

      *****************************************************************
      * LOAD-BEMYNDIGELSER                                            *
      * Formål: Læser operatørregistret Operatoerer.txt og            *
      *         bemyndigelsesmatricen Bemyndigelser.txt ind i         *
      *         arbejdstabellerne og åbner BemyndigelsesLog.txt.      *
      *         Mangler registret eller matricen, er ingen operatør   *
      *         bemyndiget, og alt afvises.                           *
      *****************************************************************
       LOAD-BEMYNDIGELSER.
           OPEN INPUT OPERATOER-FILE
           IF OPERATOER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-BM-FILE = "Y"
                   READ OPERATOER-FILE INTO OPERATOEROPL
                       AT END
                           MOVE "Y" TO END-OF-BM-FILE
                       NOT AT END
                           IF OPR-COUNT >= OPR-MAX-ANTAL
                               MOVE "Y" TO BMY-OVERFLOW
                           ELSE
                               ADD 1 TO OPR-COUNT
                               MOVE OPERATOEROPL
                                   TO OPR-ARRAY(OPR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOER-FILE
               MOVE "N" TO END-OF-BM-FILE
           END-IF

           OPEN INPUT BEMYNDIGELSE-FILE
           IF BEMYNDIGELSE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-BM-FILE = "Y"
                   READ BEMYNDIGELSE-FILE INTO BEMYNDIGELSEOPL
                       AT END
                           MOVE "Y" TO END-OF-BM-FILE
                       NOT AT END
                           IF BMY-COUNT >= BMY-MAX-ANTAL
                               MOVE "Y" TO BMY-OVERFLOW
                           ELSE
                               ADD 1 TO BMY-COUNT
                               MOVE BEMYNDIGELSEOPL
                                   TO BMY-ARRAY(BMY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEMYNDIGELSE-FILE
               MOVE "N" TO END-OF-BM-FILE
           END-IF
           IF BMY-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: operatoerregister/bemyndigelses"
                   "matrix afkortet"
           END-IF

           OPEN EXTEND BEMYNDLOG-FILE
           IF BEMYNDLOG-FILE-STATUS = "35"
               OPEN OUTPUT BEMYNDLOG-FILE
           END-IF
           MOVE "BEMYNDLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE BEMYNDLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           ACCEPT WS-BM-SYSDATO FROM DATE YYYYMMDD
           ACCEPT WS-BM-SYSTID FROM TIME
           MOVE SPACES TO WS-BM-TIDSPUNKT
           STRING  WS-BM-SYSDATO(1:4) "-" WS-BM-SYSDATO(5:2) "-"
                   WS-BM-SYSDATO(7:2) " " WS-BM-SYSTID(1:2) ":"
                   WS-BM-SYSTID(3:2) ":" WS-BM-SYSTID(5:2)
                   DELIMITED BY SIZE
                   INTO WS-BM-TIDSPUNKT
       EXIT.

      *****************************************************************
      * CHECK-BEMYNDIGELSE                                            *
      * Formål: Afgør om WS-BM-OPERATOER må udføre WS-BM-HANDLING     *
      *         på koden i området, og sætter WS-BM-OK/-AARSAG. Et    *
      *         afslag skrives til BemyndigelsesLog.txt.              *
      *****************************************************************
       CHECK-BEMYNDIGELSE.
           PERFORM VURDER-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               ADD 1 TO TR-ANTAL-UBEMYNDIGET
               MOVE SPACES TO BEMYNDLOGOPL
               MOVE WS-BM-TIDSPUNKT TO BL-TIDSPUNKT
               MOVE WS-BM-PROGRAM   TO BL-PROGRAM
               MOVE WS-BM-OPERATOER TO BL-OPERATOER
               MOVE WS-BM-HANDLING  TO BL-HANDLING
               MOVE WS-BM-OMRAADE   TO BL-OMRAADE
               MOVE WS-BM-KODE      TO BL-TRANS-KODE
               MOVE WS-BM-ID        TO BL-ID
               MOVE WS-BM-BELOB     TO BL-BELOB
               MOVE WS-BM-AARSAG    TO BL-AARSAG
               WRITE BEMYNDLOGOPL
               MOVE "BEMYNDLOG-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"          TO WS-IO-OPERATION
               MOVE BEMYNDLOG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-IF
       EXIT.

      *****************************************************************
      * VURDER-BEMYNDIGELSE                                           *
      * Formål: Slår operatøren op i registret og rollens række i     *
      *         matricen (konkret kode før "*") og sætter WS-BM-OK    *
      *         til "J" eller WS-BM-AARSAG til afslagsgrunden.        *
      *****************************************************************
       VURDER-BEMYNDIGELSE.
           MOVE "N" TO WS-BM-OK
           MOVE SPACES TO WS-BM-AARSAG
           MOVE "N" TO WS-BM-FUNDET
           PERFORM VARYING OPR-IX FROM 1 BY 1 UNTIL OPR-IX > OPR-COUNT
               IF OA-OPERATOER-ID(OPR-IX) = WS-BM-OPERATOER
                   MOVE "Y" TO WS-BM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BM-OPERATOER = SPACES OR WS-BM-FUNDET = "N"
               MOVE "OPERATOER IKKE REGISTRERET" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF NOT OA-AKTIV(OPR-IX)
               MOVE "OPERATOER SPAERRET" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
      * En række for den konkrete kode går forud for rollens "*"
           MOVE "N" TO WS-BM-FUNDET
           PERFORM VARYING BMY-IX FROM 1 BY 1 UNTIL BMY-IX > BMY-COUNT
               IF BA-ROLLE(BMY-IX) = OA-ROLLE(OPR-IX)
                   AND BA-OMRAADE(BMY-IX) = WS-BM-OMRAADE
                   AND BA-TRANS-KODE(BMY-IX) = WS-BM-KODE
                   MOVE "Y" TO WS-BM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BM-FUNDET = "N"
               PERFORM VARYING BMY-IX FROM 1 BY 1
                       UNTIL BMY-IX > BMY-COUNT
                   IF BA-ROLLE(BMY-IX) = OA-ROLLE(OPR-IX)
                       AND BA-OMRAADE(BMY-IX) = WS-BM-OMRAADE
                       AND BA-TRANS-KODE(BMY-IX) = "*"
                       MOVE "Y" TO WS-BM-FUNDET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BM-FUNDET = "N"
               MOVE "ROLLEN HAR INGEN BEMYNDIGELSE TIL KODEN"
                   TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-HANDLING = "I" AND NOT BA-MAA-INDTASTE(BMY-IX)
               MOVE "ROLLEN MAA IKKE INDTASTE KODEN" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-HANDLING = "G" AND NOT BA-MAA-GODKENDE(BMY-IX)
               MOVE "ROLLEN MAA IKKE GODKENDE KODEN" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF BA-BELOB-GRAENSE(BMY-IX) > ZERO
               AND WS-BM-BELOB > BA-BELOB-GRAENSE(BMY-IX)
               MOVE "BELOEB OVER ROLLENS GRAENSE" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO WS-BM-OK
       EXIT.

      *****************************************************************
      * CHECK-IO-STATUS                                               *
      * Formål: Fælles kontrol af FILE STATUS efter en I/O-operation. *

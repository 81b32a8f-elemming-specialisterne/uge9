      *         hidtil af månedens slutsaldo: satsen slås op i den    *
      *         båndede rentetabel (valuta + kontotype + saldobånd)   *
      *         og ganges på den valørdaterede BALANCE.               *
      *         Flervalutakontiernes delsaldi i Valutasaldi.txt       *
      *         tilskrives rente i hver sin valuta efter samme        *
      *         rentetabel og skrives tilbage i registret.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AKKUM-FILE ASSIGN TO "RenteAkkumulering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AKKUM-FILE-STATUS.
           SELECT VALUTASALDO-FILE ASSIGN TO "Valutasaldi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTASALDO-FILE-STATUS.
           SELECT RENTE-JOURNAL-FILE ASSIGN TO "RenteJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTE-JOURNAL-FILE-STATUS.
       01 RENTEAKKUMOPL.
           COPY "RENTEAKKUMOPL.cpy".

       FD VALUTASALDO-FILE.
       01 VALUTASALDOOPL.
           COPY "VALUTASALDOOPL.cpy".

      * Akkumulerende rentejournal (OPEN EXTEND) - én record pr.
      * tilskrivning, så den årlige SKAT-indberetning kan rulle årets
      * renter op pr. kunde uden at skrabe rapportlinjerne
       01 WS-AKKUM-FUNDET   PIC X VALUE "N".
       01 TR-ANTAL-KAPITALISERET PIC 9(7) VALUE ZERO.

      * Flervalutakontiernes delsaldi (se LOAD-VALUTASALDI og
      * TILSKRIV-DELSALDI) - hver delsaldo tilskrives rente i sin
      * egen valuta af månedens slutsaldo; dagsakkumuleringen
      * omfatter kun kontoens grundvalutasaldo. Registret skrives
      * samlet tilbage sidst i kørslen.
       01 END-OF-VALUTASALDO PIC X VALUE "N".
       01 VALUTASALDO-FILE-STATUS PIC XX VALUE "00".
       01 VSAL-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 VSAL-COUNT        PIC 9(4) VALUE ZERO.
       01 VSAL-OVERFLOW     PIC X VALUE "N".
       01 VSAL-ARRAY OCCURS 2000 TIMES.
           COPY "VALUTASALDOOPL.cpy"
               REPLACING LEADING ==VS-== BY ==VT-==.
       01 VT-IX             PIC 9(4) VALUE ZERO.
       01 WS-GEM-VALUTAKODE PIC X(3) VALUE SPACES.
       01 WS-GEM-BALANCE    PIC S9(7)V99 VALUE ZERO.
       01 TR-ANTAL-DELSALDI PIC 9(7) VALUE ZERO.

      * Simuleringsmode (se LAES-SIM-MODE og SIMULERINGS-KOERSEL) -
      * med SimuleringsMode.txt sat til "S" beregnes baade den
      * gaeldende og den foreslaaede rentetabels udfald over den
       01 WS-SYSDATO        PIC 9(8) VALUE ZERO.
       01 WS-TILSKRIV-DATO  PIC X(10) VALUE SPACES.

       01 WS-GAMMEL-BALANCE PIC S9(7)V99 VALUE ZERO.
       01 WS-RENTEBELOB     PIC S9(7)V99 VALUE ZERO.
       01 WS-NY-SALDO       PIC S9(9)V99 VALUE ZERO.
       01 WS-RENTE-DISPLAY  PIC -(6)9.99.
       01 WS-BALANCE-DISPLAY PIC -(6)9.99.

      * Saldoen saldobåndene slås op på (se FIND-RENTESATS) - en
      * konto i overtræk slås op i nederste bånd, så debetsaldoen
      * ikke giver indlånsrente
       01 WS-BAND-SALDO     PIC 9(7)V99 VALUE ZERO.

       01 TR-ANTAL-KONTI    PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-RENTE-POSTERET PIC 9(7) VALUE ZERO.
           PERFORM BYG-VALOER-JUSTERING
           PERFORM LOAD-AKKUM-REGISTER
           PERFORM LOAD-OVERRIDES
           PERFORM LOAD-VALUTASALDI

           PERFORM UNTIL END-OF-KONTO-FILE = "Y"
               READ KONTO-FILE INTO KONTOOPL
                   NOT AT END
                       ADD 1 TO TR-ANTAL-KONTI
                       PERFORM TILSKRIV-RENTE
                       IF KONTO-TYPE-VALUTA
                           PERFORM TILSKRIV-DELSALDI
                       END-IF
               END-READ
               MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
           END-PERFORM

           PERFORM SKRIV-AKKUM-REGISTER
           PERFORM SKRIV-VALUTASALDI
           PERFORM TRAILER

           CLOSE INPUT-RENTE-FILE
      * Formål: Slår satsen op i RENTE-ARRAY på VALUTAKODE +          *
      *         KONTO-TYPE + det saldobånd kontoens BALANCE falder i  *
      *         (RENTE-BAND-FRA <= BALANCE < RENTE-BAND-TIL, hvor     *
      *         BAND-TIL nul er "ingen overgrænse"; en negativ saldo  *
      *         slås op som nul). En række med kontoens eksakte       *
      *         type går forud for en "*"-række, så treasury kan      *
      *         prise f.eks. store erhvervsindlån særskilt - herunder *
      *         med nul- og negativsats - uden at skulle udfylde alle *
      *         typer.                                                *
      *****************************************************************
       FIND-RENTESATS.
           MOVE "N" TO WS-RENTE-FUNDET
           PERFORM SAET-BAND-SALDO
           MOVE "N" TO WS-RENTE-EKSAKT
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > RENTE-COUNT
               IF RENTE-VALUTAKODE IN RENTE-ARRAY(IX) =
                       VALUTAKODE IN KONTOOPL
                   AND WS-BAND-SALDO >=
                       RENTE-BAND-FRA IN RENTE-ARRAY(IX)
                   AND (RENTE-BAND-TIL IN RENTE-ARRAY(IX) = ZERO
                       OR WS-BAND-SALDO <
                           RENTE-BAND-TIL IN RENTE-ARRAY(IX))
                   IF RENTE-KONTO-TYPE IN RENTE-ARRAY(IX) =
                           KONTO-TYPE IN KONTOOPL
      *****************************************************************
       POSTER-RENTE.
           MOVE BALANCE IN KONTOOPL TO WS-GAMMEL-BALANCE
      * En negativ sats debiterer saldoen - også forbi nul
           COMPUTE WS-NY-SALDO =
               BALANCE IN KONTOOPL + WS-RENTEBELOB
           MOVE WS-NY-SALDO TO BALANCE IN KONTOOPL
           REWRITE KONTOOPL
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           PERFORM COPYFILD
       EXIT.

      *****************************************************************
      * TILSKRIV-DELSALDI                                             *
      * Formål: Tilskriver rente på hver delsaldo en flervalutakonto  *
      *         holder. Satsen slås op som for kontoen selv, men på   *
      *         delsaldoens valuta og saldo: VALUTAKODE og BALANCE i  *
      *         KONTOOPL lånes til opslaget, journalen og rapport-    *
      *         linjen og sættes tilbage bagefter - kontoen selv      *
      *         genskrives ikke her. En negativ delsaldo findes ikke, *
      *         så der beregnes kun af en positiv saldo.              *
      *****************************************************************
       TILSKRIV-DELSALDI.
           IF VSAL-OVERFLOW = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE VALUTAKODE IN KONTOOPL TO WS-GEM-VALUTAKODE
           MOVE BALANCE IN KONTOOPL    TO WS-GEM-BALANCE
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VSAL-COUNT
               IF VT-KONTO-ID(VT-IX) = KONTO-ID IN KONTOOPL
                   MOVE VT-VALUTA(VT-IX)  TO VALUTAKODE IN KONTOOPL
                   MOVE VT-BALANCE(VT-IX) TO BALANCE IN KONTOOPL
                   PERFORM TILSKRIV-DELSALDO
               END-IF
           END-PERFORM
           MOVE WS-GEM-VALUTAKODE TO VALUTAKODE IN KONTOOPL
           MOVE WS-GEM-BALANCE    TO BALANCE IN KONTOOPL
       EXIT.

       TILSKRIV-DELSALDO.
           PERFORM FIND-RENTESATS
           IF WS-RENTE-FUNDET = "N"
               ADD 1 TO TR-ANTAL-UDEN-SATS
               STRING  "Konto: "       DELIMITED BY SIZE
                       KONTO-ID IN KONTOOPL DELIMITED BY SPACE
                       " INGEN SATS FUNDET FOR DELSALDO "
                                       DELIMITED BY SIZE
                       VALUTAKODE IN KONTOOPL DELIMITED BY SPACE
                       INTO NAVN-ADR
               PERFORM COPYFILD
               EXIT PARAGRAPH
           END-IF
           MOVE BALANCE IN KONTOOPL TO WS-RENTE-GRUNDLAG
           IF WS-RENTE-GRUNDLAG < ZERO
               MOVE ZERO TO WS-RENTE-GRUNDLAG
           END-IF
           COMPUTE WS-RENTEBELOB ROUNDED =
               WS-RENTE-GRUNDLAG * WS-RENTESATS
           COMPUTE WS-NY-SALDO =
               BALANCE IN KONTOOPL + WS-RENTEBELOB
      * En negativ sats må ikke trække delsaldoen under nul
           IF WS-NY-SALDO < ZERO
               MOVE ZERO TO WS-NY-SALDO
               COMPUTE WS-RENTEBELOB = ZERO - BALANCE IN KONTOOPL
           END-IF
           MOVE WS-NY-SALDO TO BALANCE IN KONTOOPL
           MOVE WS-NY-SALDO TO VT-BALANCE(VT-IX)
           ADD 1 TO TR-ANTAL-DELSALDI
           PERFORM SKRIV-RENTE-JOURNAL
           MOVE WS-RENTEBELOB TO WS-RENTE-DISPLAY
           MOVE BALANCE IN KONTOOPL TO WS-BALANCE-DISPLAY
           STRING  "Konto: "       DELIMITED BY SIZE
                   KONTO-ID IN KONTOOPL DELIMITED BY SPACE
                   " Rente: "      DELIMITED BY SIZE
                   WS-RENTE-DISPLAY DELIMITED BY SIZE
                   " Ny delsaldo: " DELIMITED BY SIZE
                   WS-BALANCE-DISPLAY DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   VALUTAKODE IN KONTOOPL DELIMITED BY SPACE
                   INTO NAVN-ADR
           PERFORM COPYFILD
       EXIT.

      *****************************************************************
      * LOAD-VALUTASALDI                                              *
      * Formål: Læser flervalutakontiernes delsaldi ind i VSAL-ARRAY. *
      *         Findes filen ikke, holder ingen konto delsaldi.       *
      *****************************************************************
       LOAD-VALUTASALDI.
           OPEN INPUT VALUTASALDO-FILE
           IF VALUTASALDO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-VALUTASALDO = "Y"
                   READ VALUTASALDO-FILE INTO VALUTASALDOOPL
                       AT END
                           MOVE "Y" TO END-OF-VALUTASALDO
                       NOT AT END
                           IF VSAL-COUNT >= VSAL-MAX-ANTAL
                               MOVE "Y" TO VSAL-OVERFLOW
                           ELSE
                               ADD 1 TO VSAL-COUNT
                               MOVE VALUTASALDOOPL
                                   TO VSAL-ARRAY(VSAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALUTASALDO-FILE
               MOVE "N" TO END-OF-VALUTASALDO
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-VALUTASALDI                                             *
      * Formål: Skriver delsaldoregistret tilbage med den tilskrevne  *
      *         rente. Kunne registret ikke læses helt, skrives       *
      *         intet, og TRAILER advarer.                            *
      *****************************************************************
       SKRIV-VALUTASALDI.
           IF VSAL-COUNT = ZERO OR VSAL-OVERFLOW = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VALUTASALDO-FILE
           MOVE "VALUTASALDO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE VALUTASALDO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING VT-IX FROM 1 BY 1
                   UNTIL VT-IX > VSAL-COUNT
               MOVE VSAL-ARRAY(VT-IX) TO VALUTASALDOOPL
               WRITE VALUTASALDOOPL
               MOVE "VALUTASALDO-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"            TO WS-IO-OPERATION
               MOVE VALUTASALDO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE VALUTASALDO-FILE
       EXIT.

       FIND-AKKUM-ENTRY.
           MOVE "N" TO WS-AKKUM-FUNDET
           PERFORM VARYING AK-IX FROM 1 BY 1
                   TR-ANTAL-KAPITALISERET DELIMITED BY SIZE
                   INTO NAVN-ADR
           PERFORM COPYFILD
           STRING "Delsaldi med rente..........: " DELIMITED BY SIZE
                   TR-ANTAL-DELSALDI DELIMITED BY SIZE
                   INTO NAVN-ADR
           PERFORM COPYFILD
           STRING "Antal konti uden sats.......: " DELIMITED BY SIZE
                   TR-ANTAL-UDEN-SATS DELIMITED BY SIZE
                   INTO NAVN-ADR
               PERFORM COPYFILD
           END-IF

           IF VSAL-OVERFLOW = "Y"
               MOVE SPACES TO NAVN-ADR
               STRING "ADVARSEL: Valutasaldi.txt er for stor - "
                       DELIMITED BY SIZE
                       "delsaldierne er ikke tilskrevet rente"
                       DELIMITED BY SIZE
                       INTO NAVN-ADR
               PERFORM COPYFILD
           END-IF

           IF JUST-OVERFLOW = "Y"
               MOVE SPACES TO NAVN-ADR
               STRING "ADVARSEL: valoerjusteringstabellen er fuld - "
           PERFORM FIND-RENTESATS
           IF WS-RENTE-FUNDET = "Y"
               COMPUTE WS-NU-RENTE ROUNDED =
                   WS-BAND-SALDO * WS-RENTESATS
           ELSE
               MOVE ZERO TO WS-NU-RENTE
               MOVE ZERO TO WS-VALGT-BAND-FRA WS-VALGT-BAND-TIL
           PERFORM FIND-FORSLAG-SATS
           IF WS-FORSLAG-FUNDET = "Y"
               COMPUTE WS-FORSLAG-RENTE ROUNDED =
                   WS-BAND-SALDO * WS-FORSLAG-SATS
           ELSE
               MOVE ZERO TO WS-FORSLAG-RENTE
               MOVE ZERO TO WS-FORSLAG-BAND-FRA WS-FORSLAG-BAND-TIL
           ADD WS-DELTA TO KD-DELTA(KD-IX)
       EXIT.

       SAET-BAND-SALDO.
           IF BALANCE IN KONTOOPL < ZERO
               MOVE ZERO TO WS-BAND-SALDO
           ELSE
               MOVE BALANCE IN KONTOOPL TO WS-BAND-SALDO
           END-IF
       EXIT.

      *****************************************************************
      * FIND-FORSLAG-SATS                                             *
      * Formål: Samme opslag som FIND-RENTESATS, blot i forslags-     *
      *****************************************************************
       FIND-FORSLAG-SATS.
           MOVE "N" TO WS-FORSLAG-FUNDET
           PERFORM SAET-BAND-SALDO
           PERFORM VARYING FR-IX FROM 1 BY 1
                   UNTIL FR-IX > FORSLAG-COUNT
               IF FR-VALUTAKODE IN FORSLAG-ARRAY(FR-IX) =
                       VALUTAKODE IN KONTOOPL
                   AND WS-BAND-SALDO >=
                       FR-BAND-FRA IN FORSLAG-ARRAY(FR-IX)
                   AND (FR-BAND-TIL IN FORSLAG-ARRAY(FR-IX) = ZERO
                       OR WS-BAND-SALDO <
                           FR-BAND-TIL IN FORSLAG-ARRAY(FR-IX))
                   IF FR-KONTO-TYPE IN FORSLAG-ARRAY(FR-IX) =
                           KONTO-TYPE IN KONTOOPL

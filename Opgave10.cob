               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS INPUT-KUNDE-FILE-STATUS.
           SELECT VALUTASALDO-FILE ASSIGN TO "Valutasaldi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTASALDO-FILE-STATUS.
           SELECT TEKST-FILE ASSIGN TO "Tekster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEKST-FILE-STATUS.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD VALUTASALDO-FILE.
       01 VALUTASALDOOPL.
           COPY "VALUTASALDOOPL.cpy".

       FD INPUT-PERIODE-FILE.
       01 PERIODEOPL.
           COPY "PERIODEOPL.cpy".
      * Valutakurs array - hele Valutakurser.txt loades i hukommelse så
      * hver transaktion kan slå den kurs op der var gældende på
      * TIDSPUNKT, i stedet for at bruge en enkelt dagskurs-konstant
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".

       01 WS-BANK-FUNDET   PIC X VALUE "N".
       01 WS-TRANS-BELOB   PIC S9(9)V99 VALUE ZERO.
       01 WS-SALDO-DISPLAY PIC -(9)9.99.

      * Flervalutakontiernes delsaldi (se LOAD-VALUTASALDI, FORMAT-
      * DELSALDI-START og FORMAT-DELSALDO-LINJE) - en transaktion i
      * en valuta som udskriftens konto har en delsaldo i, vises i
      * sin egen valuta med delsaldoens egen løbende saldo, og
      * saldoafstemningen holder den ude af kontoens BALANCE
       01 VALUTASALDO-FILE-STATUS PIC XX VALUE "00".
       01 END-OF-VALUTASALDO PIC X VALUE "N".
       01 VSAL-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 VSAL-COUNT        PIC 9(4) VALUE ZERO.
       01 VSAL-OVERFLOW     PIC X VALUE "N".
       01 VSAL-ARRAY OCCURS 2000 TIMES.
           COPY "VALUTASALDOOPL.cpy"
               REPLACING LEADING ==VS-== BY ==VT-==.
       01 VT-IX             PIC 9(4) VALUE ZERO.
       01 WS-VSAL-FUNDET    PIC X VALUE "N".
       01 WS-DS-KONTO-ID    PIC X(10) VALUE SPACES.
       01 DS-MAX-ANTAL      PIC 9(2) VALUE 20.
       01 DS-COUNT          PIC 9(2) VALUE ZERO.
       01 DS-TABEL.
           02 DS-ENTRY OCCURS 20 TIMES.
               03 DS-VALUTA PIC X(03).
               03 DS-SALDO  PIC S9(9)V99.
       01 DS-IX             PIC 9(2) VALUE ZERO.
       01 WS-DS-FUNDET      PIC X VALUE "N".
       01 WS-DS-BELOB       PIC S9(9)V99 VALUE ZERO.

      * Statementperiode - begrænser hvilke TIDSPUNKT-datoer der
      * medtages (se READ-PERIODE). Forvalgt til at spænde over alt,
      * hvis StatementPeriode.txt ikke findes eller er tom.
           PERFORM LAES-BANKDAGE
           PERFORM LAES-REGNRMAP
           PERFORM LAES-TEKSTER
           PERFORM LOAD-VALUTASALDI

      * Ved genstart udvides camt-strømmen fra den afbrudte kørsel -
      * dokumenthovedet er allerede skrevet dér
                   AT END
                       MOVE "Y" TO END-OF-FILE
                       IF PREV-REG-NR NOT = SPACES
                           PERFORM SKRIV-DELSALDI-SLUT
                           PERFORM CAMT-SLUT-STATEMENT
                           PERFORM INDSAET-KAMPAGNER
                           PERFORM INDSAET-MAALBLOK
                          if PREV-REG-NR not =
                                  REG-NR in TRANSAKTIONEROPL
                             IF PREV-REG-NR NOT = SPACES
                                 PERFORM SKRIV-DELSALDI-SLUT
                                 PERFORM CAMT-SLUT-STATEMENT
                                 PERFORM INDSAET-KAMPAGNER
                                 PERFORM INDSAET-MAALBLOK
                   ADD 1 TO TR-LEVERING-INGEN
               WHEN OTHER
                   ADD 1 TO TR-LEVERING-PAPIR
                   PERFORM WRITE-TRYK-ADRESSERING
           END-EVALUATE
      * En leveret udskrift logges i den faelles kommunikationslog
           IF WS-LEVERING-KANAL NOT = "N"
           MOVE SPACES TO DIGITALPOST-LINE
       EXIT.

      *****************************************************************
      * WRITE-TRYK-ADRESSERING                                        *
      * Formål: Indleder en papirudskrift med den modtagerlinje som   *
      *         OpgaveTrykSamling deler papirstrømmen i forsendelser  *
      *         efter: modtagerens KUNDE-ID og dokumenttypen.         *
      *         Adressen slås op ved samlingen, så kuverten altid     *
      *         bærer den aktuelle adresse.                           *
      *****************************************************************
       WRITE-TRYK-ADRESSERING.
           MOVE SPACES TO NAVN-ADR
           STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                   WS-AKTUEL-KUNDE-ID DELIMITED BY SPACE
                   " DOK=KONTOUDSKRIFT" DELIMITED BY SIZE
                   INTO NAVN-ADR
           WRITE KONTO-ADR
           MOVE "OUTPUT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE OUTPUT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-PART-LINJER
           MOVE SPACES TO NAVN-ADR
       EXIT.

      *****************************************************************
      * COPYFILD-CSV                                                  *
      * Formål: Skriver indholdet af CSV-LINE til Kontoudskrifter.csv *
       EXIT.

       FORMAT-KONTOUDSKRIFT.
           IF DS-COUNT > ZERO
               AND KONTO-ID IN TRANSAKTIONEROPL = WS-DS-KONTO-ID
               PERFORM FIND-DELSALDO-TRANS
               IF WS-DS-FUNDET = "Y"
                   PERFORM FORMAT-DELSALDO-LINJE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-STORNO
           PERFORM CONVERT-BELOB-TIL-DKK
           PERFORM BEREGN-VALOER
           END-IF
       EXIT.

      *****************************************************************
      * FORMAT-DELSALDO-LINJE                                         *
      * Formål: Detaljelinjen for en transaktion på en delsaldo:      *
      *         beløbet vises uomregnet i sin egen valuta, og saldoen *
      *         er delsaldoens løbende saldo. DKK-omregningen køres   *
      *         stadig, så CSV-linjen og typeoversigten er i DKK som  *
      *         for alle andre transaktioner.                         *
      *****************************************************************
       FORMAT-DELSALDO-LINJE.
           PERFORM CHECK-STORNO
           PERFORM CONVERT-BELOB-TIL-DKK
           PERFORM BEREGN-VALOER
           COMPUTE WS-DS-BELOB = FUNCTION NUMVAL(BELØB)
           ADD WS-DS-BELOB TO DS-SALDO(DS-IX)
           MOVE DS-SALDO(DS-IX) TO WS-SALDO-DISPLAY
           MOVE "Valoer" TO WS-TEKST
           MOVE "VALOER" TO WS-TEKST-KODE
           PERFORM HENT-TEKST
           MOVE WS-TEKST TO WS-TEKST-2
           MOVE "Saldo" TO WS-TEKST
           MOVE "SALDO" TO WS-TEKST-KODE
           PERFORM HENT-TEKST
           STRING  TIDSPUNKT DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TEKST-2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-VALOER-DATO DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   TRANSAKTIONSTYPE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(BELØB) DELIMITED BY SPACE
                   VALUTA DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   BUTIK DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TEKST) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DS-VALUTA(DS-IX) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-SALDO-DISPLAY DELIMITED BY SIZE
                   WS-STORNO-FLAG-TEKST DELIMITED BY SIZE
                   INTO NAVN-ADR
           PERFORM COPYFILD
           IF WS-CAMT-AKTIV = "Y"
               PERFORM CAMT-SKRIV-ENTRY
           END-IF
       EXIT.

       FIND-DELSALDO-TRANS.
           MOVE "N" TO WS-DS-FUNDET
           PERFORM VARYING DS-IX FROM 1 BY 1 UNTIL DS-IX > DS-COUNT
               IF DS-VALUTA(DS-IX) = VALUTA
                   MOVE "Y" TO WS-DS-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * FORMAT-DELSALDI-START                                         *
      * Formål: Henter udskriftskontoens delsaldi fra VSAL-ARRAY til  *
      *         DS-TABEL som startværdier for de løbende delsaldi -   *
      *         kun for en flervalutakonto.                           *
      *****************************************************************
       FORMAT-DELSALDI-START.
           MOVE KONTO-ID IN KONTOOPL TO WS-DS-KONTO-ID
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VSAL-COUNT
               IF VT-KONTO-ID(VT-IX) = WS-DS-KONTO-ID
                   AND DS-COUNT < DS-MAX-ANTAL
                   ADD 1 TO DS-COUNT
                   MOVE VT-VALUTA(VT-IX)  TO DS-VALUTA(DS-COUNT)
                   MOVE VT-BALANCE(VT-IX) TO DS-SALDO(DS-COUNT)
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-DELSALDI                                                *
      * Formål: Skriver én linje pr. delsaldo med den ledetekst       *
      *         kalderen har lagt i WS-TEKST efterfulgt af valutaen.  *
      *****************************************************************
       SKRIV-DELSALDI.
           PERFORM VARYING DS-IX FROM 1 BY 1 UNTIL DS-IX > DS-COUNT
               MOVE DS-SALDO(DS-IX) TO WS-SALDO-DISPLAY
               STRING  FUNCTION TRIM(WS-TEKST) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DS-VALUTA(DS-IX) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-SALDO-DISPLAY DELIMITED BY SIZE
                       INTO NAVN-ADR
               PERFORM COPYFILD
           END-PERFORM
       EXIT.

       SKRIV-DELSALDI-SLUT.
           IF DS-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Slutsaldo" TO WS-TEKST
           MOVE "SLUTSALDO" TO WS-TEKST-KODE
           PERFORM HENT-TEKST
           PERFORM SKRIV-DELSALDI
       EXIT.

      *****************************************************************
      * LOAD-VALUTASALDI                                              *
      * Formål: Læser flervalutakontiernes delsaldi ind i VSAL-ARRAY. *
      *         Findes filen ikke, holder ingen konto delsaldi, og    *
      *         alle transaktioner vises omregnet som hidtil.         *
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

       FIND-VALUTASALDO-TRANS.
           MOVE "N" TO WS-VSAL-FUNDET
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VSAL-COUNT
               IF VT-KONTO-ID(VT-IX) = KONTO-ID IN TRANSAKTIONEROPL
                   AND VT-VALUTA(VT-IX) = VALUTA
                   MOVE "Y" TO WS-VSAL-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       FORMAT-REG-NR.
           MOVE "Registreringsnummer" TO WS-TEKST
           MOVE "REGNR" TO WS-TEKST-KODE
                   KONTO-ID IN TRANSAKTIONEROPL     delimited by space
                   into NAVN-ADR
           PERFORM COPYFILD
           MOVE ZERO TO DS-COUNT
           MOVE SPACES TO WS-DS-KONTO-ID
           MOVE "Udskrift nr." TO WS-TEKST
           MOVE "UDSKRIFTNR" TO WS-TEKST-KODE
           PERFORM HENT-TEKST
           PERFORM COPYFILD
           PERFORM FIND-KONTO-SALDO
           IF WS-KONTO-FUNDET = "Y"
               IF KONTO-TYPE-VALUTA
                   PERFORM FORMAT-DELSALDI-START
               END-IF
               MOVE "Kontotype" TO WS-TEKST
               MOVE "KONTOTYPE" TO WS-TEKST-KODE
               PERFORM HENT-TEKST
                   WS-SALDO-DISPLAY   delimited by size
                   into NAVN-ADR
           PERFORM COPYFILD
           PERFORM SKRIV-DELSALDI
           IF WS-CAMT-AKTIV = "Y"
               PERFORM CAMT-START-STATEMENT
           END-IF
                       READ INPUT-KONTO-FILE
                           INVALID KEY
                               MOVE SPACES TO VALUTAKODE IN KONTOOPL
                               MOVE SPACES TO KONTO-TYPE IN KONTOOPL
                       END-READ
                       MOVE VALUTAKODE IN KONTOOPL
                           TO WS-REGN-VALUTA-SOEG
                       PERFORM CONVERT-DKK-TIL-KONTOVALUTA
      * En transaktion på en delsaldo rører ikke kontoens BALANCE
                       MOVE "N" TO WS-VSAL-FUNDET
                       IF KONTO-TYPE-VALUTA
                           PERFORM FIND-VALUTASALDO-TRANS
                       END-IF
                       IF WS-VSAL-FUNDET = "N"
                       PERFORM FIND-AFSTEMNING-KONTO
                       IF WS-AFSTEM-FUNDET = "Y"
                           ADD WS-REGN-BELOB TO AFSTEM-SUM(IX)
                           END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
               MOVE "INPUT-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION

      *****************************************************************
      * PROGRAM-ID: OPGAVEVALUTAKURSIMPORT                            *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Daglig indlæsning af Nationalbankens              *
      *             referencekurser i Valutakurser.txt, så kurserne   *
      *             ikke længere tastes manuelt. Kørslen (1) anvender *
      *             operatørernes godkendelser/afvisninger af         *
      *             ventende kurser fra ValutakursGodkendelser.txt -  *
      *             en kurs frigives først, når to forskellige        *
      *             operatører, begge bemyndiget til kode "K" i       *
      *             område "V", har godkendt den; (2) læser dagens    *
      *             kursfil og omregner kursen pr. 100 til kursen pr. *
      *             enhed for hver valuta banken fører (valutaer i    *
      *             Valutakurser.txt og på konti i KontoOpl); (3)     *
      *             måler hver kurs mod forrige kurs med valutaens    *
      *             tolerance fra ValutakursTolerance.txt - inden for *
      *             tolerancen tilføjes en GYLDIG-FRA-record til      *
      *             Valutakurser.txt, uden for (eller uden forrige    *
      *             kurs) venter den i ValutakursAfventer.txt, og     *
      *             forrige kurs gælder indtil videre; (4) melder     *
      *             førte valutaer der mangler i kursfilen. En        *
      *             kursfil der ikke er dateret forretningsdatoen     *
      *             indlæses ikke og standser kæden. Kørslen kan      *
      *             gentages i løbet af dagen, når godkendelserne er  *
      *             tastet; allerede indlæste kurser springes over.   *
      * INPUT:      NationalbankKurser.txt     - Dagens kursfil       *
      *             Valutakurser.txt           - Kurshistorikken      *
      *             ValutakursTolerance.txt    - Tolerancer           *
      *             ValutakursAfventer.txt     - Ventende kurser      *
      *             ValutakursGodkendelser.txt - Godkend/afvis        *
      *             KontoOpl.txt               - Kontiens valutaer    *
      *             Operatoerer.txt, Bemyndigelser.txt                *
      * OUTPUT:     Valutakurser.txt (EXTEND)  - Frigivne kurser      *
      *             ValutakursAfventer.txt     - Fortsat ventende     *
      *             ValutakursImport-Rapport.txt - Dagsrapport        *
      *             BemyndigelsesLog.txt (EXTEND)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveValutakursImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NBKURS-FILE ASSIGN TO "NationalbankKurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NBKURS-FILE-STATUS.
           SELECT KURS-FILE ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FILE-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "ValutakursTolerance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-FILE-STATUS.
           SELECT AFVENTER-FILE ASSIGN TO "ValutakursAfventer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFVENTER-FILE-STATUS.
           SELECT GODKEND-FILE
               ASSIGN TO "ValutakursGodkendelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GODKEND-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT BEMYNDIGELSE-FILE ASSIGN TO "Bemyndigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDIGELSE-FILE-STATUS.
           SELECT BEMYNDLOG-FILE ASSIGN TO "BemyndigelsesLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDLOG-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "ValutakursImport-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "ValutakursImport-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NBKURS-FILE.
       01 NBKURSOPL.
           COPY "NBKURSOPL.cpy".

       FD KURS-FILE.
       01 VALUTAKURSOPL.
           COPY "VALUTAKURSOPL.cpy".

       FD TOLERANCE-FILE.
       01 VKTOLOPL.
           COPY "VKTOLOPL.cpy".

       FD AFVENTER-FILE.
       01 VKAFVENTOPL.
           COPY "VKAFVENTOPL.cpy".

       FD GODKEND-FILE.
       01 VKGODKENDOPL.
           COPY "VKGODKENDOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD BEMYNDIGELSE-FILE.
       01 BEMYNDIGELSEOPL.
           COPY "BEMYNDIGELSEOPL.cpy".

       FD BEMYNDLOG-FILE.
       01 BEMYNDLOGOPL.
           COPY "BEMYNDLOGOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-NBKURS    PIC X VALUE "N".
       01 END-OF-KURS      PIC X VALUE "N".
       01 END-OF-TOLERANCE PIC X VALUE "N".
       01 END-OF-AFVENTER  PIC X VALUE "N".
       01 END-OF-GODKEND   PIC X VALUE "N".
       01 END-OF-KONTO     PIC X VALUE "N".

      * Kurshistorikken - forrige kurs og allerede indlæste kurser
      * slås op her; frigivne kurser tilføjes også tabellen
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 IX               PIC 9(4) VALUE ZERO.

      * De valutaer banken fører, og om dagens kursfil havde dem
       01 VAL-MAX-ANTAL    PIC 9(3) VALUE 100.
       01 VAL-COUNT        PIC 9(3) VALUE ZERO.
       01 VAL-OVERFLOW     PIC X VALUE "N".
       01 VAL-TABEL.
           02 VAL-ENTRY OCCURS 100 TIMES.
               03 VL-VALUTA-KODE PIC X(03).
               03 VL-I-KURSFIL   PIC X(01).
       01 VL-IX            PIC 9(3) VALUE ZERO.
       01 WS-VALUTA        PIC X(03) VALUE SPACES.
       01 WS-BASIS-VALUTA  PIC X(03) VALUE "DKK".

      * Tolerancer pr. valuta; "*" er standarden for resten
       01 TOL-MAX-ANTAL    PIC 9(3) VALUE 100.
       01 TOL-COUNT        PIC 9(3) VALUE ZERO.
       01 TOL-TABEL.
           02 TOL-ENTRY OCCURS 100 TIMES.
               03 TL-VALUTA-KODE PIC X(03).
               03 TL-TOLERANCE-PCT PIC 9(02)V99.
       01 TL-IX            PIC 9(3) VALUE ZERO.
       01 WS-STANDARD-TOLERANCE PIC 9(02)V99 VALUE 2.00.
       01 WS-TOLERANCE     PIC 9(02)V99 VALUE ZERO.

      * Ventende kurser; VA-SLETTET "J" er frigivet eller afvist og
      * skrives ikke tilbage
       01 AFV-MAX-ANTAL    PIC 9(3) VALUE 500.
       01 AFV-COUNT        PIC 9(3) VALUE ZERO.
       01 AFV-OVERFLOW     PIC X VALUE "N".
       01 AFV-ARRAY OCCURS 500 TIMES.
           COPY "VKAFVENTOPL.cpy"
               REPLACING LEADING ==VKA-== BY ==VA-==.
       01 AFV-SLETTET-TABEL.
           02 VA-SLETTET PIC X(01) OCCURS 500 TIMES.
       01 AFV-IX           PIC 9(3) VALUE ZERO.
       01 WS-AFV-FUNDET    PIC X VALUE "N".

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
       01 WS-BM-PROGRAM      PIC X(30)
                             VALUE "OpgaveValutakursImport".
       01 WS-BM-SYSDATO      PIC 9(8) VALUE ZERO.
       01 WS-BM-SYSTID       PIC 9(8) VALUE ZERO.
       01 WS-BM-TIDSPUNKT    PIC X(19) VALUE SPACES.
       01 TR-ANTAL-UBEMYNDIGET PIC 9(5) VALUE ZERO.
       01 OPERATOER-FILE-STATUS    PIC XX VALUE "00".
       01 BEMYNDIGELSE-FILE-STATUS PIC XX VALUE "00".
       01 BEMYNDLOG-FILE-STATUS    PIC XX VALUE "00".

      * Den indlæste kurs og målingen mod forrige kurs
       01 WS-NY-KURS       PIC 9(03)V9999 VALUE ZERO.
       01 WS-NBK-KURS      PIC 9(07)V9999 VALUE ZERO.
       01 WS-FORRIGE-KURS  PIC 9(03)V9999 VALUE ZERO.
       01 WS-FORRIGE-DATO  PIC X(10) VALUE SPACES.
       01 WS-FORRIGE-FUNDET PIC X VALUE "N".
       01 WS-AFVIGELSE-PCT PIC 9(03)V99 VALUE ZERO.
       01 WS-KURS-DISPLAY  PIC ZZ9.9999.
       01 WS-FORRIGE-DISPLAY PIC ZZ9.9999.
       01 WS-PCT-DISPLAY   PIC ZZ9.99.
       01 WS-AARSAG        PIC X(30) VALUE SPACES.
       01 WS-GODK-TEKST    PIC X(08) VALUE SPACES.
       01 WS-RAPPORT-TEKST PIC X(100) VALUE SPACES.

       01 WS-KURSFIL-FUNDET PIC X VALUE "N".
       01 WS-KURSFIL-FORAELDET PIC X VALUE "N".

       01 TR-ANTAL-LAEST     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-INDLAEST  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVENTER  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-GODKENDT  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-ALLEREDE  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-IKKE-FOERT PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UGYLDIG   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-MANGLER   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-VENTER    PIC 9(5) VALUE ZERO.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 NBKURS-FILE-STATUS   PIC XX VALUE "00".
       01 KURS-FILE-STATUS     PIC XX VALUE "00".
       01 TOLERANCE-FILE-STATUS PIC XX VALUE "00".
       01 AFVENTER-FILE-STATUS PIC XX VALUE "00".
       01 GODKEND-FILE-STATUS  PIC XX VALUE "00".
       01 KONTO-FILE-STATUS    PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DATO
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "VALUTAKURSER FRA NATIONALBANKEN " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM LOAD-BEMYNDIGELSER
           PERFORM LOAD-KURSER
           PERFORM LOAD-KONTO-VALUTAER
           PERFORM LOAD-TOLERANCER
           PERFORM LOAD-AFVENTER

      * Med en afkortet historik eller ventetabel kan forrige kurs
      * ikke findes sikkert, og ventende kurser ville gå tabt
           IF KURS-OVERFLOW = "Y" OR AFV-OVERFLOW = "Y"
                   OR VAL-OVERFLOW = "Y"
               DISPLAY "OpgaveValutakursImport: tabel fuld - "
                   "intet indlaest"
               MOVE "  TABEL FULD - INTET INDLAEST" TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               ADD 1 TO WS-IO-ERROR-COUNT
           ELSE
               OPEN EXTEND KURS-FILE
               IF KURS-FILE-STATUS = "35"
                   OPEN OUTPUT KURS-FILE
               END-IF
               MOVE "KURS-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"      TO WS-IO-OPERATION
               MOVE KURS-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS

               PERFORM BEHANDL-GODKENDELSER
               PERFORM INDLAES-KURSFIL
               PERFORM RAPPORTER-MANGLENDE

               CLOSE KURS-FILE
               PERFORM SKRIV-AFVENTER
           END-IF

           PERFORM TRAILER

           DISPLAY "OpgaveValutakursImport: "
               TR-ANTAL-INDLAEST " indlaest, "
               TR-ANTAL-AFVENTER " afventer godkendelse, "
               TR-ANTAL-GODKENDT " godkendt, "
               TR-ANTAL-MANGLER " mangler"

           CLOSE BEMYNDLOG-FILE
           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

      * Ventende og manglende kurser er meldt i rapporten; forrige
      * kurs gælder til de er på plads, så kæden kan fortsætte. En
      * forældet kursfil betyder at leverancen er gået galt.
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-KURSFIL-FORAELDET = "Y"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       STEMPEL-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
       EXIT.

      *****************************************************************
      * LOAD-KURSER                                                   *
      * Formål: Læser kurshistorikken ind i VALUTAKURS-ARRAY og       *
      *         registrerer hver valuta i den som ført af banken.     *
      *****************************************************************
       LOAD-KURSER.
           OPEN INPUT KURS-FILE
           IF KURS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KURS = "Y"
                   READ KURS-FILE INTO VALUTAKURSOPL
                       AT END
                           MOVE "Y" TO END-OF-KURS
                       NOT AT END
                           IF KURS-COUNT >= KURS-MAX-ANTAL
                               MOVE "Y" TO KURS-OVERFLOW
                           ELSE
                               ADD 1 TO KURS-COUNT
                               MOVE VALUTAKURSOPL
                                   TO VALUTAKURS-ARRAY(KURS-COUNT)
                               MOVE VALUTA-KODE IN VALUTAKURSOPL
                                   TO WS-VALUTA
                               PERFORM TILFOEJ-VALUTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KURS-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-KONTO-VALUTAER                                           *
      * Formål: Gennemløber KontoOpl sekventielt og registrerer       *
      *         valutaen på hver åben konto som ført af banken, så en *
      *         valuta uden kurshistorik stadig indlæses.             *
      *****************************************************************
       LOAD-KONTO-VALUTAER.
           OPEN INPUT KONTO-FILE
           IF KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KONTO = "Y"
               READ KONTO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KONTO
                   NOT AT END
                       IF NOT KONTO-LUKKET
                           MOVE VALUTAKODE IN KONTOOPL TO WS-VALUTA
                           PERFORM TILFOEJ-VALUTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-FILE
       EXIT.

       TILFOEJ-VALUTA.
           IF WS-VALUTA = SPACES OR WS-VALUTA = WS-BASIS-VALUTA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VL-IX FROM 1 BY 1 UNTIL VL-IX > VAL-COUNT
               IF VL-VALUTA-KODE(VL-IX) = WS-VALUTA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF VAL-COUNT >= VAL-MAX-ANTAL
               MOVE "Y" TO VAL-OVERFLOW
           ELSE
               ADD 1 TO VAL-COUNT
               MOVE WS-VALUTA TO VL-VALUTA-KODE(VAL-COUNT)
               MOVE "N" TO VL-I-KURSFIL(VAL-COUNT)
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-TOLERANCER                                               *
      * Formål: Læser tolerancerne pr. valuta. En "*"-record ændrer   *
      *         standardtolerancen for valutaer uden egen record.     *
      *****************************************************************
       LOAD-TOLERANCER.
           OPEN INPUT TOLERANCE-FILE
           IF TOLERANCE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-TOLERANCE = "Y"
                   READ TOLERANCE-FILE INTO VKTOLOPL
                       AT END
                           MOVE "Y" TO END-OF-TOLERANCE
                       NOT AT END
                           IF VKT-TOLERANCE-PCT IS NUMERIC
                               PERFORM GEM-TOLERANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOLERANCE-FILE
           END-IF
       EXIT.

       GEM-TOLERANCE.
           IF VKT-VALUTA-KODE = "*"
               IF VKT-TOLERANCE-PCT > ZERO
                   MOVE VKT-TOLERANCE-PCT TO WS-STANDARD-TOLERANCE
               END-IF
           ELSE
               IF TOL-COUNT < TOL-MAX-ANTAL
                   ADD 1 TO TOL-COUNT
                   MOVE VKT-VALUTA-KODE TO TL-VALUTA-KODE(TOL-COUNT)
                   MOVE VKT-TOLERANCE-PCT
                       TO TL-TOLERANCE-PCT(TOL-COUNT)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-AFVENTER                                                 *
      * Formål: Læser de kurser der venter på godkendelse fra         *
      *         tidligere kørsler.                                    *
      *****************************************************************
       LOAD-AFVENTER.
           OPEN INPUT AFVENTER-FILE
           IF AFVENTER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-AFVENTER = "Y"
                   READ AFVENTER-FILE INTO VKAFVENTOPL
                       AT END
                           MOVE "Y" TO END-OF-AFVENTER
                       NOT AT END
                           IF AFV-COUNT >= AFV-MAX-ANTAL
                               MOVE "Y" TO AFV-OVERFLOW
                           ELSE
                               ADD 1 TO AFV-COUNT
                               MOVE VKAFVENTOPL
                                   TO AFV-ARRAY(AFV-COUNT)
                               MOVE "N" TO VA-SLETTET(AFV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFVENTER-FILE
           END-IF
       EXIT.

      *****************************************************************
      * BEHANDL-GODKENDELSER                                          *
      * Formål: Anvender operatørernes godkendelser og afvisninger    *
      *         på de ventende kurser. Første godkendelse noteres;    *
      *         en anden operatørs godkendelse frigiver kursen. En    *
      *         afvisning fjerner kursen, og forrige kurs gælder.     *
      *****************************************************************
       BEHANDL-GODKENDELSER.
           OPEN INPUT GODKEND-FILE
           IF GODKEND-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-GODKEND = "Y"
               READ GODKEND-FILE
                   AT END
                       MOVE "Y" TO END-OF-GODKEND
                   NOT AT END
                       PERFORM APPLY-GODKENDELSE
               END-READ
           END-PERFORM
           CLOSE GODKEND-FILE
       EXIT.

       APPLY-GODKENDELSE.
           MOVE SPACES TO WS-AARSAG
           MOVE "N" TO WS-AFV-FUNDET
           PERFORM VARYING AFV-IX FROM 1 BY 1 UNTIL AFV-IX > AFV-COUNT
               IF VA-VALUTA-KODE(AFV-IX) = VKG-VALUTA-KODE
                   AND VA-GYLDIG-FRA(AFV-IX) = VKG-GYLDIG-FRA
                   AND VA-SLETTET(AFV-IX) = "N"
                   MOVE "Y" TO WS-AFV-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AFV-FUNDET = "N"
               MOVE "KURSEN VENTER IKKE" TO WS-AARSAG
               PERFORM SKRIV-GODKEND-AFVIST
               EXIT PARAGRAPH
           END-IF
           IF NOT VKG-GODKEND AND NOT VKG-AFVIS
               MOVE "UKENDT KODE" TO WS-AARSAG
               PERFORM SKRIV-GODKEND-AFVIST
               EXIT PARAGRAPH
           END-IF
           MOVE VKG-OPERATOER TO WS-BM-OPERATOER
           MOVE "G" TO WS-BM-HANDLING
           MOVE "V" TO WS-BM-OMRAADE
           MOVE "K" TO WS-BM-KODE
           MOVE SPACES TO WS-BM-ID
           STRING VKG-VALUTA-KODE " " VKG-GYLDIG-FRA
               DELIMITED BY SIZE INTO WS-BM-ID
           MOVE ZERO TO WS-BM-BELOB
           PERFORM CHECK-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               MOVE WS-BM-AARSAG TO WS-AARSAG
               PERFORM SKRIV-GODKEND-AFVIST
               EXIT PARAGRAPH
           END-IF
           IF VKG-AFVIS
               MOVE "J" TO VA-SLETTET(AFV-IX)
               ADD 1 TO TR-ANTAL-AFVIST
               MOVE "AFVIST  " TO WS-GODK-TEKST
               PERFORM SKRIV-GODKEND-LINE
               EXIT PARAGRAPH
           END-IF
           IF VA-GODKENDER-1(AFV-IX) = SPACES
               MOVE VKG-OPERATOER TO VA-GODKENDER-1(AFV-IX)
               MOVE "1. GODK " TO WS-GODK-TEKST
               PERFORM SKRIV-GODKEND-LINE
               EXIT PARAGRAPH
           END-IF
           IF VA-GODKENDER-1(AFV-IX) = VKG-OPERATOER
               MOVE "SAMME OPERATOER GODKENDER IGEN" TO WS-AARSAG
               PERFORM SKRIV-GODKEND-AFVIST
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VALUTAKURSOPL
           MOVE VA-VALUTA-KODE(AFV-IX) TO VALUTA-KODE IN VALUTAKURSOPL
           MOVE VA-GYLDIG-FRA(AFV-IX)  TO GYLDIG-FRA IN VALUTAKURSOPL
           MOVE VA-KURS(AFV-IX)        TO KURS IN VALUTAKURSOPL
           PERFORM SKRIV-KURS
           MOVE "J" TO VA-SLETTET(AFV-IX)
           ADD 1 TO TR-ANTAL-GODKENDT
           MOVE "FRIGIVET" TO WS-GODK-TEKST
           PERFORM SKRIV-GODKEND-LINE
       EXIT.

       SKRIV-GODKEND-LINE.
           MOVE VA-KURS(AFV-IX) TO WS-KURS-DISPLAY
           STRING WS-GODK-TEKST DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VA-VALUTA-KODE(AFV-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VA-GYLDIG-FRA(AFV-IX) DELIMITED BY SIZE
                   " KURS " DELIMITED BY SIZE
                   WS-KURS-DISPLAY DELIMITED BY SIZE
                   " AF " DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF WS-GODK-TEKST = "FRIGIVET"
               STRING RAPPORT-LINE(1:41) DELIMITED BY SIZE
                       VA-GODKENDER-1(AFV-IX) DELIMITED BY SPACE
                       " OG " DELIMITED BY SIZE
                       VKG-OPERATOER DELIMITED BY SPACE
                       INTO WS-RAPPORT-TEKST
           ELSE
               STRING RAPPORT-LINE(1:41) DELIMITED BY SIZE
                       VKG-OPERATOER DELIMITED BY SPACE
                       INTO WS-RAPPORT-TEKST
           END-IF
           MOVE WS-RAPPORT-TEKST TO RAPPORT-LINE
           MOVE SPACES TO WS-RAPPORT-TEKST
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-GODKEND-AFVIST.
           STRING "GODKENDELSE IGNORERET " DELIMITED BY SIZE
                   VKG-KODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VKG-VALUTA-KODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VKG-GYLDIG-FRA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VKG-OPERATOER DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-AARSAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * INDLAES-KURSFIL                                               *
      * Formål: Læser dagens kursfil. Mangler den, meldes det, og     *
      *         forrige kurser gælder. Records der ikke er dateret    *
      *         forretningsdatoen indlæses ikke.                      *
      *****************************************************************
       INDLAES-KURSFIL.
           OPEN INPUT NBKURS-FILE
           IF NBKURS-FILE-STATUS NOT = "00"
               MOVE "  KURSFILEN MANGLER - FORRIGE KURSER GAELDER"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-KURSFIL-FUNDET
           PERFORM UNTIL END-OF-NBKURS = "Y"
               READ NBKURS-FILE
                   AT END
                       MOVE "Y" TO END-OF-NBKURS
                   NOT AT END
                       ADD 1 TO TR-ANTAL-LAEST
                       PERFORM BEHANDL-KURS
               END-READ
           END-PERFORM
           CLOSE NBKURS-FILE
           IF WS-KURSFIL-FORAELDET = "Y"
               MOVE "  KURSFILEN ER IKKE DATERET FORRETNINGSDATOEN"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      *****************************************************************
      * BEHANDL-KURS                                                  *
      * Formål: Omregner én valutas kurs til kursen pr. enhed, måler  *
      *         den mod forrige kurs og tilføjer den til              *
      *         Valutakurser.txt eller lægger den til godkendelse.    *
      *****************************************************************
       BEHANDL-KURS.
           MOVE SPACES TO WS-AARSAG
           IF NBK-KURS-DATO NOT = WS-DAGS-DATO
               MOVE "Y" TO WS-KURSFIL-FORAELDET
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VL-IX FROM 1 BY 1 UNTIL VL-IX > VAL-COUNT
               IF VL-VALUTA-KODE(VL-IX) = NBK-VALUTA-KODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF VL-IX > VAL-COUNT
               ADD 1 TO TR-ANTAL-IKKE-FOERT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO VL-I-KURSFIL(VL-IX)
           IF FUNCTION TEST-NUMVAL(NBK-KURS) NOT = ZERO
               MOVE "KURSEN ER IKKE NUMERISK" TO WS-AARSAG
               PERFORM SKRIV-KURS-AFVIST
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NBK-KURS = FUNCTION NUMVAL(NBK-KURS)
           IF WS-NBK-KURS NOT > ZERO OR WS-NBK-KURS >= 100000
               MOVE "KURSEN ER UDEN FOR GYLDIGT OMRAADE" TO WS-AARSAG
               PERFORM SKRIV-KURS-AFVIST
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NY-KURS ROUNDED = WS-NBK-KURS / 100
           IF WS-NY-KURS = ZERO
               MOVE "KURSEN ER UDEN FOR GYLDIGT OMRAADE" TO WS-AARSAG
               PERFORM SKRIV-KURS-AFVIST
               EXIT PARAGRAPH
           END-IF

      * En kurs der allerede er indlæst eller venter, springes over
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > KURS-COUNT
               IF VALUTA-KODE IN VALUTAKURS-ARRAY(IX) = NBK-VALUTA-KODE
                   AND GYLDIG-FRA IN VALUTAKURS-ARRAY(IX) = WS-DAGS-DATO
                   ADD 1 TO TR-ANTAL-ALLEREDE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING AFV-IX FROM 1 BY 1 UNTIL AFV-IX > AFV-COUNT
               IF VA-VALUTA-KODE(AFV-IX) = NBK-VALUTA-KODE
                   AND VA-GYLDIG-FRA(AFV-IX) = WS-DAGS-DATO
                   ADD 1 TO TR-ANTAL-ALLEREDE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM FIND-FORRIGE-KURS
           PERFORM FIND-TOLERANCE
           MOVE ZERO TO WS-AFVIGELSE-PCT
           IF WS-FORRIGE-FUNDET = "N" OR WS-FORRIGE-KURS = ZERO
               MOVE "INGEN FORRIGE KURS" TO WS-AARSAG
           ELSE
               COMPUTE WS-AFVIGELSE-PCT ROUNDED =
                   FUNCTION ABS(WS-NY-KURS - WS-FORRIGE-KURS) * 100
                   / WS-FORRIGE-KURS
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-AFVIGELSE-PCT
               END-COMPUTE
               IF WS-AFVIGELSE-PCT > WS-TOLERANCE
                   MOVE "UDEN FOR TOLERANCE" TO WS-AARSAG
               END-IF
           END-IF

           IF WS-AARSAG = SPACES
               MOVE SPACES TO VALUTAKURSOPL
               MOVE NBK-VALUTA-KODE TO VALUTA-KODE IN VALUTAKURSOPL
               MOVE WS-DAGS-DATO    TO GYLDIG-FRA IN VALUTAKURSOPL
               MOVE WS-NY-KURS      TO KURS IN VALUTAKURSOPL
               PERFORM SKRIV-KURS
               ADD 1 TO TR-ANTAL-INDLAEST
           ELSE
               PERFORM LAEG-TIL-GODKENDELSE
           END-IF
       EXIT.

      * Seneste kurs med GYLDIG-FRA før i dag for valutaen
       FIND-FORRIGE-KURS.
           MOVE "N" TO WS-FORRIGE-FUNDET
           MOVE ZERO TO WS-FORRIGE-KURS
           MOVE SPACES TO WS-FORRIGE-DATO
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > KURS-COUNT
               IF VALUTA-KODE IN VALUTAKURS-ARRAY(IX) = NBK-VALUTA-KODE
                   AND GYLDIG-FRA IN VALUTAKURS-ARRAY(IX) < WS-DAGS-DATO
                   IF WS-FORRIGE-FUNDET = "N" OR
                       GYLDIG-FRA IN VALUTAKURS-ARRAY(IX) >
                           WS-FORRIGE-DATO
                       MOVE GYLDIG-FRA IN VALUTAKURS-ARRAY(IX)
                           TO WS-FORRIGE-DATO
                       MOVE KURS IN VALUTAKURS-ARRAY(IX)
                           TO WS-FORRIGE-KURS
                       MOVE "Y" TO WS-FORRIGE-FUNDET
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

       FIND-TOLERANCE.
           MOVE WS-STANDARD-TOLERANCE TO WS-TOLERANCE
           PERFORM VARYING TL-IX FROM 1 BY 1 UNTIL TL-IX > TOL-COUNT
               IF TL-VALUTA-KODE(TL-IX) = NBK-VALUTA-KODE
                   MOVE TL-TOLERANCE-PCT(TL-IX) TO WS-TOLERANCE
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       LAEG-TIL-GODKENDELSE.
           IF AFV-COUNT >= AFV-MAX-ANTAL
               DISPLAY "OpgaveValutakursImport: AFV-TABEL fuld - "
                   NBK-VALUTA-KODE " ikke lagt til godkendelse"
               ADD 1 TO WS-IO-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AFV-COUNT
           MOVE SPACES TO AFV-ARRAY(AFV-COUNT)
           MOVE NBK-VALUTA-KODE  TO VA-VALUTA-KODE(AFV-COUNT)
           MOVE WS-DAGS-DATO     TO VA-GYLDIG-FRA(AFV-COUNT)
           MOVE WS-NY-KURS       TO VA-KURS(AFV-COUNT)
           MOVE WS-FORRIGE-KURS  TO VA-FORRIGE-KURS(AFV-COUNT)
           MOVE WS-AFVIGELSE-PCT TO VA-AFVIGELSE-PCT(AFV-COUNT)
           MOVE WS-DAGS-DATO     TO VA-MODTAGET-DATO(AFV-COUNT)
           MOVE "N"              TO VA-SLETTET(AFV-COUNT)
           ADD 1 TO TR-ANTAL-AFVENTER
           MOVE WS-NY-KURS TO WS-KURS-DISPLAY
           MOVE WS-FORRIGE-KURS TO WS-FORRIGE-DISPLAY
           MOVE WS-AFVIGELSE-PCT TO WS-PCT-DISPLAY
           STRING "AFVENTER " DELIMITED BY SIZE
                   NBK-VALUTA-KODE DELIMITED BY SIZE
                   " KURS " DELIMITED BY SIZE
                   WS-KURS-DISPLAY DELIMITED BY SIZE
                   " FORRIGE " DELIMITED BY SIZE
                   WS-FORRIGE-DISPLAY DELIMITED BY SIZE
                   " AFVIGELSE " DELIMITED BY SIZE
                   WS-PCT-DISPLAY DELIMITED BY SIZE
                   "% " DELIMITED BY SIZE
                   WS-AARSAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-KURS-AFVIST.
           ADD 1 TO TR-ANTAL-UGYLDIG
           STRING "UGYLDIG  " DELIMITED BY SIZE
                   NBK-VALUTA-KODE DELIMITED BY SIZE
                   " '" DELIMITED BY SIZE
                   NBK-KURS DELIMITED BY SIZE
                   "' " DELIMITED BY SIZE
                   WS-AARSAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      * Tilføjer kursen til Valutakurser.txt og til tabellen, så en
      * gentaget kørsel samme dag ikke indlæser den igen
       SKRIV-KURS.
           WRITE VALUTAKURSOPL
           MOVE "KURS-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"     TO WS-IO-OPERATION
           MOVE KURS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KURS-COUNT < KURS-MAX-ANTAL
               ADD 1 TO KURS-COUNT
               MOVE VALUTAKURSOPL TO VALUTAKURS-ARRAY(KURS-COUNT)
           END-IF
       EXIT.

      *****************************************************************
      * RAPPORTER-MANGLENDE                                           *
      * Formål: Melder hver valuta banken fører, som ikke var i       *
      *         dagens kursfil. Mangler hele filen, er det allerede   *
      *         meldt.                                                *
      *****************************************************************
       RAPPORTER-MANGLENDE.
           IF WS-KURSFIL-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VL-IX FROM 1 BY 1 UNTIL VL-IX > VAL-COUNT
               IF VL-I-KURSFIL(VL-IX) = "N"
                   ADD 1 TO TR-ANTAL-MANGLER
                   STRING "MANGLER  " DELIMITED BY SIZE
                           VL-VALUTA-KODE(VL-IX) DELIMITED BY SIZE
                           " IKKE I KURSFILEN - FORRIGE KURS GAELDER"
                           DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-AFVENTER                                                *
      * Formål: Skriver de fortsat ventende kurser tilbage.           *
      *****************************************************************
       SKRIV-AFVENTER.
           OPEN OUTPUT AFVENTER-FILE
           MOVE "AFVENTER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE AFVENTER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING AFV-IX FROM 1 BY 1 UNTIL AFV-IX > AFV-COUNT
               IF VA-SLETTET(AFV-IX) = "N"
                   ADD 1 TO TR-ANTAL-VENTER
                   MOVE AFV-ARRAY(AFV-IX) TO VKAFVENTOPL
                   WRITE VKAFVENTOPL
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE AFVENTER-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
               END-IF
           END-PERFORM
           CLOSE AFVENTER-FILE
       EXIT.

       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Records i kursfilen.........: " DELIMITED BY SIZE
                   TR-ANTAL-LAEST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Indlaest inden for tolerance: " DELIMITED BY SIZE
                   TR-ANTAL-INDLAEST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Lagt til godkendelse........: " DELIMITED BY SIZE
                   TR-ANTAL-AFVENTER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Godkendt og frigivet........: " DELIMITED BY SIZE
                   TR-ANTAL-GODKENDT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Afvist af operatoer.........: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Venter fortsat..............: " DELIMITED BY SIZE
                   TR-ANTAL-VENTER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Allerede indlaest...........: " DELIMITED BY SIZE
                   TR-ANTAL-ALLEREDE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Ugyldige kurser.............: " DELIMITED BY SIZE
                   TR-ANTAL-UGYLDIG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Valutaer banken ikke foerer.: " DELIMITED BY SIZE
                   TR-ANTAL-IKKE-FOERT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Foerte valutaer der mangler.: " DELIMITED BY SIZE
                   TR-ANTAL-MANGLER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Ubemyndigede godkendelser...: " DELIMITED BY SIZE
                   TR-ANTAL-UBEMYNDIGET DELIMITED BY SIZE
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
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
           END-IF
       EXIT.

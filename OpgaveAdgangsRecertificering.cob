      *****************************************************************
      * PROGRAM-ID: OPGAVEADGANGSRECERTIFICERING                      *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Kvartalsvis recertificering af operatørernes      *
      *             adgang. For hver leder (OP-LEDER-ID) listes de    *
      *             operatører lederen er ansvarlig for - rolle,      *
      *             filial, status og antal afviste forsøg i          *
      *             kvartalet efter BemyndigelsesLog.txt - med de     *
      *             rækker i bemyndigelsesmatricen rollen giver, og   *
      *             en afkrydsning (behold/ændr/fjern) pr. operatør   *
      *             samt en underskriftslinje til lederen. Operatører *
      *             uden gyldig leder (blank eller ikke registreret)  *
      *             samles til sidst under informationssikkerhed.     *
      *             Kvartalet er det forretningsdatoen falder i.      *
      *             RETURN-CODE 4 når der er operatører uden gyldig   *
      *             leder eller med en rolle uden bemyndigelser, 8    *
      *             ved I/O-fejl eller fuld arbejdstabel.             *
      * INPUT:      Operatoerer.txt     - Operatørregistret           *
      *             Bemyndigelser.txt   - Bemyndigelsesmatricen       *
      *             BemyndigelsesLog.txt - Afviste forsøg             *
      * OUTPUT:     AdgangsRecertificering-Rapport.txt                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveAdgangsRecertificering.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ASSIGN TO "AdgangsRecertificering-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "AdgangsRecertificering-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE        PIC X VALUE "N".

      * Operatørregistret. OR-AFSLAG tælles op fra logfilen,
      * OR-UDSKREVET markerer at operatøren er kommet på rapporten
       01 OPR-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 OPR-COUNT          PIC 9(4) VALUE ZERO.
       01 OPR-ARRAY OCCURS 500 TIMES.
           COPY "OPERATOEROPL.cpy"
               REPLACING LEADING ==OP-== BY ==OA-==.
       01 OR-TABEL.
           02 OR-ENTRY OCCURS 500 TIMES.
               03 OR-AFSLAG      PIC 9(5).
               03 OR-UDSKREVET   PIC X(01).
       01 OPR-IX             PIC 9(4) VALUE ZERO.
       01 OPR-JX             PIC 9(4) VALUE ZERO.

      * Bemyndigelsesmatricen
       01 BMY-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 BMY-COUNT          PIC 9(4) VALUE ZERO.
       01 BMY-ARRAY OCCURS 500 TIMES.
           COPY "BEMYNDIGELSEOPL.cpy"
               REPLACING LEADING ==BM-== BY ==BA-==.
       01 BMY-IX             PIC 9(4) VALUE ZERO.

       01 WS-TABEL-FULD      PIC X VALUE "N".
       01 WS-LEDER-ID        PIC X(08) VALUE SPACES.
       01 WS-LEDER-NAVN      PIC X(30) VALUE SPACES.
       01 WS-FUNDET          PIC X VALUE "N".
       01 WS-ROLLE-RAEKKER   PIC 9(4) VALUE ZERO.

       01 WS-GRAENSE-DISPLAY PIC Z(10)9.99.
       01 WS-FILIAL-DISPLAY  PIC Z9.
       01 WS-ANTAL-DISPLAY   PIC ZZZZ9.

       01 TR-ANTAL-LEDERE    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OPERATOERER PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDEN-LEDER PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDEN-BEMYND PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFSLAG    PIC 9(7) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 OPERATOER-FILE-STATUS    PIC XX VALUE "00".
       01 BEMYNDIGELSE-FILE-STATUS PIC XX VALUE "00".
       01 BEMYNDLOG-FILE-STATUS    PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS      PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS     PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME          PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION          PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS             PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT        PIC 9(5) VALUE ZERO.

      * Referencedatoen - forretningsdatoen hvis sat, ellers dags
      * dato - og kvartalet den falder i
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO        PIC X(10) VALUE SPACES.
       01 WS-MAANED          PIC 9(2) VALUE ZERO.
       01 WS-KVARTAL         PIC 9(1) VALUE ZERO.
       01 WS-START-MAANED    PIC 9(2) VALUE ZERO.
       01 WS-KVT-START       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM STEMPEL-REF-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-OPERATOERER
           PERFORM LOAD-BEMYNDIGELSER
           PERFORM TAEL-AFSLAG
           PERFORM SKRIV-RAPPORT

           DISPLAY "OpgaveAdgangsRecertificering: " TR-ANTAL-LEDERE
               " ledere, " TR-ANTAL-OPERATOERER " operatoerer, "
               TR-ANTAL-UDEN-LEDER " uden gyldig leder, "
               TR-ANTAL-UDEN-BEMYND " med rolle uden bemyndigelser"

           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveAdgangsRecertificering: en arbejds"
                   "tabel er fuld - rapporten er ufuldstaendig"
           END-IF

           IF WS-IO-ERROR-COUNT NOT = ZERO OR WS-TABEL-FULD = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TR-ANTAL-UDEN-LEDER NOT = ZERO
                   OR TR-ANTAL-UDEN-BEMYND NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE IO-ERROR-FILE
           STOP RUN.

      *****************************************************************
      * STEMPEL-REF-DATO                                              *
      * Formål: Sætter referencedatoen og kvartalets første dag       *
      *****************************************************************
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
           MOVE WS-SYSDATO(5:2) TO WS-MAANED
           COMPUTE WS-KVARTAL = (WS-MAANED - 1) / 3 + 1
           COMPUTE WS-START-MAANED = (WS-KVARTAL - 1) * 3 + 1
           MOVE SPACES TO WS-KVT-START
           STRING  WS-SYSDATO(1:4) "-" WS-START-MAANED "-01"
                   DELIMITED BY SIZE
                   INTO WS-KVT-START
       EXIT.

      *****************************************************************
      * LOAD-OPERATOERER                                              *
      * Formål: Læser hele Operatoerer.txt ind i OPR-ARRAY. Mangler   *
      *         registret, bliver rapporten tom.                      *
      *****************************************************************
       LOAD-OPERATOERER.
           OPEN INPUT OPERATOER-FILE
           IF OPERATOER-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "OPERATOER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE OPERATOER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OPERATOER-FILE INTO OPERATOEROPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF OPR-COUNT >= OPR-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO OPR-COUNT
                           MOVE OPERATOEROPL TO OPR-ARRAY(OPR-COUNT)
                           MOVE ZERO TO OR-AFSLAG(OPR-COUNT)
                           MOVE "N" TO OR-UDSKREVET(OPR-COUNT)
                       END-IF
               END-READ
               MOVE "OPERATOER-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"           TO WS-IO-OPERATION
               MOVE OPERATOER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE OPERATOER-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LOAD-BEMYNDIGELSER                                            *
      * Formål: Læser hele Bemyndigelser.txt ind i BMY-ARRAY          *
      *****************************************************************
       LOAD-BEMYNDIGELSER.
           OPEN INPUT BEMYNDIGELSE-FILE
           IF BEMYNDIGELSE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "BEMYNDIGELSE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"              TO WS-IO-OPERATION
           MOVE BEMYNDIGELSE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BEMYNDIGELSE-FILE INTO BEMYNDIGELSEOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BMY-COUNT >= BMY-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO BMY-COUNT
                           MOVE BEMYNDIGELSEOPL TO BMY-ARRAY(BMY-COUNT)
                       END-IF
               END-READ
               MOVE "BEMYNDIGELSE-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"              TO WS-IO-OPERATION
               MOVE BEMYNDIGELSE-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE BEMYNDIGELSE-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * TAEL-AFSLAG                                                   *
      * Formål: Tæller afviste forsøg i BemyndigelsesLog.txt fra      *
      *         kvartalets første dag til referencedatoen pr.         *
      *         operatør, så lederen kan se hvem der forsøger ud      *
      *         over sin rolle.                                       *
      *****************************************************************
       TAEL-AFSLAG.
           OPEN INPUT BEMYNDLOG-FILE
           IF BEMYNDLOG-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "BEMYNDLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE BEMYNDLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BEMYNDLOG-FILE INTO BEMYNDLOGOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BL-TIDSPUNKT(1:10) >= WS-KVT-START
                           AND BL-TIDSPUNKT(1:10) <= WS-REF-DATO
                           PERFORM NOTER-AFSLAG
                       END-IF
               END-READ
               MOVE "BEMYNDLOG-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"           TO WS-IO-OPERATION
               MOVE BEMYNDLOG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE BEMYNDLOG-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       NOTER-AFSLAG.
           PERFORM VARYING OPR-IX FROM 1 BY 1 UNTIL OPR-IX > OPR-COUNT
               IF OA-OPERATOER-ID(OPR-IX) = BL-OPERATOER
                   ADD 1 TO OR-AFSLAG(OPR-IX)
                   ADD 1 TO TR-ANTAL-AFSLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-RAPPORT                                                 *
      * Formål: Skriver én sektion pr. leder i registrets rækkefølge  *
      *         og til sidst operatørerne uden gyldig leder           *
      *****************************************************************
       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "RECERTIFICERING AF OPERATOERADGANG - KVARTAL "
                   DELIMITED BY SIZE
                   WS-KVARTAL DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-SYSDATO(1:4) DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-KVT-START DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-REF-DATO DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM VARYING OPR-JX FROM 1 BY 1 UNTIL OPR-JX > OPR-COUNT
               IF OR-UDSKREVET(OPR-JX) = "N"
                   MOVE OA-LEDER-ID(OPR-JX) TO WS-LEDER-ID
                   PERFORM FIND-LEDER
                   IF WS-FUNDET = "Y"
                       PERFORM SKRIV-LEDER
                   END-IF
               END-IF
           END-PERFORM

           PERFORM SKRIV-UDEN-LEDER

           PERFORM SKRIV-RAPPORT-LINE
           STRING "LEDERE: " DELIMITED BY SIZE
                   TR-ANTAL-LEDERE DELIMITED BY SIZE
                   "  OPERATOERER: " DELIMITED BY SIZE
                   TR-ANTAL-OPERATOERER DELIMITED BY SIZE
                   "  UDEN GYLDIG LEDER: " DELIMITED BY SIZE
                   TR-ANTAL-UDEN-LEDER DELIMITED BY SIZE
                   "  ROLLE UDEN BEMYNDIGELSER: " DELIMITED BY SIZE
                   TR-ANTAL-UDEN-BEMYND DELIMITED BY SIZE
                   "  AFSLAG I KVARTALET: " DELIMITED BY SIZE
                   TR-ANTAL-AFSLAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           CLOSE RAPPORT-FILE
       EXIT.

      *****************************************************************
      * FIND-LEDER                                                    *
      * Formål: En leder er gyldig når WS-LEDER-ID er udfyldt og      *
      *         selv står i operatørregistret. Sætter WS-FUNDET og    *
      *         WS-LEDER-NAVN.                                        *
      *****************************************************************
       FIND-LEDER.
           MOVE "N" TO WS-FUNDET
           MOVE SPACES TO WS-LEDER-NAVN
           IF WS-LEDER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OPR-IX FROM 1 BY 1 UNTIL OPR-IX > OPR-COUNT
               IF OA-OPERATOER-ID(OPR-IX) = WS-LEDER-ID
                   MOVE "Y" TO WS-FUNDET
                   MOVE OA-NAVN(OPR-IX) TO WS-LEDER-NAVN
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-LEDER                                                   *
      * Formål: Skriver sektionen for WS-LEDER-ID - alle operatører   *
      *         med lederen, i registrets rækkefølge - og lederens    *
      *         underskriftslinje                                     *
      *****************************************************************
       SKRIV-LEDER.
           ADD 1 TO TR-ANTAL-LEDERE
           STRING "LEDER " DELIMITED BY SIZE
                   WS-LEDER-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LEDER-NAVN DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING OPR-IX FROM OPR-JX BY 1
                   UNTIL OPR-IX > OPR-COUNT
               IF OR-UDSKREVET(OPR-IX) = "N"
                   AND OA-LEDER-ID(OPR-IX) = WS-LEDER-ID
                   PERFORM SKRIV-OPERATOER
               END-IF
           END-PERFORM
           PERFORM SKRIV-UNDERSKRIFT
       EXIT.

      *****************************************************************
      * SKRIV-UDEN-LEDER                                              *
      * Formål: Samler operatørerne uden gyldig leder, som            *
      *         informationssikkerhed skal recertificere og give en   *
      *         leder                                                 *
      *****************************************************************
       SKRIV-UDEN-LEDER.
           MOVE "N" TO WS-FUNDET
           PERFORM VARYING OPR-JX FROM 1 BY 1 UNTIL OPR-JX > OPR-COUNT
               IF OR-UDSKREVET(OPR-JX) = "N"
                   MOVE "Y" TO WS-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF

           STRING "OPERATOERER UDEN GYLDIG LEDER - RECERTIFICERES AF "
                   "INFORMATIONSSIKKERHED" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING OPR-IX FROM 1 BY 1 UNTIL OPR-IX > OPR-COUNT
               IF OR-UDSKREVET(OPR-IX) = "N"
                   ADD 1 TO TR-ANTAL-UDEN-LEDER
                   PERFORM SKRIV-OPERATOER
               END-IF
           END-PERFORM
           PERFORM SKRIV-UNDERSKRIFT
       EXIT.

      *****************************************************************
      * SKRIV-OPERATOER                                               *
      * Formål: Skriver operatøren på OPR-IX med rollens rækker i     *
      *         matricen og afkrydsningen til lederens beslutning     *
      *****************************************************************
       SKRIV-OPERATOER.
           MOVE "Y" TO OR-UDSKREVET(OPR-IX)
           ADD 1 TO TR-ANTAL-OPERATOERER
           MOVE OA-FILIAL-NR(OPR-IX) TO WS-FILIAL-DISPLAY
           MOVE OR-AFSLAG(OPR-IX) TO WS-ANTAL-DISPLAY
           STRING "  OPERATOER " DELIMITED BY SIZE
                   OA-OPERATOER-ID(OPR-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OA-NAVN(OPR-IX) DELIMITED BY SIZE
                   " ROLLE " DELIMITED BY SIZE
                   OA-ROLLE(OPR-IX) DELIMITED BY SIZE
                   " FILIAL " DELIMITED BY SIZE
                   WS-FILIAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF OA-SPAERRET(OPR-IX)
               MOVE "SPAERRET" TO RAPPORT-LINE(80:8)
           ELSE
               MOVE "AKTIV" TO RAPPORT-LINE(80:8)
           END-IF
           STRING "AFSLAG " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE(90:12)
           PERFORM SKRIV-RAPPORT-LINE

           MOVE ZERO TO WS-ROLLE-RAEKKER
           PERFORM VARYING BMY-IX FROM 1 BY 1 UNTIL BMY-IX > BMY-COUNT
               IF BA-ROLLE(BMY-IX) = OA-ROLLE(OPR-IX)
                   ADD 1 TO WS-ROLLE-RAEKKER
                   PERFORM SKRIV-MATRIX-RAEKKE
               END-IF
           END-PERFORM
           IF WS-ROLLE-RAEKKER = ZERO
               ADD 1 TO TR-ANTAL-UDEN-BEMYND
               MOVE "      ROLLEN HAR INGEN BEMYNDIGELSER I MATRICEN"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           MOVE "      [ ] BEHOLD    [ ] AENDR    [ ] FJERN"
               TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-MATRIX-RAEKKE.
           STRING "      OMRAADE " DELIMITED BY SIZE
                   BA-OMRAADE(BMY-IX) DELIMITED BY SIZE
                   "  KODE " DELIMITED BY SIZE
                   BA-TRANS-KODE(BMY-IX) DELIMITED BY SIZE
                   "  INDTASTE " DELIMITED BY SIZE
                   BA-INDTASTE(BMY-IX) DELIMITED BY SIZE
                   "  GODKENDE " DELIMITED BY SIZE
                   BA-GODKENDE(BMY-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF BA-BELOB-GRAENSE(BMY-IX) = ZERO
               MOVE "GRAENSE: INGEN" TO RAPPORT-LINE(60:30)
           ELSE
               MOVE BA-BELOB-GRAENSE(BMY-IX) TO WS-GRAENSE-DISPLAY
               STRING "GRAENSE: " DELIMITED BY SIZE
                       WS-GRAENSE-DISPLAY DELIMITED BY SIZE
                       INTO RAPPORT-LINE(60:30)
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-UNDERSKRIFT.
           PERFORM SKRIV-RAPPORT-LINE
           STRING "  GENNEMGAAET OG GODKENDT - UNDERSKRIFT: "
                   "______________________________  DATO: __________"
                   DELIMITED BY SIZE
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

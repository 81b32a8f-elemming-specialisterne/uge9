      *****************************************************************
      * PROGRAM-ID: OPGAVERAADGIVERPORTEFOLJE                         *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Månedlig porteføljerapport pr. rådgiver. For hver *
      *             rådgiver i Raadgivere.txt, samlet pr. filial,     *
      *             vises de kunder der er tildelt rådgiveren på      *
      *             kørselsdatoen (KundeRaadgivere.txt) med indlån    *
      *             (positive kontosaldi), udlån (lånenes restgæld    *
      *             og overtræk), åbne opgaver i filialernes          *
      *             opgavekø (Arbejdsopgaver.txt) og review-status    *
      *             fra Engagementsreview.txt - næste forfald og om   *
      *             reviewet er overskredet. Rådgiverens totaler og   *
      *             plads i porteføljen følger, og til sidst antallet *
      *             af kunder med konto eller lån uden rådgiver.      *
      *             Køres ved månedsskiftet. RETURN-CODE 8 ved        *
      *             I/O-fejl eller fuld tabel.                        *
      * INPUT:      Raadgivere.txt    - Rådgiverregistret             *
      *             KundeRaadgivere.txt - Tildelingerne               *
      *             Operatoerer.txt   - Rådgivernes navne             *
      *             Kundeoplysninger.txt - Kundernes navne            *
      *             KontoOpl.txt      - Indlån og overtræk            *
      *             Laan.txt          - Udlån                         *
      *             Arbejdsopgaver.txt - Åbne opgaver                 *
      *             Engagementsreview.txt - Review-registret          *
      *             BusinessDato.txt  - Forretningsdatoen             *
      * OUTPUT:     Raadgiver-Portefolje.txt - Porteføljerapporten    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveRaadgiverPortefolje.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAADGIVER-FILE ASSIGN TO "Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-FILE-STATUS.
           SELECT TILDELING-FILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILDELING-FILE-STATUS.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT OPGAVE-FILE ASSIGN TO "Arbejdsopgaver.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPGAVE-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "Engagementsreview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Raadgiver-Portefolje.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "RaadgiverPortefolje-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RAADGIVER-FILE.
       01 RAADGIVEROPL.
           COPY "RAADGIVEROPL.cpy".

       FD TILDELING-FILE.
       01 RAADGTILDOPL.
           COPY "RAADGTILDOPL.cpy".

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD OPGAVE-FILE.
       01 ARBOPGOPL.
           COPY "ARBOPGOPL.cpy".

       FD REVIEW-FILE.
       01 REVIEWOPL.
           COPY "REVIEWOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(132) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-RAADGIVER PIC X VALUE "N".
       01 END-OF-TILDELING PIC X VALUE "N".
       01 END-OF-OPERATOER PIC X VALUE "N".
       01 END-OF-KONTO-FILE PIC X VALUE "N".
       01 END-OF-LAAN-FILE PIC X VALUE "N".
       01 END-OF-OPGAVE    PIC X VALUE "N".
       01 END-OF-REVIEW    PIC X VALUE "N".

      * Rådgiverregistret med rådgivernes navne fra operatørregistret
       01 RGV-MAX-ANTAL    PIC 9(3) VALUE 500.
       01 RGV-COUNT        PIC 9(3) VALUE ZERO.
       01 RGV-OVERFLOW     PIC X VALUE "N".
       01 RGV-ARRAY OCCURS 500 TIMES.
           COPY "RAADGIVEROPL.cpy"
               REPLACING LEADING ==RGV-== BY ==RR-==.
       01 RGV-NAVNE.
           02 RR-NAVN PIC X(30) OCCURS 500 TIMES VALUE SPACES.
       01 RR-IX            PIC 9(3) VALUE ZERO.

      * De tildelinger der gælder på kørselsdatoen
       01 TD-MAX-ANTAL     PIC 9(5) VALUE 20000.
       01 TD-COUNT         PIC 9(5) VALUE ZERO.
       01 TD-OVERFLOW      PIC X VALUE "N".
       01 TD-TABEL.
           02 TD-ENTRY OCCURS 20000 TIMES.
               03 TA-KUNDE-ID     PIC X(10).
               03 TA-RAADGIVER-ID PIC X(08).
       01 TA-IX            PIC 9(5) VALUE ZERO.

      * Kundernes tal - indlån, udlån, åbne opgaver og næste review
       01 KE-MAX-ANTAL     PIC 9(5) VALUE 10000.
       01 KE-COUNT         PIC 9(5) VALUE ZERO.
       01 KE-OVERFLOW      PIC X VALUE "N".
       01 KE-TABEL.
           02 KE-ENTRY OCCURS 10000 TIMES.
               03 KE-KUNDE-ID     PIC X(10).
               03 KE-INDLAAN      PIC 9(11)V99.
               03 KE-UDLAAN       PIC 9(11)V99.
               03 KE-AABNE        PIC 9(05).
               03 KE-REVIEW-DATO  PIC X(10).
               03 KE-HAR-RAADGIVER PIC X(01).
       01 KE-IX            PIC 9(5) VALUE ZERO.
       01 WS-SOEG-KUNDE    PIC X(10) VALUE SPACES.

      * Rådgiverens totaler
       01 RT-KUNDER        PIC 9(05) VALUE ZERO.
       01 RT-INDLAAN       PIC 9(13)V99 VALUE ZERO.
       01 RT-UDLAAN        PIC 9(13)V99 VALUE ZERO.
       01 RT-AABNE         PIC 9(05) VALUE ZERO.
       01 RT-REVIEW-OVER   PIC 9(05) VALUE ZERO.
       01 WS-LEDIG         PIC S9(05) VALUE ZERO.
       01 TR-UDEN-RAADGIVER PIC 9(05) VALUE ZERO.

       01 WS-FILIAL-IX     PIC 9(3) VALUE ZERO.
       01 WS-FILIAL-ANTAL  PIC 9(3) VALUE ZERO.
       01 WS-FILIAL-DISPLAY PIC 9(02) VALUE ZERO.
       01 WS-KUNDE-NAVN    PIC X(30) VALUE SPACES.
       01 WS-ANTAL-DISPLAY   PIC Z(4)9.
       01 WS-ANTAL-DISPLAY-2 PIC Z(4)9.
       01 WS-LEDIG-DISPLAY   PIC -(4)9.
       01 WS-BELOB-DISPLAY   PIC Z(12)9.99.
       01 WS-BELOB-DISPLAY-2 PIC Z(12)9.99.

       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO       PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO     PIC X(10) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 RAADGIVER-FILE-STATUS PIC XX VALUE "00".
       01 TILDELING-FILE-STATUS PIC XX VALUE "00".
       01 OPERATOER-FILE-STATUS PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS     PIC XX VALUE "00".
       01 KONTO-FILE-STATUS     PIC XX VALUE "00".
       01 LAAN-FILE-STATUS      PIC XX VALUE "00".
       01 OPGAVE-FILE-STATUS    PIC XX VALUE "00".
       01 REVIEW-FILE-STATUS    PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS   PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS  PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION       PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS          PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT     PIC 9(5) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE)
       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN   PIC X(40) VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
               WS-SYSDATO(7:2) DELIMITED BY SIZE INTO WS-DAGS-DATO
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
           STRING "PORTEFOELJERAPPORT PR. RAADGIVER " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM LOAD-RAADGIVERE
           PERFORM LOAD-NAVNE
           PERFORM LOAD-KONTI
           PERFORM LOAD-LAAN
           PERFORM LOAD-OPGAVER
           PERFORM LOAD-REVIEWS
           PERFORM LOAD-TILDELINGER

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING WS-FILIAL-IX FROM 0 BY 1
                   UNTIL WS-FILIAL-IX > 99
               MOVE ZERO TO WS-FILIAL-ANTAL
               PERFORM VARYING RR-IX FROM 1 BY 1
                       UNTIL RR-IX > RGV-COUNT
                   IF RR-FILIAL-NR(RR-IX) = WS-FILIAL-IX
                       IF WS-FILIAL-ANTAL = ZERO
                           PERFORM SKRIV-RAPPORT-LINE
                           MOVE WS-FILIAL-IX TO WS-FILIAL-DISPLAY
                           STRING "FILIAL " DELIMITED BY SIZE
                                   WS-FILIAL-DISPLAY DELIMITED BY SIZE
                                   INTO RAPPORT-LINE
                           PERFORM SKRIV-RAPPORT-LINE
                       END-IF
                       ADD 1 TO WS-FILIAL-ANTAL
                       PERFORM SKRIV-RAADGIVER
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE KUNDE-FILE
           PERFORM TRAILER

           DISPLAY "OpgaveRaadgiverPortefolje: " RGV-COUNT
               " raadgivere, " TR-UDEN-RAADGIVER
               " kunder uden raadgiver"
           IF RGV-OVERFLOW = "Y" OR TD-OVERFLOW = "Y"
               OR KE-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: tabelkapacitet overskredet - "
                   "rapporten er ufuldstaendig"
           END-IF

           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE
           IF WS-IO-ERROR-COUNT > ZERO
               OR RGV-OVERFLOW = "Y" OR TD-OVERFLOW = "Y"
               OR KE-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * LOAD-RAADGIVERE                                               *
      * Formål: Læser rådgiverregistret ind i RGV-ARRAY.              *
      *****************************************************************
       LOAD-RAADGIVERE.
           OPEN INPUT RAADGIVER-FILE
           MOVE "RAADGIVER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE RAADGIVER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF RAADGIVER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RAADGIVER = "Y"
               READ RAADGIVER-FILE
                   AT END
                       MOVE "Y" TO END-OF-RAADGIVER
                   NOT AT END
                       IF RGV-RAADGIVER-ID NOT = SPACES
                           IF RGV-COUNT >= RGV-MAX-ANTAL
                               MOVE "Y" TO RGV-OVERFLOW
                           ELSE
                               ADD 1 TO RGV-COUNT
                               MOVE RAADGIVEROPL
                                   TO RGV-ARRAY(RGV-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAADGIVER-FILE
       EXIT.

      *****************************************************************
      * LOAD-NAVNE                                                    *
      * Formål: Henter rådgivernes navne fra operatørregistret.       *
      *****************************************************************
       LOAD-NAVNE.
           OPEN INPUT OPERATOER-FILE
           IF OPERATOER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OPERATOER = "Y"
               READ OPERATOER-FILE
                   AT END
                       MOVE "Y" TO END-OF-OPERATOER
                   NOT AT END
                       PERFORM VARYING RR-IX FROM 1 BY 1
                               UNTIL RR-IX > RGV-COUNT
                           IF RR-RAADGIVER-ID(RR-IX) = OP-OPERATOER-ID
                               MOVE OP-NAVN TO RR-NAVN(RR-IX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE OPERATOER-FILE
       EXIT.

      *****************************************************************
      * LOAD-KONTI                                                    *
      * Formål: Lægger kontiene til kundernes indlån (positive        *
      *         saldi) og udlån (overtræk).                           *
      *****************************************************************
       LOAD-KONTI.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KONTO-FILE = "Y"
               READ KONTO-FILE
                   AT END
                       MOVE "Y" TO END-OF-KONTO-FILE
                   NOT AT END
                       MOVE KUNDE-ID IN KONTOOPL TO WS-SOEG-KUNDE
                       PERFORM FIND-ELLER-OPRET-KUNDE
                       IF KE-IX > ZERO
                           IF BALANCE IN KONTOOPL < ZERO
                               SUBTRACT BALANCE IN KONTOOPL
                                   FROM KE-UDLAAN(KE-IX)
                           ELSE
                               ADD BALANCE IN KONTOOPL
                                   TO KE-INDLAAN(KE-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-FILE
       EXIT.

      *****************************************************************
      * LOAD-LAAN                                                     *
      * Formål: Lægger lånenes restgæld til kundernes udlån.          *
      *         Afskrevne lån tæller ikke med.                        *
      *****************************************************************
       LOAD-LAAN.
           OPEN INPUT LAAN-FILE
           IF LAAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LAAN-FILE = "Y"
               READ LAAN-FILE
                   AT END
                       MOVE "Y" TO END-OF-LAAN-FILE
                   NOT AT END
                       IF NOT LAAN-AFSKREVET
                           MOVE LAAN-KUNDE-ID TO WS-SOEG-KUNDE
                           PERFORM FIND-ELLER-OPRET-KUNDE
                           IF KE-IX > ZERO
                               ADD LAAN-RESTGAELD TO KE-UDLAAN(KE-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAAN-FILE
       EXIT.

      *****************************************************************
      * LOAD-OPGAVER                                                  *
      * Formål: Tæller de åbne opgaver pr. kunde i opgaveregistret.   *
      *****************************************************************
       LOAD-OPGAVER.
           OPEN INPUT OPGAVE-FILE
           IF OPGAVE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OPGAVE = "Y"
               READ OPGAVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-OPGAVE
                   NOT AT END
                       IF AO-AABEN AND AO-KUNDE-ID NOT = SPACES
                           MOVE AO-KUNDE-ID TO WS-SOEG-KUNDE
                           PERFORM FIND-ELLER-OPRET-KUNDE
                           IF KE-IX > ZERO
                               ADD 1 TO KE-AABNE(KE-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPGAVE-FILE
       EXIT.

      *****************************************************************
      * LOAD-REVIEWS                                                  *
      * Formål: Henter næste review-forfald pr. kunde fra             *
      *         review-registret.                                     *
      *****************************************************************
       LOAD-REVIEWS.
           OPEN INPUT REVIEW-FILE
           IF REVIEW-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-REVIEW = "Y"
               READ REVIEW-FILE
                   AT END
                       MOVE "Y" TO END-OF-REVIEW
                   NOT AT END
                       IF ER-KUNDE-ID NOT = SPACES
                           MOVE ER-KUNDE-ID TO WS-SOEG-KUNDE
                           PERFORM FIND-ELLER-OPRET-KUNDE
                           IF KE-IX > ZERO
                               MOVE ER-NAESTE-DATO
                                   TO KE-REVIEW-DATO(KE-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVIEW-FILE
       EXIT.

      * KE-IX peger på kunden WS-SOEG-KUNDE, der oprettes hvis den
      * ikke findes; nul hvis tabellen er fuld
       FIND-ELLER-OPRET-KUNDE.
           PERFORM VARYING KE-IX FROM 1 BY 1 UNTIL KE-IX > KE-COUNT
               IF KE-KUNDE-ID(KE-IX) = WS-SOEG-KUNDE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF KE-COUNT >= KE-MAX-ANTAL
               MOVE "Y" TO KE-OVERFLOW
               MOVE ZERO TO KE-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KE-COUNT
           MOVE KE-COUNT TO KE-IX
           MOVE WS-SOEG-KUNDE TO KE-KUNDE-ID(KE-IX)
           MOVE ZERO   TO KE-INDLAAN(KE-IX) KE-UDLAAN(KE-IX)
                          KE-AABNE(KE-IX)
           MOVE SPACES TO KE-REVIEW-DATO(KE-IX)
           MOVE "N"    TO KE-HAR-RAADGIVER(KE-IX)
       EXIT.

      *****************************************************************
      * LOAD-TILDELINGER                                              *
      * Formål: Henter de tildelinger fra KundeRaadgivere.txt der     *
      *         gælder på kørselsdatoen: GYLDIG-FRA er nået og        *
      *         GYLDIG-TIL er blank eller endnu ikke nået.            *
      *****************************************************************
       LOAD-TILDELINGER.
           OPEN INPUT TILDELING-FILE
           IF TILDELING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TILDELING = "Y"
               READ TILDELING-FILE
                   AT END
                       MOVE "Y" TO END-OF-TILDELING
                   NOT AT END
                       IF TD-KUNDE-ID NOT = SPACES
                           AND TD-GYLDIG-FRA <= WS-DAGS-DATO
                           AND (TD-GYLDIG-TIL = SPACES
                               OR TD-GYLDIG-TIL > WS-DAGS-DATO)
                           IF TD-COUNT >= TD-MAX-ANTAL
                               MOVE "Y" TO TD-OVERFLOW
                           ELSE
                               ADD 1 TO TD-COUNT
                               MOVE TD-KUNDE-ID
                                   TO TA-KUNDE-ID(TD-COUNT)
                               MOVE TD-RAADGIVER-ID
                                   TO TA-RAADGIVER-ID(TD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILDELING-FILE
       EXIT.

      *****************************************************************
      * SKRIV-RAADGIVER                                               *
      * Formål: Skriver rådgiver RR-IX's portefølje - en linje pr.    *
      *         kunde og rådgiverens totaler med ledig plads.         *
      *****************************************************************
       SKRIV-RAADGIVER.
           MOVE ZERO TO RT-KUNDER RT-INDLAAN RT-UDLAAN RT-AABNE
                        RT-REVIEW-OVER
           PERFORM SKRIV-RAPPORT-LINE
           STRING "  RAADGIVER " DELIMITED BY SIZE
                   RR-RAADGIVER-ID(RR-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RR-NAVN(RR-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           EVALUATE TRUE
               WHEN RR-ORLOV(RR-IX)
                   MOVE "PAA ORLOV FRA" TO RAPPORT-LINE(53:13)
                   MOVE RR-STATUS-DATO(RR-IX) TO RAPPORT-LINE(67:10)
               WHEN RR-FRATRAADT(RR-IX)
                   MOVE "FRATRAADT FRA" TO RAPPORT-LINE(53:13)
                   MOVE RR-STATUS-DATO(RR-IX) TO RAPPORT-LINE(67:10)
           END-EVALUATE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "    KUNDE      NAVN" TO RAPPORT-LINE
           MOVE "INDLAAN" TO RAPPORT-LINE(53:7)
           MOVE "UDLAAN" TO RAPPORT-LINE(71:6)
           MOVE "AABNE OPG" TO RAPPORT-LINE(79:9)
           MOVE "NAESTE REVIEW" TO RAPPORT-LINE(90:13)
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING TA-IX FROM 1 BY 1 UNTIL TA-IX > TD-COUNT
               IF TA-RAADGIVER-ID(TA-IX) = RR-RAADGIVER-ID(RR-IX)
                   PERFORM SKRIV-KUNDE
               END-IF
           END-PERFORM
           IF RT-KUNDER = ZERO
               MOVE "    INGEN KUNDER I PORTEFOELJEN" TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF

           MOVE RT-KUNDER  TO WS-ANTAL-DISPLAY
           MOVE RT-INDLAAN TO WS-BELOB-DISPLAY
           MOVE RT-UDLAAN  TO WS-BELOB-DISPLAY-2
           STRING "    I ALT " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   " KUNDER" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           MOVE WS-BELOB-DISPLAY   TO RAPPORT-LINE(44:16)
           MOVE WS-BELOB-DISPLAY-2 TO RAPPORT-LINE(61:16)
           MOVE RT-AABNE TO WS-ANTAL-DISPLAY
           MOVE WS-ANTAL-DISPLAY TO RAPPORT-LINE(83:5)
           MOVE RT-REVIEW-OVER TO WS-ANTAL-DISPLAY
           STRING WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   " OVERSKREDNE" DELIMITED BY SIZE
                   INTO RAPPORT-LINE(90:17)
           PERFORM SKRIV-RAPPORT-LINE
           COMPUTE WS-LEDIG = ZERO
           IF RR-KAPACITET(RR-IX) IS NUMERIC
               COMPUTE WS-LEDIG = RR-KAPACITET(RR-IX) - RT-KUNDER
           END-IF
           MOVE WS-LEDIG TO WS-LEDIG-DISPLAY
           STRING "    KAPACITET " DELIMITED BY SIZE
                   RR-KAPACITET(RR-IX) DELIMITED BY SIZE
                   " LEDIG " DELIMITED BY SIZE
                   WS-LEDIG-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-KUNDE                                                   *
      * Formål: Skriver kunden i tildeling TA-IX med indlån, udlån,   *
      *         åbne opgaver og næste review; et review hvis forfald  *
      *         er passeret markeres OVERSKREDET.                     *
      *****************************************************************
       SKRIV-KUNDE.
           MOVE TA-KUNDE-ID(TA-IX) TO WS-SOEG-KUNDE
           PERFORM FIND-ELLER-OPRET-KUNDE
           IF KE-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO KE-HAR-RAADGIVER(KE-IX)
           ADD 1 TO RT-KUNDER
           ADD KE-INDLAAN(KE-IX) TO RT-INDLAAN
           ADD KE-UDLAAN(KE-IX)  TO RT-UDLAAN
           ADD KE-AABNE(KE-IX)   TO RT-AABNE

           MOVE SPACES TO WS-KUNDE-NAVN
           MOVE WS-SOEG-KUNDE TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE "(UKENDT KUNDE)" TO WS-KUNDE-NAVN
               NOT INVALID KEY
                   STRING FORNAVN DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           EFTERNAVN DELIMITED BY SPACE
                           INTO WS-KUNDE-NAVN
           END-READ

           MOVE KE-INDLAAN(KE-IX) TO WS-BELOB-DISPLAY
           MOVE KE-UDLAAN(KE-IX)  TO WS-BELOB-DISPLAY-2
           MOVE KE-AABNE(KE-IX)   TO WS-ANTAL-DISPLAY
           STRING "    " DELIMITED BY SIZE
                   WS-SOEG-KUNDE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KUNDE-NAVN(1:28) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           MOVE WS-BELOB-DISPLAY   TO RAPPORT-LINE(44:16)
           MOVE WS-BELOB-DISPLAY-2 TO RAPPORT-LINE(61:16)
           MOVE WS-ANTAL-DISPLAY   TO RAPPORT-LINE(83:5)
           IF KE-REVIEW-DATO(KE-IX) = SPACES
               MOVE "INTET REVIEW" TO RAPPORT-LINE(90:12)
           ELSE
               MOVE KE-REVIEW-DATO(KE-IX) TO RAPPORT-LINE(90:10)
               IF KE-REVIEW-DATO(KE-IX) < WS-DAGS-DATO
                   MOVE "OVERSKREDET" TO RAPPORT-LINE(101:11)
                   ADD 1 TO RT-REVIEW-OVER
               END-IF
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Tæller kunderne med konto eller lån der ikke har en   *
      *         rådgiver på kørselsdatoen.                            *
      *****************************************************************
       TRAILER.
           PERFORM VARYING KE-IX FROM 1 BY 1 UNTIL KE-IX > KE-COUNT
               IF KE-HAR-RAADGIVER(KE-IX) = "N"
                   AND (KE-INDLAAN(KE-IX) > ZERO
                       OR KE-UDLAAN(KE-IX) > ZERO)
                   ADD 1 TO TR-UDEN-RAADGIVER
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE
           MOVE RGV-COUNT         TO WS-ANTAL-DISPLAY
           MOVE TR-UDEN-RAADGIVER TO WS-ANTAL-DISPLAY-2
           STRING "RAADGIVERE " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   "  KUNDER UDEN RAADGIVER " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
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
               MOVE SPACES TO WS-KONTO-FILNAVN
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               MOVE SPACES TO WS-KUNDE-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
           END-IF
       EXIT.

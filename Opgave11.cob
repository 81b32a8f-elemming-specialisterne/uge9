           SELECT SAMTYKKE-FILE ASSIGN TO "Samtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAMTYKKE-FILE-STATUS.
           SELECT RAADGIVER-FILE ASSIGN TO "Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-FILE-STATUS.
           SELECT TILDELING-FILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILDELING-FILE-STATUS.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT FULDMAGT-FILE ASSIGN TO "Fuldmagter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FULDMAGT-FILE-STATUS.
       01 SAMTYKKEOPL.
           COPY "SAMTYKKEOPL.cpy".

       FD RAADGIVER-FILE.
       01 RAADGIVEROPL.
           COPY "RAADGIVEROPL.cpy".

       FD TILDELING-FILE.
       01 RAADGTILDOPL.
           COPY "RAADGTILDOPL.cpy".

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD FULDMAGT-FILE.
       01 FULDMAGTOPL.
           COPY "FULDMAGTOPL.cpy".
       01 SAMTYKKE-FILE-STATUS   PIC XX VALUE "00".
       01 HISTORIK-FILE-STATUS   PIC XX VALUE "00".

      * Kundens rådgiver (se FORMAT-RAADGIVER) - slås op direkte i
      * KundeRaadgivere.txt, Raadgivere.txt og Operatoerer.txt for
      * den ene kunde forespørgslen gælder, så betjeningen kan
      * henvise kunden til den rigtige person
       01 RAADGIVER-FILE-STATUS  PIC XX VALUE "00".
       01 TILDELING-FILE-STATUS  PIC XX VALUE "00".
       01 OPERATOER-FILE-STATUS  PIC XX VALUE "00".
       01 END-OF-RAADG-FILE      PIC X VALUE "N".
       01 WS-KUNDE-RAADGIVER     PIC X(08) VALUE SPACES.
       01 WS-RAADGIVER-NAVN      PIC X(30) VALUE SPACES.
       01 WS-RAADGIVER-STATUS    PIC X(01) VALUE SPACES.
       01 WS-SYSDATO             PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO           PIC X(10) VALUE SPACES.

      * Ledetekstkataloget (se LAES-TEKSTER og HENT-TEKST) - svaret
      * gengives på kundens KUNDE-SPROG; kalderen forudsætter
      * WS-TEKST med den danske standardtekst
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

           OPEN INPUT INPUT-FORESP-FILE
           PERFORM FORMAT-ADRESSE
           PERFORM FORMAT-BY
           PERFORM FORMAT-KONTAKT
           PERFORM FORMAT-RAADGIVER
           PERFORM FORMAT-SAMTYKKER
           MOVE SPACES TO NAVN-ADR
           PERFORM COPYFILD
           END-PERFORM
       EXIT.

      *****************************************************************
      * FORMAT-RAADGIVER                                              *
      * Formål: Viser kundens gældende rådgiver pr. forretningsdatoen *
      *         med navn fra operatørregistret og en markering, hvis  *
      *         rådgiveren er på orlov eller fratrådt - eller         *
      *         "Raadgiver: ingen - kontakt filialen", når kunden     *
      *         ikke har nogen tildeling.                             *
      *****************************************************************
       FORMAT-RAADGIVER.
           MOVE SPACES TO WS-KUNDE-RAADGIVER
           MOVE SPACES TO WS-RAADGIVER-NAVN
           MOVE SPACES TO WS-RAADGIVER-STATUS
           OPEN INPUT TILDELING-FILE
           IF TILDELING-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-RAADG-FILE = "Y"
                   READ TILDELING-FILE INTO RAADGTILDOPL
                       AT END
                           MOVE "Y" TO END-OF-RAADG-FILE
                       NOT AT END
                           IF TD-KUNDE-ID = KUNDE-ID IN KUNDEOPL
                              AND TD-GYLDIG-FRA <= WS-DAGS-DATO
                              AND (TD-GYLDIG-TIL = SPACES
                                   OR TD-GYLDIG-TIL > WS-DAGS-DATO)
                               MOVE TD-RAADGIVER-ID
                                   TO WS-KUNDE-RAADGIVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILDELING-FILE
               MOVE "N" TO END-OF-RAADG-FILE
           END-IF

           IF WS-KUNDE-RAADGIVER = SPACES
               MOVE "Raadgiver: ingen - kontakt filialen" TO WS-TEKST
               MOVE "RAADGIVEREJ" TO WS-TEKST-KODE
               PERFORM HENT-TEKST
               MOVE WS-TEKST TO NAVN-ADR
               PERFORM COPYFILD
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RAADGIVER-FILE
           IF RAADGIVER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-RAADG-FILE = "Y"
                   READ RAADGIVER-FILE INTO RAADGIVEROPL
                       AT END
                           MOVE "Y" TO END-OF-RAADG-FILE
                       NOT AT END
                           IF RGV-RAADGIVER-ID = WS-KUNDE-RAADGIVER
                               MOVE RGV-STATUS TO WS-RAADGIVER-STATUS
                               MOVE "Y" TO END-OF-RAADG-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAADGIVER-FILE
               MOVE "N" TO END-OF-RAADG-FILE
           END-IF

           OPEN INPUT OPERATOER-FILE
           IF OPERATOER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-RAADG-FILE = "Y"
                   READ OPERATOER-FILE INTO OPERATOEROPL
                       AT END
                           MOVE "Y" TO END-OF-RAADG-FILE
                       NOT AT END
                           IF OP-OPERATOER-ID = WS-KUNDE-RAADGIVER
                               MOVE OP-NAVN TO WS-RAADGIVER-NAVN
                               MOVE "Y" TO END-OF-RAADG-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOER-FILE
               MOVE "N" TO END-OF-RAADG-FILE
           END-IF

           MOVE "Raadgiver" TO WS-TEKST
           MOVE "RAADGIVER" TO WS-TEKST-KODE
           PERFORM HENT-TEKST
           MOVE SPACES TO WS-TEKST-2
           IF WS-RAADGIVER-STATUS = "O"
               MOVE "(orlov)" TO WS-TEKST-2
           END-IF
           IF WS-RAADGIVER-STATUS = "F"
               MOVE "(fratraadt)" TO WS-TEKST-2
           END-IF
           MOVE SPACES TO NAVN-ADR
           STRING FUNCTION TRIM(WS-TEKST) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-KUNDE-RAADGIVER DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RAADGIVER-NAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TEKST-2 DELIMITED BY SPACE
                   INTO NAVN-ADR
           PERFORM COPYFILD
       EXIT.

      *****************************************************************
      * LOAD-SAMTYKKER                                                *
      * Formål: Læser Samtykker.txt ind i SAMT-ARRAY. Findes filen    *

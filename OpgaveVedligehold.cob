      *             KundeoplysningerVedligehold.txt - Transaktioner   *
      * OUTPUT:     Kundeoplysninger.NY - Opdateret kunde stamdata    *
      *             OpgaveVedligehold-Fejl.txt - Afviste transaktioner*
      *             Kundeafgang.txt - Afgangslog, én record pr.       *
      *                               slettet kunde                   *
      * NOTER:      Kunderne loades i hukommelse som i Opgave9, så    *
      *             transaktionerne kan matches mod KUNDE-ID uden at  *
      *             filen skal være i indekseret organisation         *
               FILE STATUS IS TRANS-REJECT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Vedligehold-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AFGANG-FILE ASSIGN TO "Kundeafgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFGANG-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "VedligeholdAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
               88 TRANS-RET            VALUE "U".
               88 TRANS-SLET            VALUE "D".
               88 TRANS-ADR-UGYLDIG    VALUE "P".
               88 TRANS-DIGITAL-FEJL   VALUE "E".
               88 TRANS-AFDOED         VALUE "B".
           02 TRANS-KUNDE-ID    PIC X(10).
           02 TRANS-FORNAVN     PIC X(20).
           02 TRANS-EFTERNAVN   PIC X(20).
           02 TRANS-KONTONUMMER PIC X(20).
           02 TRANS-BALANCE     PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 TRANS-VALUTAKODE  PIC X(03).
           02 TRANS-VEJNAVN     PIC X(30).
           02 TRANS-HUSNR       PIC X(05).
      * (raat recordbillede) med tidspunkt og operatør-id, så "hvem
      * aendrede denne kundes adresse, og hvad stod der foer" kan
      * besvares uden gaetteri
       FD AFGANG-FILE.
       01 AFGANGOPL.
           COPY "AFGANGOPL.cpy".

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           02 AUDIT-TIDSPUNKT  PIC X(19).
      * (se CHECK-IO-STATUS)
       01 INPUT-FILE-STATUS         PIC XX VALUE "00".
       01 AUDIT-FILE-STATUS         PIC XX VALUE "00".
       01 AFGANG-FILE-STATUS        PIC XX VALUE "00".
       01 TRANS-FILE-STATUS         PIC XX VALUE "00".
       01 OUTPUT-FILE-STATUS        PIC XX VALUE "00".
       01 TRANS-REJECT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-AUDIT-SYSDATO   PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-SYSTID    PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-TIDSPUNKT PIC X(19) VALUE SPACES.
      * Afgangsrecorden for den slettede kunde (se SKRIV-AFGANG)
       01 WS-AFGANG.
           COPY "AFGANGOPL.cpy"
               REPLACING LEADING ==AFG-== BY ==WS-AFG-==.
       01 WS-AUDIT-AKTION    PIC X(08) VALUE SPACES.
       01 WS-FOER-IMAGE      PIC X(250) VALUE SPACES.

      * Graensevaerdi for BALANCE-validering (se VALIDATE-TRANS-BALANCE)
       01 WS-BALANCE-MAX-GRAENSE PIC 9(7)V99 VALUE 1000000.00.
       01 WS-BALANCE-VALID-FLAG  PIC X VALUE "Y".
      * Indtasteren på netbankens kontoåbninger (se OpgaveNetbank-
      * Oprettelse) - kun her er nul i saldo gyldigt ved TILFOEJ
       01 WS-NETBANK-OPERATOER PIC X(08) VALUE "NETBANK".

      * Arbejdsfelter til check-ciffer (mod-10) validering af
      * KONTONUMMER - se VALIDATE-TRANS-KONTONUMMER
                   PERFORM SLET-KUNDE
               WHEN TRANS-ADR-UGYLDIG
                   PERFORM MARKER-ADRESSE-UGYLDIG
               WHEN TRANS-DIGITAL-FEJL
                   PERFORM MARKER-DIGITAL-FEJL
               WHEN TRANS-AFDOED
                   PERFORM MARKER-AFDOED
               WHEN OTHER
                   PERFORM WRITE-TRANS-REJECT
               ELSE
                   PERFORM VALIDATE-TRANS-BALANCE
      * En kunde oprettet fra netbanken har endnu intet indestående
                   IF TRANS-OPERATOER = WS-NETBANK-OPERATOER
                           AND TRANS-BALANCE IS NUMERIC
                           AND TRANS-BALANCE = ZERO
                       MOVE "Y" TO WS-BALANCE-VALID-FLAG
                   END-IF
                   PERFORM VALIDATE-TRANS-KONTONUMMER
                   PERFORM VALIDATE-TRANS-CPR
                   IF WS-CPR-VALID-FLAG = "N"
               ADD 1 TO WS-SLET-COUNT
               MOVE "SLET" TO WS-AUDIT-AKTION
               PERFORM SKRIV-AUDIT-PAR
               PERFORM NOTER-AFGANG
           END-IF
       EXIT.

      *****************************************************************
      * NOTER-AFGANG                                                  *
      * Formål: Registrerer den slettede kunde i afgangsloggen.       *
      *         Filial og kundeforholdets start suppleres af          *
      *         OpgaveKundeAfgang fra kontostamdata.                  *
      *****************************************************************
       NOTER-AFGANG.
           MOVE SPACES TO WS-AFGANG
           MOVE WS-AUDIT-TIDSPUNKT(1:10) TO WS-AFG-DATO
           MOVE KUNDE-ID IN KUNDE-ARRAY(IX) TO WS-AFG-KUNDE-ID
           MOVE "S" TO WS-AFG-AARSAG
           MOVE ZERO TO WS-AFG-BELOB
           MOVE KUNDE-SEGMENT IN KUNDE-ARRAY(IX) TO WS-AFG-SEGMENT
           MOVE ZERO TO WS-AFG-FILIAL-NR
           MOVE "OPGAVEVEDLIGEHOLD" TO WS-AFG-PROGRAM
           PERFORM SKRIV-AFGANG
       EXIT.

      *****************************************************************
      * SKRIV-AFGANG                                                  *
      * Formål: Tilføjer afgangsrecorden i WS-AFGANG til den fælles,  *
      *         voksende afgangslog Kundeafgang.txt.                  *
      *****************************************************************
       SKRIV-AFGANG.
           OPEN EXTEND AFGANG-FILE
           IF AFGANG-FILE-STATUS = "35"
               OPEN OUTPUT AFGANG-FILE
           END-IF
           MOVE "AFGANG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE AFGANG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF AFGANG-FILE-STATUS = "00"
               MOVE WS-AFGANG TO AFGANGOPL
               WRITE AFGANGOPL
               MOVE "AFGANG-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"       TO WS-IO-OPERATION
               MOVE AFGANG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               CLOSE AFGANG-FILE
           END-IF
       EXIT.

           END-IF
       EXIT.

      *****************************************************************
      * MARKER-DIGITAL-FEJL                                           *
      * Formål: Sætter KUNDE-LEVERING til "F" - den systemgenererede  *
      *         vej fra Digital Post-kvitteringerne (OpgaveDPKvitte-  *
      *         ring), når kundens post gentagne gange ikke har       *
      *         kunnet leveres digitalt. Kunden får papir, til        *
      *         filialen har fulgt op.                                *
      *****************************************************************
       MARKER-DIGITAL-FEJL.
           PERFORM FIND-KUNDE
           IF WS-FOUND-FLAG = "N"
               STRING "KUNDE-ID IKKE FUNDET VED DIGITAL POST-FEJL: "
                       DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
           ELSE
               MOVE KUNDE-ARRAY(IX) TO WS-FOER-IMAGE
               MOVE "F" TO KUNDE-LEVERING IN KUNDE-ARRAY(IX)
               ADD 1 TO WS-RET-COUNT
               MOVE "DPFEJL" TO WS-AUDIT-AKTION
               PERFORM SKRIV-AUDIT-PAR
           END-IF
       EXIT.

      *****************************************************************
      * STEMPEL-AUDIT-TIDSPUNKT                                       *
      * Formål: Stempler kørslens dato og klokkeslæt én gang til      *

      *****************************************************************
      * VALIDATE-TRANS-BALANCE                                        *
      * Formål: Afviser en transaktion hvis TRANS-BALANCE er nul      *
      *         eller urimeligt stort - i begge retninger, da en      *
      *         negativ saldo (overtræk) er gyldig som for Opgave6 -  *
      *         før værdien når at blive skrevet til Kundeoplysninger *
      *         .NY.                                                  *
      *****************************************************************
       VALIDATE-TRANS-BALANCE.
           MOVE "Y" TO WS-BALANCE-VALID-FLAG
           IF TRANS-BALANCE = ZERO
               MOVE "N" TO WS-BALANCE-VALID-FLAG
           ELSE
               IF TRANS-BALANCE > WS-BALANCE-MAX-GRAENSE
                   OR ZERO - TRANS-BALANCE > WS-BALANCE-MAX-GRAENSE
                   MOVE "N" TO WS-BALANCE-VALID-FLAG
               END-IF
           END-IF

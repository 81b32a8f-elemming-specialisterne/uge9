      *             kunde med status afdød (KUNDE-AFDOED) listes med  *
      *             sine konti og deres status, så bobehandlingen     *
      *             kan følges indtil boet afsluttes og kunden        *
      *             endeligt lukkes. Bokse hvor den afdøde er lejer   *
      *             eller medlejer listes under boet, så boksens      *
      *             indhold kan indgå i bobehandlingen.               *
      * INPUT:      Kundeoplysninger.txt - Kunde stamdata             *
      *             KontoOpl.txt         - Konto stamdata             *
      *             Bokse.txt            - Boksregistret              *
      * OUTPUT:     BoRapport.txt        - Boer under behandling      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOOPL
                   WITH DUPLICATES
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT BOKS-FILE ASSIGN TO "Bokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKS-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "BoRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTPUT-FILE-STATUS.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD BOKS-FILE.
       01 BOKSOPL.
           COPY "BOKSOPL.cpy".

       FD OUTPUT-FILE.
       01 KONTO-ADR.
           02 NAVN-ADR     PIC X(100) VALUE SPACES.
       01 WS-KONTO-INVALID-KEY PIC X VALUE "N".
       01 TR-ANTAL-BOER     PIC 9(5) VALUE ZERO.

      * Udlejede bokse (se LOAD-BOKSE) - ledige og opsagte udelades
       01 END-OF-BOKS-FILE  PIC X VALUE "N".
       01 BOX-MAX-ANTAL     PIC 9(4) VALUE 3000.
       01 BOX-COUNT         PIC 9(4) VALUE ZERO.
       01 BOX-OVERFLOW      PIC X VALUE "N".
       01 BOX-ARRAY OCCURS 3000 TIMES.
           COPY "BOKSOPL.cpy"
               REPLACING LEADING ==BX-== BY ==BR-==.
       01 BOX-IX            PIC 9(4) VALUE ZERO.
       01 MX                PIC 9(1) VALUE ZERO.
       01 WS-BOKS-ROLLE     PIC X(08) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 KUNDE-FILE-STATUS   PIC XX VALUE "00".
       01 KONTO-FILE-STATUS   PIC XX VALUE "00".
       01 BOKS-FILE-STATUS    PIC XX VALUE "00".
       01 OUTPUT-FILE-STATUS  PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           OPEN OUTPUT IO-ERROR-FILE
           PERFORM LOAD-BOKSE

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
                   END-READ
               END-PERFORM
           END-IF
           PERFORM SKRIV-BO-BOKSE
       EXIT.

      *****************************************************************
      * SKRIV-BO-BOKSE                                                *
      * Formål: Lister boksene hvor den afdøde er lejer eller         *
      *         medlejer, med boksens status - "B" betyder at         *
      *         boksen er markeret til boring.                        *
      *****************************************************************
       SKRIV-BO-BOKSE.
           PERFORM VARYING BOX-IX FROM 1 BY 1 UNTIL BOX-IX > BOX-COUNT
               MOVE SPACES TO WS-BOKS-ROLLE
               IF BR-KUNDE-ID IN BOX-ARRAY(BOX-IX) =
                       KUNDE-ID IN KUNDEOPL
                   MOVE "LEJER" TO WS-BOKS-ROLLE
               END-IF
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 3
                   IF BR-MEDLEJER-ID IN BOX-ARRAY(BOX-IX, MX) =
                           KUNDE-ID IN KUNDEOPL
                       AND WS-BOKS-ROLLE = SPACES
                       MOVE "MEDLEJER" TO WS-BOKS-ROLLE
                   END-IF
               END-PERFORM
               IF WS-BOKS-ROLLE NOT = SPACES
                   STRING "  Boks: " DELIMITED BY SIZE
                           BR-FILIAL-NR IN BOX-ARRAY(BOX-IX)
                               DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           BR-BOKS-NR IN BOX-ARRAY(BOX-IX)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-BOKS-ROLLE DELIMITED BY SPACE
                           " Status: " DELIMITED BY SIZE
                           BR-STATUS IN BOX-ARRAY(BOX-IX)
                               DELIMITED BY SIZE
                           INTO NAVN-ADR
                   PERFORM COPYFILD
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * LOAD-BOKSE                                                    *
      * Formål: Læser de udlejede bokse i Bokse.txt ind i BOX-ARRAY.  *
      *         Findes registret ikke, listes ingen bokse.            *
      *****************************************************************
       LOAD-BOKSE.
           OPEN INPUT BOKS-FILE
           IF BOKS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-BOKS-FILE = "Y"
               READ BOKS-FILE INTO BOKSOPL
                   AT END
                       MOVE "Y" TO END-OF-BOKS-FILE
                   NOT AT END
                       IF BX-UDLEJET OR BX-TIL-BORING
                           IF BOX-COUNT >= BOX-MAX-ANTAL
                               MOVE "Y" TO BOX-OVERFLOW
                           ELSE
                               ADD 1 TO BOX-COUNT
                               MOVE BOKSOPL TO BOX-ARRAY(BOX-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOKS-FILE
           IF BOX-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: BOX-ARRAY kapacitet overskredet"
           END-IF
       EXIT.

      *****************************************************************

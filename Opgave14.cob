      *         (ArkiveringsGraense.txt) flyttes til arkivfilen       *
      *         KontoOplHistorik.txt og slettes fra den levende       *
      *         KontoOpl.txt, så lukkede konti ikke bliver ved med    *
      *         at optræde i de løbende Opgave9-rapporter. Hver       *
      *         arkiveret konto noteres i den fælles afgangslog       *
      *         Kundeafgang.txt (se AFGANGOPL.cpy).                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HISTORIK-FILE ASSIGN TO "KontoOplHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-FILE-STATUS.
           SELECT AFGANG-FILE ASSIGN TO "Kundeafgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFGANG-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO WS-ARKIVRAPPORT-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTPUT-FILE-STATUS.
       01 KONTOOPL-HISTORIK.
           COPY "KONTOOPL.cpy".

       FD AFGANG-FILE.
       01 AFGANGOPL.
           COPY "AFGANGOPL.cpy".

       FD OUTPUT-FILE.
       01 KONTO-ADR.
           02 NAVN-ADR     PIC X(100) VALUE SPACES.
       01 INPUT-TRANS-FILE-STATUS   PIC XX VALUE "00".
       01 KONTO-FILE-STATUS         PIC XX VALUE "00".
       01 HISTORIK-FILE-STATUS      PIC XX VALUE "00".
       01 AFGANG-FILE-STATUS        PIC XX VALUE "00".
       01 OUTPUT-FILE-STATUS        PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS      PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-RENTE-DISPLAY  PIC -(6)9.99.
       01 WS-SYSDATO        PIC 9(8) VALUE ZERO.
       01 WS-LUKKE-DATO     PIC X(10) VALUE SPACES.
      * Afgangsrecorden for den arkiverede konto (se SKRIV-AFGANG)
       01 WS-AFGANG.
           COPY "AFGANGOPL.cpy"
               REPLACING LEADING ==AFG-== BY ==WS-AFG-==.
       01 WS-KUNDE-FILNAVN  PIC X(40)
           VALUE "Kundeoplysninger.txt".

                   MOVE "WRITE"         TO WS-IO-OPERATION
                   MOVE HISTORIK-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
                   PERFORM NOTER-AFGANG

                   DELETE KONTO-FILE
                   MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           END-IF
       EXIT.

      *****************************************************************
      * NOTER-AFGANG                                                  *
      * Formål: Registrerer den lukkede konto i afgangsloggen.        *
      *         Saldoen er nul, så intet indestående forlader banken; *
      *         segmentet suppleres af OpgaveKundeAfgang.             *
      *****************************************************************
       NOTER-AFGANG.
           MOVE SPACES TO WS-AFGANG
           MOVE WS-LUKKE-DATO TO WS-AFG-DATO
           MOVE KUNDE-ID IN KONTOOPL TO WS-AFG-KUNDE-ID
           MOVE KONTO-ID IN KONTOOPL TO WS-AFG-KONTO-ID
           MOVE "L" TO WS-AFG-AARSAG
           MOVE ZERO TO WS-AFG-BELOB
           MOVE VALUTAKODE IN KONTOOPL TO WS-AFG-VALUTA
           MOVE KONTO-FILIAL-NR IN KONTOOPL TO WS-AFG-FILIAL-NR
           MOVE KONTO-OPRETTET-DATO IN KONTOOPL TO WS-AFG-KUNDE-SIDEN
           MOVE "OPGAVE14" TO WS-AFG-PROGRAM
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

      *****************************************************************
      * STEMPEL-LUKKE-DATO                                            *
      * Formål: Sætter lukkedatoen ("ÅÅÅÅ-MM-DD") for kørslen -       *
                       MOVE "D" TO WS-SLUT-KANAL
                   END-IF
           END-READ
      * En papiropgørelse indledes med modtagerlinjen, som
      * OpgaveTrykSamling samler forsendelserne efter
           IF WS-SLUT-KANAL = "P"
               MOVE SPACES TO SLUT-PAPIR-LINE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       KUNDE-ID IN KONTOOPL DELIMITED BY SPACE
                       " DOK=SLUTOPGOERELSE" DELIMITED BY SIZE
                       INTO SLUT-PAPIR-LINE
               WRITE SLUT-PAPIR-LINE
               MOVE "SLUT-PAPIR-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"           TO WS-IO-OPERATION
               MOVE SLUT-PAPIR-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO SLUT-PAPIR-LINE
           END-IF
       EXIT.

      *****************************************************************

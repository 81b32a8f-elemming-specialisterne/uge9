      *             Transaktioner.txt     - Henfaldstransaktioner     *
      *             KontoOplVedligehold.txt - "S"-transaktioner       *
      *             SovendeKonti-Rapport.txt - Revisionsrapport       *
      *             Kundeafgang.txt       - Afgangslog (henfald)      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveSovendeKonti.
           SELECT RAPPORT-FILE ASSIGN TO "SovendeKonti-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT AFGANG-FILE ASSIGN TO "Kundeafgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFGANG-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD AFGANG-FILE.
       01 AFGANGOPL.
           COPY "AFGANGOPL.cpy".

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".
       01 WS-KOMM-FILREF    PIC X(30) VALUE SPACES.
       01 WS-KOMM-DATO      PIC 9(8) VALUE ZERO.

      * Afgangsrecorden for den henfaldne konto (se SKRIV-AFGANG)
       01 AFGANG-FILE-STATUS PIC XX VALUE "00".
       01 WS-AFGANG.
           COPY "AFGANGOPL.cpy"
               REPLACING LEADING ==AFG-== BY ==WS-AFG-==.

      * Entydig transaktionsreference til de dannede records (se
      * DAN-TRANS-REF): programkode + koerselstidsstempel +
      * loebenummer i koerslen - baeres hele vejen gennem journal,

       01 WS-BELOB-TEKST   PIC X(12) VALUE SPACES.
       01 WS-BELOB-NUM     PIC 9(7).99.
       01 WS-BALANCE-DISPLAY PIC -(6)9.99.

       01 TR-ANTAL-KONTI    PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-FLAGGET  PIC 9(5) VALUE ZERO.
      *         lukning.                                              *
      *****************************************************************
       VURDER-KONTO.
           IF NOT KONTO-AKTIV OR BALANCE IN KONTOOPL NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SENESTE-AKTIVITET
           MOVE WS-DAGS-DATO TO RG-BREV-DATO IN REG-ARRAY(RG-IX)
           MOVE "F" TO RG-STATUS IN REG-ARRAY(RG-IX)
           ADD 1 TO TR-ANTAL-FLAGGET
           STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                   KUNDE-ID IN KONTOOPL DELIMITED BY SPACE
                   " DOK=SOVENDE-BREV" DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "KUNDE " DELIMITED BY SIZE
                   KUNDE-ID IN KONTOOPL DELIMITED BY SPACE
                   " - KONTO " DELIMITED BY SIZE
           PERFORM CHECK-IO-STATUS
           MOVE "H" TO RG-STATUS IN REG-ARRAY(RG-IX)
           ADD 1 TO TR-ANTAL-HENFALDET
           PERFORM NOTER-AFGANG
      * Frys-transaktionen ("S" + KONTO-ID) anvendes af
      * OpgaveKontoVedligehold paa naeste koersel
           MOVE SPACES TO KONTO-VEDL-RECORD
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * NOTER-AFGANG                                                  *
      * Formål: Registrerer den henfaldne konto i afgangsloggen med   *
      *         det indestående der er flyttet ud af kontoen.         *
      *****************************************************************
       NOTER-AFGANG.
           MOVE SPACES TO WS-AFGANG
           MOVE WS-DAGS-DATO TO WS-AFG-DATO
           MOVE KUNDE-ID IN KONTOOPL TO WS-AFG-KUNDE-ID
           MOVE KONTO-ID IN KONTOOPL TO WS-AFG-KONTO-ID
           MOVE "H" TO WS-AFG-AARSAG
           MOVE BALANCE IN KONTOOPL TO WS-AFG-BELOB
           MOVE VALUTAKODE IN KONTOOPL TO WS-AFG-VALUTA
           MOVE KONTO-FILIAL-NR TO WS-AFG-FILIAL-NR
           MOVE KONTO-OPRETTET-DATO TO WS-AFG-KUNDE-SIDEN
           MOVE "OPGAVESOVENDEKONTI" TO WS-AFG-PROGRAM
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
      * BYG-AKTIVITETS-TABEL                                          *
      * Formål: Gennemløber dagens Transaktioner.txt og hele          *
               OR WS-AKT-TYPE = "HENFALD"
               OR WS-AKT-TYPE = "RYKKERGEBYR"
               OR WS-AKT-TYPE = "GARANTIPROVIS"
               OR WS-AKT-TYPE = "BOKSLEJE"
               OR WS-AKT-TYPE = "TRAEKRENTE"
               OR WS-AKT-TYPE = "CASHPOOLRENTE"
               OR WS-AKT-TYPE = "UDBYTTE"
               OR WS-AKT-TYPE = "PALSKAT"
               OR WS-AKT-TYPE = "AFSKRIVNING"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AKT-FUNDET

      *****************************************************************
      * PROGRAM-ID: OPGAVEKORTFORNYELSE                               *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Månedlig fornyelse af betalingskort. Kort.txt     *
      *             beholdt hidtil kortene for evigt, og ingen        *
      *             bestilte nye før de løb ud. Kørslen:              *
      *             - aktiverer bestilte kort hvis skiftedato er nået *
      *               og lukker det kort de erstatter;                *
      *             - bestiller nyt kort til aktive kort der udløber  *
      *               inden for de næste to måneder, når kontoen      *
      *               fortsat er aktiv og kunden ikke er afdød -      *
      *               ordren skrives til kortproducenten;             *
      *             - lader kort på lukkede eller frosne konti og på  *
      *               afdøde kunders konti bortfalde i stedet for at  *
      *               forny dem, og sætter udløbne kort til "U".      *
      *             Kørslen kan gentages i samme måned: et kort med   *
      *             en bestilt afløser bestilles ikke igen.           *
      * INPUT:      Kort.txt           - Kortregistret                *
      *             KontoOpl.txt       - Konto stamdata               *
      *             Kundeoplysninger.txt - Kunde stamdata             *
      * OUTPUT:     Kort.NY            - Opdateret register           *
      *             KortBestilling.txt - Ordre til kortproducenten    *
      *             KortFornyelse-Rapport.txt - Kørselsrapport        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveKortFornyelse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KORT-FILE ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KORT-FILE-STATUS.
           SELECT KORT-NY-FILE ASSIGN TO "Kort.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KORT-NY-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT BESTILLING-FILE ASSIGN TO "KortBestilling.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BESTILLING-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "KortFornyelse-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "KortFornyelse-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KORT-FILE.
       01 KORTOPL.
           COPY "KORTOPL.cpy".

       FD KORT-NY-FILE.
       01 KORTOPL-UD.
           COPY "KORTOPL.cpy"
               REPLACING LEADING ==KORT== BY ==KORT-UD==.

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD BESTILLING-FILE.
       01 KORTBESTILOPL.
           COPY "KORTBESTILOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-KORT-FILE  PIC X VALUE "N".

      * Kortregistret loades i hukommelse; nye kort tilføjes sidst
       01 KORT-MAX-ANTAL   PIC 9(4) VALUE 2000.
       01 KORT-COUNT       PIC 9(4) VALUE ZERO.
       01 KORT-LOADET      PIC 9(4) VALUE ZERO.
       01 KORT-OVERFLOW    PIC X VALUE "N".
       01 KORT-ARRAY OCCURS 2000 TIMES.
           COPY "KORTOPL.cpy"
               REPLACING LEADING ==KORT== BY ==KO==.
       01 KORT-IX          PIC 9(4) VALUE ZERO.
       01 KX               PIC 9(4) VALUE ZERO.
       01 WS-KORT-FUNDET   PIC X VALUE "N".

      * Kortets gyldighed i år fra det gamle korts udløb
       01 WS-GYLDIGHED-AAR PIC 9(02) VALUE 4.
      * Hvor mange måneder før udløb kortet fornyes
       01 WS-FORNY-MDR     PIC 9(02) VALUE 2.

      * Måneder regnes som løbenummer ÅÅÅÅ * 12 + MM - 1, så to
      * måneder frem går over årsskiftet uden særbehandling
       01 WS-MDR-NU        PIC 9(6) VALUE ZERO.
       01 WS-MDR-KORT      PIC 9(6) VALUE ZERO.
       01 WS-UDLOEB-AAR    PIC 9(4) VALUE ZERO.
       01 WS-UDLOEB-MD     PIC 9(2) VALUE ZERO.
       01 WS-NY-AAR        PIC 9(4) VALUE ZERO.
       01 WS-NY-UDLOEB     PIC X(07) VALUE SPACES.
       01 WS-NY-KORT-ID    PIC X(16) VALUE SPACES.
       01 WS-NY-GENERATION PIC 9(02) VALUE ZERO.
       01 WS-SKIFTEDATO    PIC X(10) VALUE SPACES.

      * Konto- og kundeopslag for det aktuelle kort
       01 WS-FORNY-OK      PIC X VALUE "N".
       01 WS-AARSAG        PIC X(24) VALUE SPACES.
       01 WS-TIL-FILIAL    PIC X VALUE "N".
       01 WS-PTR           PIC 9(3) VALUE 1.

       01 TR-ANTAL-KORT      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AKTIVERET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-BESTILT   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-BORTFALD  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDLOEBET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDEN-UDL  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 KORT-FILE-STATUS    PIC XX VALUE "00".
       01 KORT-NY-FILE-STATUS PIC XX VALUE "00".
       01 KONTO-FILE-STATUS   PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS   PIC XX VALUE "00".
       01 BESTILLING-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME     PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION     PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS        PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT   PIC 9(5) VALUE ZERO.

      * Kørselsdato - forretningsdatoen hvis sat, ellers dags dato
       01 WS-SYSDATO          PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO        PIC X(10) VALUE SPACES.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Forvalgt til nul, dvs. de udaterede navne,
      * hvis BusinessDato.txt ikke findes eller er tom.
       01 WS-FORRETNINGSDATO  PIC 9(8) VALUE ZERO.
       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN    PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DAGS-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-KORT
           IF KORT-OVERFLOW = "Y"
               DISPLAY "OpgaveKortFornyelse: KORT-ARRAY kapacitet "
                   "overskredet - intet fornyet"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT BESTILLING-FILE
           MOVE "BESTILLING-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"            TO WS-IO-OPERATION
           MOVE BESTILLING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "KORTFORNYELSE " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM AKTIVER-SKIFT
           PERFORM VARYING KORT-IX FROM 1 BY 1
                   UNTIL KORT-IX > KORT-LOADET
               PERFORM VURDER-KORT
           END-PERFORM

           PERFORM SKRIV-KORT-NY
           PERFORM TRAILER

           DISPLAY "OpgaveKortFornyelse: " TR-ANTAL-BESTILT
               " bestilt, " TR-ANTAL-AKTIVERET " aktiveret, "
               TR-ANTAL-BORTFALD " bortfalder, "
               TR-ANTAL-UDLOEBET " udloebet"

           CLOSE KONTO-FILE
           CLOSE KUNDE-FILE
           CLOSE BESTILLING-FILE
           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * STEMPEL-DAGS-DATO                                             *
      * Formål: Sætter WS-DAGS-DATO ("ÅÅÅÅ-MM-DD") og månedsløbe-     *
      *         nummeret WS-MDR-NU for kørslen - forretningsdatoen    *
      *         hvis den er sat, ellers dags dato.                    *
      *****************************************************************
       STEMPEL-DAGS-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING  WS-SYSDATO(1:4) DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-SYSDATO(5:2) DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
           MOVE WS-SYSDATO(1:4) TO WS-UDLOEB-AAR
           MOVE WS-SYSDATO(5:2) TO WS-UDLOEB-MD
           COMPUTE WS-MDR-NU = WS-UDLOEB-AAR * 12 + WS-UDLOEB-MD - 1
       EXIT.

      *****************************************************************
      * LOAD-KORT                                                     *
      * Formål: Læser hele Kort.txt ind i KORT-ARRAY                  *
      *****************************************************************
       LOAD-KORT.
           OPEN INPUT KORT-FILE
           MOVE "KORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE KORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KORT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KORT-FILE = "Y"
                   READ KORT-FILE INTO KORTOPL
                       AT END
                           MOVE "Y" TO END-OF-KORT-FILE
                       NOT AT END
                           IF KORT-COUNT >= KORT-MAX-ANTAL
                               MOVE "Y" TO KORT-OVERFLOW
                           ELSE
                               ADD 1 TO KORT-COUNT
                               MOVE KORTOPL TO KORT-ARRAY(KORT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORT-FILE
               MOVE "N" TO END-OF-KORT-FILE
           END-IF
           MOVE KORT-COUNT TO KORT-LOADET
           MOVE KORT-COUNT TO TR-ANTAL-KORT
       EXIT.

      *****************************************************************
      * AKTIVER-SKIFT                                                 *
      * Formål: Aktiverer hvert bestilt kort hvis skiftedato er nået  *
      *         og lukker det kort det erstatter. Er kontoen ikke     *
      *         længere aktiv, eller er kunden død siden bestillingen,*
      *         aktiveres det nye kort ikke, men bortfalder.          *
      *****************************************************************
       AKTIVER-SKIFT.
           PERFORM VARYING KORT-IX FROM 1 BY 1
                   UNTIL KORT-IX > KORT-LOADET
               IF KO-STATUS IN KORT-ARRAY(KORT-IX) = "N"
                   AND KO-SKIFTEDATO IN KORT-ARRAY(KORT-IX)
                       <= WS-DAGS-DATO
                   PERFORM AKTIVER-ET-KORT
               END-IF
           END-PERFORM
       EXIT.

       AKTIVER-ET-KORT.
           PERFORM KONTROLLER-KONTO
           IF WS-FORNY-OK = "N"
               MOVE "U" TO KO-STATUS IN KORT-ARRAY(KORT-IX)
               ADD 1 TO TR-ANTAL-BORTFALD
               MOVE "BESTILT KORT BORTFALDER" TO WS-AARSAG
               PERFORM SKRIV-KORT-LINJE
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO KO-STATUS IN KORT-ARRAY(KORT-IX)
           ADD 1 TO TR-ANTAL-AKTIVERET
           MOVE "AKTIVERET" TO WS-AARSAG
           PERFORM SKRIV-KORT-LINJE
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KORT-LOADET
               IF KO-ID IN KORT-ARRAY(KX) =
                       KO-ERSTATTER-ID IN KORT-ARRAY(KORT-IX)
                   MOVE "L" TO KO-STATUS IN KORT-ARRAY(KX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * VURDER-KORT                                                   *
      * Formål: Sætter et aktivt kort hvis udløbsmåned er passeret    *
      *         til udløbet, og fornyer eller lader bortfalde et      *
      *         aktivt kort der udløber inden for WS-FORNY-MDR        *
      *         måneder. Kort uden registreret udløb tælles blot.     *
      *****************************************************************
       VURDER-KORT.
           IF KO-STATUS IN KORT-ARRAY(KORT-IX) NOT = "A"
               EXIT PARAGRAPH
           END-IF
           IF KO-UDLOEB IN KORT-ARRAY(KORT-IX) = SPACES
               OR KO-UDLOEB IN KORT-ARRAY(KORT-IX)(1:4) NOT NUMERIC
               OR KO-UDLOEB IN KORT-ARRAY(KORT-IX)(6:2) NOT NUMERIC
               ADD 1 TO TR-ANTAL-UDEN-UDL
               EXIT PARAGRAPH
           END-IF
           MOVE KO-UDLOEB IN KORT-ARRAY(KORT-IX)(1:4)
               TO WS-UDLOEB-AAR
           MOVE KO-UDLOEB IN KORT-ARRAY(KORT-IX)(6:2)
               TO WS-UDLOEB-MD
           COMPUTE WS-MDR-KORT =
               WS-UDLOEB-AAR * 12 + WS-UDLOEB-MD - 1

           IF WS-MDR-KORT < WS-MDR-NU
               MOVE "U" TO KO-STATUS IN KORT-ARRAY(KORT-IX)
               ADD 1 TO TR-ANTAL-UDLOEBET
               MOVE "UDLOEBET" TO WS-AARSAG
               PERFORM SKRIV-KORT-LINJE
               EXIT PARAGRAPH
           END-IF
           IF WS-MDR-KORT > WS-MDR-NU + WS-FORNY-MDR
               EXIT PARAGRAPH
           END-IF

      *    Allerede bestilt afløser - gentaget kørsel i samme måned
           MOVE "N" TO WS-KORT-FUNDET
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KORT-COUNT
               IF KO-ERSTATTER-ID IN KORT-ARRAY(KX) =
                       KO-ID IN KORT-ARRAY(KORT-IX)
                   MOVE "Y" TO WS-KORT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KORT-FUNDET = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM KONTROLLER-KONTO
           IF WS-FORNY-OK = "N"
               ADD 1 TO TR-ANTAL-BORTFALD
               PERFORM SKRIV-KORT-LINJE
               EXIT PARAGRAPH
           END-IF
           PERFORM BESTIL-NYT-KORT
       EXIT.

      *****************************************************************
      * KONTROLLER-KONTO                                              *
      * Formål: Afgør om kortet på KORT-IX må fornyes/aktiveres:      *
      *         kontoen skal findes og være aktiv, og kunden må ikke  *
      *         være afdød. Sætter WS-FORNY-OK, WS-AARSAG og          *
      *         WS-TIL-FILIAL (ugyldig adresse - kortet sendes til    *
      *         filialen). Konto- og kunderecord står efter kaldet.   *
      *****************************************************************
       KONTROLLER-KONTO.
           MOVE "Y" TO WS-FORNY-OK
           MOVE "N" TO WS-TIL-FILIAL
           MOVE SPACES TO WS-AARSAG
           MOVE KO-KONTO-ID IN KORT-ARRAY(KORT-IX)
               TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   MOVE "N" TO WS-FORNY-OK
                   MOVE "BORTFALDER - UKENDT KONTO" TO WS-AARSAG
                   EXIT PARAGRAPH
           END-READ
           IF KONTO-LUKKET
               MOVE "N" TO WS-FORNY-OK
               MOVE "BORTFALDER - KONTO LUKKET" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF KONTO-FROSSET
               MOVE "N" TO WS-FORNY-OK
               MOVE "BORTFALDER - KONTO FROSSET" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDE-ID IN KONTOOPL TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE SPACES TO FORNAVN
                   MOVE SPACES TO EFTERNAVN
                   MOVE SPACES TO ADDRESSE
                   MOVE "Y" TO WS-TIL-FILIAL
               NOT INVALID KEY
                   IF KUNDE-AFDOED
                       MOVE "N" TO WS-FORNY-OK
                       MOVE "BORTFALDER - KUNDE AFDOED"
                           TO WS-AARSAG
                   END-IF
                   IF ADRESSE-UGYLDIG
                       MOVE "Y" TO WS-TIL-FILIAL
                   END-IF
           END-READ
       EXIT.

      *****************************************************************
      * BESTIL-NYT-KORT                                               *
      * Formål: Danner afløseren for kortet på KORT-IX som et bestilt *
      *         kort sidst i registret og skriver ordren til kort-    *
      *         producenten. Det nye kort-id beholder de første 14    *
      *         cifre og får generationen som de sidste to; er id'et  *
      *         optaget, afvises fornyelsen til manuel behandling.    *
      *****************************************************************
       BESTIL-NYT-KORT.
      *    Kort fra før generationen blev registreret har blanke i
      *    feltet og regnes som første generation
           IF KO-GENERATION IN KORT-ARRAY(KORT-IX) NOT NUMERIC
               OR KO-GENERATION IN KORT-ARRAY(KORT-IX) = ZERO
               MOVE 1 TO KO-GENERATION IN KORT-ARRAY(KORT-IX)
           END-IF
           COMPUTE WS-NY-GENERATION =
               KO-GENERATION IN KORT-ARRAY(KORT-IX) + 1
           MOVE SPACES TO WS-NY-KORT-ID
           STRING  KO-ID IN KORT-ARRAY(KORT-IX)(1:14)
                                   DELIMITED BY SIZE
                   WS-NY-GENERATION DELIMITED BY SIZE
                   INTO WS-NY-KORT-ID
           MOVE "N" TO WS-KORT-FUNDET
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KORT-COUNT
               IF KO-ID IN KORT-ARRAY(KX) = WS-NY-KORT-ID
                   MOVE "Y" TO WS-KORT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KORT-FUNDET = "Y" OR KORT-COUNT >= KORT-MAX-ANTAL
               ADD 1 TO TR-ANTAL-AFVIST
               MOVE "AFVIST - KORT-ID OPTAGET" TO WS-AARSAG
               IF KORT-COUNT >= KORT-MAX-ANTAL
                   MOVE "AFVIST - REGISTER FULDT" TO WS-AARSAG
               END-IF
               PERFORM SKRIV-KORT-LINJE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NY-AAR = WS-UDLOEB-AAR + WS-GYLDIGHED-AAR
           MOVE SPACES TO WS-NY-UDLOEB
           STRING  WS-NY-AAR DELIMITED BY SIZE
                   "-"       DELIMITED BY SIZE
                   KO-UDLOEB IN KORT-ARRAY(KORT-IX)(6:2)
                             DELIMITED BY SIZE
                   INTO WS-NY-UDLOEB
           MOVE SPACES TO WS-SKIFTEDATO
           STRING  KO-UDLOEB IN KORT-ARRAY(KORT-IX) DELIMITED BY SIZE
                   "-01"     DELIMITED BY SIZE
                   INTO WS-SKIFTEDATO

           ADD 1 TO KORT-COUNT
           MOVE KORT-ARRAY(KORT-IX) TO KORT-ARRAY(KORT-COUNT)
           MOVE WS-NY-KORT-ID    TO KO-ID IN KORT-ARRAY(KORT-COUNT)
           MOVE "N"              TO KO-STATUS IN KORT-ARRAY(KORT-COUNT)
           MOVE WS-NY-UDLOEB     TO KO-UDLOEB IN KORT-ARRAY(KORT-COUNT)
           MOVE WS-NY-GENERATION
               TO KO-GENERATION IN KORT-ARRAY(KORT-COUNT)
           MOVE WS-SKIFTEDATO
               TO KO-SKIFTEDATO IN KORT-ARRAY(KORT-COUNT)
           MOVE KO-ID IN KORT-ARRAY(KORT-IX)
               TO KO-ERSTATTER-ID IN KORT-ARRAY(KORT-COUNT)

           MOVE SPACES TO KORTBESTILOPL
           MOVE WS-NY-KORT-ID    TO KB-KORT-ID
           MOVE KO-ID IN KORT-ARRAY(KORT-IX) TO KB-GL-KORT-ID
           MOVE KO-KONTO-ID IN KORT-ARRAY(KORT-IX) TO KB-KONTO-ID
           MOVE KUNDE-ID IN KONTOOPL TO KB-KUNDE-ID
           STRING  FORNAVN   DELIMITED BY SPACE
                   " "       DELIMITED BY SIZE
                   EFTERNAVN DELIMITED BY SPACE
                   INTO KB-NAVN
           MOVE VEJNAVN      TO KB-VEJNAVN
           MOVE HUSNR        TO KB-HUSNR
           MOVE ETAGE        TO KB-ETAGE
           MOVE SIDE         TO KB-SIDE
           MOVE POSTNR       TO KB-POSTNR
           MOVE CITY         TO KB-BY
           MOVE LANDE-KODE   TO KB-LANDE-KODE
           MOVE WS-NY-UDLOEB TO KB-UDLOEB
           MOVE WS-NY-GENERATION TO KB-GENERATION
           MOVE WS-SKIFTEDATO TO KB-SKIFTEDATO
           MOVE "K"          TO KB-LEVERING
           IF WS-TIL-FILIAL = "Y"
               MOVE "F"      TO KB-LEVERING
           END-IF
           MOVE WS-DAGS-DATO TO KB-BESTILT-DATO
           WRITE KORTBESTILOPL
           MOVE "BESTILLING-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"           TO WS-IO-OPERATION
           MOVE BESTILLING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           ADD 1 TO TR-ANTAL-BESTILT
           MOVE "BESTILT" TO WS-AARSAG
           IF WS-TIL-FILIAL = "Y"
               MOVE "BESTILT - TIL FILIALEN" TO WS-AARSAG
           END-IF
           PERFORM SKRIV-KORT-LINJE
       EXIT.

      *****************************************************************
      * SKRIV-KORT-LINJE                                              *
      * Formål: Skriver én rapportlinje for kortet på KORT-IX med     *
      *         WS-AARSAG som handling.                               *
      *****************************************************************
       SKRIV-KORT-LINJE.
           MOVE 1 TO WS-PTR
           STRING  WS-AARSAG DELIMITED BY SIZE
                   " Kort: " DELIMITED BY SIZE
                   KO-ID IN KORT-ARRAY(KORT-IX) DELIMITED BY SIZE
                   " Konto: " DELIMITED BY SIZE
                   KO-KONTO-ID IN KORT-ARRAY(KORT-IX)
                             DELIMITED BY SIZE
                   " Udloeb: " DELIMITED BY SIZE
                   KO-UDLOEB IN KORT-ARRAY(KORT-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
                   WITH POINTER WS-PTR
           IF WS-AARSAG(1:7) = "BESTILT"
               STRING  " Nyt kort: " DELIMITED BY SIZE
                       WS-NY-KORT-ID DELIMITED BY SIZE
                       " Skift: " DELIMITED BY SIZE
                       WS-SKIFTEDATO DELIMITED BY SIZE
                       INTO RAPPORT-LINE
                       WITH POINTER WS-PTR
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-KORT-NY                                                 *
      * Formål: Skriver det opdaterede register til Kort.NY           *
      *****************************************************************
       SKRIV-KORT-NY.
           OPEN OUTPUT KORT-NY-FILE
           MOVE "KORT-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE KORT-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING KORT-IX FROM 1 BY 1
                   UNTIL KORT-IX > KORT-COUNT
               MOVE KORT-ARRAY(KORT-IX) TO KORTOPL-UD
               WRITE KORTOPL-UD
               MOVE "KORT-NY-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"        TO WS-IO-OPERATION
               MOVE KORT-NY-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KORT-NY-FILE
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Skriver kontroltotaller sidst i rapporten.            *
      *****************************************************************
       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal kort i registret......: " DELIMITED BY SIZE
                   TR-ANTAL-KORT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal aktiveret.............: " DELIMITED BY SIZE
                   TR-ANTAL-AKTIVERET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal bestilt...............: " DELIMITED BY SIZE
                   TR-ANTAL-BESTILT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal bortfalder............: " DELIMITED BY SIZE
                   TR-ANTAL-BORTFALD DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal udloebet..............: " DELIMITED BY SIZE
                   TR-ANTAL-UDLOEBET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal afvist................: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Aktive kort uden udloeb.....: " DELIMITED BY SIZE
                   TR-ANTAL-UDEN-UDL DELIMITED BY SIZE
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
      *         Findes filen ikke, eller er den tom, eller er datoen  *
      *         sat til nul, forbliver WS-FORRETNINGSDATO nul og      *
      *         SAET-FILNAVNE bruger de udaterede filnavne.           *
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
      *         forretningsdato (se LAES-FORRETNINGSDATO). Er datoen  *
      *         nul, bruges de oprindelige, udaterede filnavne.       *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt"         TO WS-KONTO-FILNAVN
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
           END-IF
       EXIT.

      *****************************************************************
      * PROGRAM-ID: OPGAVEGDPRINDSIGT                                 *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Besvarer en registreret persons indsigts-         *
      *             anmodning: givet KUNDE-ID i anmodningsrecorden    *
      *             samles alt hvad systemet har registreret om       *
      *             personen i ét struktureret dokument, ordnet pr.   *
      *             register med en linje om hvad registret bruges    *
      *             til. Dokumentet leveres via Digital Post og       *
      *             logges i kommunikationsloggen, og anmodningen     *
      *             logges med modtagelses-, frist- og                *
      *             udleveringsdato i GDPRIndsigtLog.txt.             *
      * INPUT:      GDPRIndsigtForesp.txt - Anmodningen               *
      *             Kundeoplysninger.txt, KontoOpl.txt,               *
      *             KontoEjere.txt, Fuldmagter.txt,                   *
      *             AdresseHistorik.txt, Samtykker.txt,               *
      *             SkatteResidens.txt, KycTjekliste.txt,             *
      *             RisikoKlassifikation.txt, SanktionsHits.txt,      *
      *             ReelleEjere.txt, Laan.txt, Kort.txt,              *
      *             Klagesager.txt, KommunikationsLog.txt,            *
      *             Transaktioner.txt, TransaktionerHistorik,         *
      *             VedligeholdAudit.txt, KontoVedligeholdAudit.txt   *
      *             KommunikationsLog.ÅÅÅÅ.txt - De lukkede års       *
      *                                  generationer af loggen       *
      * OUTPUT:     GDPRIndsigtDigital.txt - Dokumentet til Digital   *
      *                                      Post                     *
      *             GDPRIndsigtLog.txt     - Anmodningsloggen         *
      *             KommunikationsLog.txt  - Udvides med dokumentet   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveGDPRIndsigt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORESP-FILE ASSIGN TO "GDPRIndsigtForesp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORESP-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT EJER-FILE ASSIGN TO "KontoEjere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJER-FILE-STATUS.
           SELECT FULDMAGT-FILE ASSIGN TO "Fuldmagter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FULDMAGT-FILE-STATUS.
           SELECT ADRHIST-FILE ASSIGN TO "AdresseHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADRHIST-FILE-STATUS.
           SELECT SAMTYKKE-FILE ASSIGN TO "Samtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAMTYKKE-FILE-STATUS.
           SELECT RESIDENS-FILE ASSIGN TO "SkatteResidens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESIDENS-FILE-STATUS.
           SELECT KYC-FILE ASSIGN TO "KycTjekliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-FILE-STATUS.
           SELECT RISIKO-FILE ASSIGN TO "RisikoKlassifikation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISIKO-FILE-STATUS.
           SELECT SANKTION-HIT-FILE ASSIGN TO "SanktionsHits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-HIT-FILE-STATUS.
           SELECT REELEJER-FILE ASSIGN TO "ReelleEjere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REELEJER-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT KORT-FILE ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KORT-FILE-STATUS.
           SELECT KLAGE-FILE ASSIGN TO "Klagesager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KLAGE-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO WS-KOMMLOG-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT HISTORIK-FILE ASSIGN TO "TransaktionerHistorik"
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-NOEGLE
               FILE STATUS IS HISTORIK-FILE-STATUS.
           SELECT KUNDE-AUDIT-FILE ASSIGN TO "VedligeholdAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUNDE-AUDIT-FILE-STATUS.
           SELECT KONTO-AUDIT-FILE
               ASSIGN TO "KontoVedligeholdAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTO-AUDIT-FILE-STATUS.
           SELECT DIGITAL-FILE ASSIGN TO "GDPRIndsigtDigital.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIGITAL-FILE-STATUS.
           SELECT INDSIGT-LOG-FILE ASSIGN TO "GDPRIndsigtLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDSIGT-LOG-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "GDPRIndsigt-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FORESP-FILE.
       01 FORESP-RECORD.
           02 GF-KUNDE-ID       PIC X(10).
      *    Datoen anmodningen kom ind ("ÅÅÅÅ-MM-DD") - blank betyder
      *    kørselsdatoen. Fristen på én måned regnes herfra.
           02 GF-MODTAGET-DATO  PIC X(10).

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD EJER-FILE.
       01 KONTOEJEROPL.
           COPY "KONTOEJEROPL.cpy".

       FD FULDMAGT-FILE.
       01 FULDMAGTOPL.
           COPY "FULDMAGTOPL.cpy".

       FD ADRHIST-FILE.
       01 ADRHISTOPL.
           COPY "ADRHISTOPL.cpy".

       FD SAMTYKKE-FILE.
       01 SAMTYKKEOPL.
           COPY "SAMTYKKEOPL.cpy".

       FD RESIDENS-FILE.
       01 SKATRESIDOPL.
           COPY "SKATRESIDOPL.cpy".

       FD KYC-FILE.
       01 KYCOPL.
           COPY "KYCOPL.cpy".

       FD RISIKO-FILE.
       01 RISIKOOPL.
           COPY "RISIKOOPL.cpy".

       FD SANKTION-HIT-FILE.
       01 SANKTHITOPL.
           COPY "SANKTHITOPL.cpy".

       FD REELEJER-FILE.
       01 REELEJEROPL.
           COPY "REELEJEROPL.cpy".

       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD KORT-FILE.
       01 KORTOPL.
           COPY "KORTOPL.cpy".

       FD KLAGE-FILE.
       01 KLAGEOPL.
           COPY "KLAGEOPL.cpy".

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

       FD INPUT-TRANS-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

       FD HISTORIK-FILE.
       01 HISTORIKOPL.
           COPY "HISTORIKOPL.cpy".

      * Revisionssporene fra kunde- og kontovedligeholdelsen - billedet
      * er hele KUNDEOPL- hhv. KONTOOPL-recorden, der begge starter
      * med KUNDE-ID
       FD KUNDE-AUDIT-FILE.
       01 KUNDE-AUDIT-RECORD.
           02 KAUD-TIDSPUNKT    PIC X(19).
           02 KAUD-OPERATOER    PIC X(08).
           02 KAUD-AKTION       PIC X(08).
           02 KAUD-BILLEDE      PIC X(05).
           02 KAUD-IMAGE        PIC X(250).

       FD KONTO-AUDIT-FILE.
       01 KONTO-AUDIT-RECORD.
           02 TAUD-TIDSPUNKT    PIC X(19).
           02 TAUD-OPERATOER    PIC X(08).
           02 TAUD-AKTION       PIC X(08).
           02 TAUD-BILLEDE      PIC X(05).
           02 TAUD-IMAGE        PIC X(100).

       FD DIGITAL-FILE.
       01 DIGITAL-LINE     PIC X(120) VALUE SPACES.

       FD INDSIGT-LOG-FILE.
       01 GDPRINDSIGTOPL.
           COPY "GDPRINDSIGTOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.

      * Den faelles kommunikationslog (se SKRIV-KOMMLOG): hver
      * afsendt skrivelse logges pr. kunde med dato, program,
      * dokumenttype, kanal og leverancefil, saa "jeg fik aldrig
      * brevet" kan besvares med bevis
       01 WS-KOMM-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 WS-KOMM-DOKTYPE   PIC X(15) VALUE SPACES.
       01 WS-KOMM-KANAL     PIC X(01) VALUE "D".
       01 WS-KOMM-FILREF    PIC X(30) VALUE SPACES.
       01 WS-KOMM-DATO      PIC 9(8) VALUE ZERO.

      * Årsafslutningen flytter loggens lukkede år til generationerne
      * "KommunikationsLog.ÅÅÅÅ.txt" - indsigten læser dem før den
      * levende fil (se SEKTION-KOMMLOG)
       01 WS-KOMMLOG-FILNAVN PIC X(40) VALUE "KommunikationsLog.txt".
       01 WS-KL-AAR          PIC 9(4) VALUE ZERO.
       01 WS-KL-FRA-AAR      PIC 9(4) VALUE ZERO.
       01 WS-KL-TIL-AAR      PIC 9(4) VALUE ZERO.

       01 END-OF-FILE        PIC X VALUE "N".

       01 WS-KUNDE-ID        PIC X(10) VALUE SPACES.
       01 WS-MODTAGET-DATO   PIC X(10) VALUE SPACES.
       01 WS-FRIST-DATO      PIC X(10) VALUE SPACES.
       01 WS-FORESP-OK       PIC X VALUE "N".
       01 WS-KUNDE-FUNDET    PIC X VALUE "N".

      * Fristen på én måned: samme dag i den følgende måned - findes
      * dagen ikke i den måned, bruges månedens sidste dag
       01 WS-FRIST-AAR       PIC 9(4) VALUE ZERO.
       01 WS-FRIST-MDR       PIC 9(2) VALUE ZERO.
       01 WS-FRIST-DAG       PIC 9(2) VALUE ZERO.
       01 WS-FRIST-NUM       PIC 9(8) VALUE ZERO.

      * Personens konti - som ejer i KontoOpl eller som medejer i
      * KontoEjere - til kort- og transaktionsafsnittene
       01 KONTO-MAX-ANTAL    PIC 9(3) VALUE 200.
       01 KONTO-COUNT        PIC 9(3) VALUE ZERO.
       01 KONTO-TABEL.
           02 KT-KONTO-ID PIC X(10) OCCURS 200 TIMES VALUE SPACES.
       01 KX                 PIC 9(3) VALUE ZERO.
       01 WS-SOEG-KONTO-ID   PIC X(10) VALUE SPACES.
       01 WS-KONTO-FUNDET    PIC X VALUE "N".

      * Det aktuelle afsnit (se START-SEKTION / SLUT-SEKTION)
       01 WS-SEK-REGISTER    PIC X(30) VALUE SPACES.
       01 WS-SEK-FORMAAL     PIC X(100) VALUE SPACES.
       01 WS-SEK-ANTAL       PIC 9(5) VALUE ZERO.

       01 WS-BELOB-DISPLAY   PIC -(7)9.99.
       01 WS-GAELD-DISPLAY   PIC Z(8)9.99.

       01 TR-ANTAL-OPLYSNINGER PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 FORESP-FILE-STATUS     PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS      PIC XX VALUE "00".
       01 KONTO-FILE-STATUS      PIC XX VALUE "00".
       01 EJER-FILE-STATUS       PIC XX VALUE "00".
       01 FULDMAGT-FILE-STATUS   PIC XX VALUE "00".
       01 ADRHIST-FILE-STATUS    PIC XX VALUE "00".
       01 SAMTYKKE-FILE-STATUS   PIC XX VALUE "00".
       01 RESIDENS-FILE-STATUS   PIC XX VALUE "00".
       01 KYC-FILE-STATUS        PIC XX VALUE "00".
       01 RISIKO-FILE-STATUS     PIC XX VALUE "00".
       01 SANKTION-HIT-FILE-STATUS PIC XX VALUE "00".
       01 REELEJER-FILE-STATUS   PIC XX VALUE "00".
       01 LAAN-FILE-STATUS       PIC XX VALUE "00".
       01 KORT-FILE-STATUS       PIC XX VALUE "00".
       01 KLAGE-FILE-STATUS      PIC XX VALUE "00".
       01 KOMMLOG-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 HISTORIK-FILE-STATUS   PIC XX VALUE "00".
       01 KUNDE-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01 KONTO-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01 DIGITAL-FILE-STATUS    PIC XX VALUE "00".
       01 INDSIGT-LOG-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

      * Kørselsdato - udleveringsdatoen
       01 WS-FORRETNINGSDATO   PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO           PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO         PIC X(10) VALUE SPACES.
       01 WS-KONTO-FILNAVN     PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN     PIC X(40)
           VALUE "Kundeoplysninger.txt".
       01 WS-TRANS-FILNAVN     PIC X(40) VALUE "Transaktioner.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DAGS-DATO
           MOVE WS-SYSDATO TO WS-KOMM-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LAES-FORESPOERGSEL
           IF WS-FORESP-OK = "N"
               DISPLAY "OpgaveGDPRIndsigt: ingen gyldig anmodning"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BEREGN-FRIST

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE WS-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE "N" TO WS-KUNDE-FUNDET
               NOT INVALID KEY
                   MOVE "Y" TO WS-KUNDE-FUNDET
           END-READ

      * En ukendt kunde får intet dokument - anmodningen logges som
      * afvist, så filialen kan svare personen at vi intet har
           IF WS-KUNDE-FUNDET = "N"
               CLOSE KUNDE-FILE
               PERFORM SKRIV-INDSIGT-LOG
               DISPLAY "OpgaveGDPRIndsigt: kunde " WS-KUNDE-ID
                   " findes ikke - anmodningen er logget som afvist"
               CLOSE IO-ERROR-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DIGITAL-FILE
           MOVE "DIGITAL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE DIGITAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM BYG-KONTO-TABEL
           PERFORM SKRIV-DOKUMENT-HOVED
           PERFORM SEKTION-KUNDE
           CLOSE KUNDE-FILE
           PERFORM SEKTION-ADRESSER
           PERFORM SEKTION-KONTI
           PERFORM SEKTION-KONTOEJERE
           PERFORM SEKTION-FULDMAGTER
           PERFORM SEKTION-SAMTYKKER
           PERFORM SEKTION-SKATTERESIDENS
           PERFORM SEKTION-KYC
           PERFORM SEKTION-RISIKO
           PERFORM SEKTION-SANKTION
           PERFORM SEKTION-REELLE-EJERE
           PERFORM SEKTION-LAAN
           PERFORM SEKTION-KORT
           PERFORM SEKTION-KLAGER
           PERFORM SEKTION-KOMMLOG
           PERFORM SEKTION-TRANSAKTIONER
           PERFORM SEKTION-HISTORIK
           PERFORM SEKTION-KUNDE-AUDIT
           PERFORM SEKTION-KONTO-AUDIT
           PERFORM SKRIV-DOKUMENT-FOD
           CLOSE DIGITAL-FILE

           MOVE WS-KUNDE-ID TO WS-KOMM-KUNDE-ID
           MOVE "GDPRINDSIGT" TO WS-KOMM-DOKTYPE
           MOVE "D" TO WS-KOMM-KANAL
           MOVE "GDPRIndsigtDigital.txt" TO WS-KOMM-FILREF
           PERFORM SKRIV-KOMMLOG
           PERFORM SKRIV-INDSIGT-LOG

           DISPLAY "OpgaveGDPRIndsigt: kunde " WS-KUNDE-ID ", "
               TR-ANTAL-OPLYSNINGER " oplysninger udleveret, frist "
               WS-FRIST-DATO

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE IO-ERROR-FILE
           STOP RUN.

      *****************************************************************
      * STEMPEL-DAGS-DATO                                             *
      * Formål: Sætter WS-DAGS-DATO ("ÅÅÅÅ-MM-DD") - forretnings-     *
      *         datoen hvis den er sat, ellers dags dato.             *
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
       EXIT.

       LAES-FORESPOERGSEL.
           OPEN INPUT FORESP-FILE
           IF FORESP-FILE-STATUS = "00"
               READ FORESP-FILE INTO FORESP-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GF-KUNDE-ID NOT = SPACES
                           MOVE "Y" TO WS-FORESP-OK
                           MOVE GF-KUNDE-ID TO WS-KUNDE-ID
                           MOVE GF-MODTAGET-DATO TO WS-MODTAGET-DATO
                       END-IF
               END-READ
               CLOSE FORESP-FILE
           END-IF
           IF WS-MODTAGET-DATO = SPACES
               MOVE WS-DAGS-DATO TO WS-MODTAGET-DATO
           END-IF
       EXIT.

      *****************************************************************
      * BEREGN-FRIST                                                  *
      * Formål: Fristen for at besvare anmodningen er én måned fra    *
      *         modtagelsen. En ugyldig modtagelsesdato erstattes af  *
      *         kørselsdatoen.                                        *
      *****************************************************************
       BEREGN-FRIST.
           IF WS-MODTAGET-DATO(1:4) IS NOT NUMERIC
               OR WS-MODTAGET-DATO(6:2) IS NOT NUMERIC
               OR WS-MODTAGET-DATO(9:2) IS NOT NUMERIC
               MOVE WS-DAGS-DATO TO WS-MODTAGET-DATO
           END-IF
           MOVE WS-MODTAGET-DATO(1:4) TO WS-FRIST-AAR
           MOVE WS-MODTAGET-DATO(6:2) TO WS-FRIST-MDR
           MOVE WS-MODTAGET-DATO(9:2) TO WS-FRIST-DAG
           IF WS-FRIST-MDR = 12
               MOVE 1 TO WS-FRIST-MDR
               ADD 1 TO WS-FRIST-AAR
           ELSE
               ADD 1 TO WS-FRIST-MDR
           END-IF
           COMPUTE WS-FRIST-NUM = WS-FRIST-AAR * 10000
               + WS-FRIST-MDR * 100 + WS-FRIST-DAG
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-FRIST-NUM)
                   = ZERO
                   OR WS-FRIST-DAG < 29
               SUBTRACT 1 FROM WS-FRIST-DAG
               COMPUTE WS-FRIST-NUM = WS-FRIST-AAR * 10000
                   + WS-FRIST-MDR * 100 + WS-FRIST-DAG
           END-PERFORM
           MOVE SPACES TO WS-FRIST-DATO
           STRING WS-FRIST-NUM(1:4) "-" WS-FRIST-NUM(5:2) "-"
               WS-FRIST-NUM(7:2) DELIMITED BY SIZE
               INTO WS-FRIST-DATO
       EXIT.

      *****************************************************************
      * BYG-KONTO-TABEL                                               *
      * Formål: Samler personens konti - dem personen ejer i          *
      *         KontoOpl og dem personen er medejer af i KontoEjere.  *
      *****************************************************************
       BYG-KONTO-TABEL.
           OPEN INPUT EJER-FILE
           IF EJER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ EJER-FILE INTO KONTOEJEROPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF EJER-KUNDE-ID = WS-KUNDE-ID
                               MOVE EJER-KONTO-ID TO WS-SOEG-KONTO-ID
                               PERFORM TILFOEJ-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EJER-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KONTO-FILE NEXT RECORD INTO KONTOOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KUNDE-ID IN KONTOOPL = WS-KUNDE-ID
                               MOVE KONTO-ID IN KONTOOPL
                                   TO WS-SOEG-KONTO-ID
                               PERFORM TILFOEJ-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTO-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       TILFOEJ-KONTO.
           PERFORM FIND-KONTO
           IF WS-KONTO-FUNDET = "N"
               IF KONTO-COUNT >= KONTO-MAX-ANTAL
                   DISPLAY "OpgaveGDPRIndsigt: KONTO-TABEL kapacitet "
                       "overskredet - konto " WS-SOEG-KONTO-ID
                       " er ikke medtaget"
                   ADD 1 TO WS-IO-ERROR-COUNT
               ELSE
                   ADD 1 TO KONTO-COUNT
                   MOVE WS-SOEG-KONTO-ID TO KT-KONTO-ID(KONTO-COUNT)
               END-IF
           END-IF
       EXIT.

       FIND-KONTO.
           MOVE "N" TO WS-KONTO-FUNDET
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KONTO-COUNT
               IF KT-KONTO-ID(KX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-KONTO-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-DOKUMENT-HOVED / SKRIV-DOKUMENT-FOD                     *
      * Formål: Digital Post-hovedet og dokumentets indledning og     *
      *         afslutning.                                           *
      *****************************************************************
       SKRIV-DOKUMENT-HOVED.
           STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                   WS-KUNDE-ID DELIMITED BY SPACE
                   " GDPRINDSIGT" DELIMITED BY SIZE
                   INTO DIGITAL-LINE
           PERFORM SKRIV-DIGITAL-LINE
           STRING "INDSIGT I REGISTREREDE PERSONOPLYSNINGER - KUNDE "
                   DELIMITED BY SIZE
                   WS-KUNDE-ID DELIMITED BY SPACE
                   INTO DIGITAL-LINE
           PERFORM SKRIV-DIGITAL-LINE
           STRING "ANMODNING MODTAGET " DELIMITED BY SIZE
                   WS-MODTAGET-DATO DELIMITED BY SIZE
                   " - UDARBEJDET " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO DIGITAL-LINE
           PERFORM SKRIV-DIGITAL-LINE
           STRING "NEDENFOR STAAR ALLE OPLYSNINGER VI HAR REGISTRERET "
                   DELIMITED BY SIZE
                   "OM DIG, ORDNET EFTER REGISTER." DELIMITED BY SIZE
                   INTO DIGITAL-LINE
           PERFORM SKRIV-DIGITAL-LINE
           PERFORM SKRIV-DIGITAL-LINE
       EXIT.

       SKRIV-DOKUMENT-FOD.
           STRING "I ALT " DELIMITED BY SIZE
                   TR-ANTAL-OPLYSNINGER DELIMITED BY SIZE
                   " REGISTREREDE OPLYSNINGER." DELIMITED BY SIZE
                   INTO DIGITAL-LINE
           PERFORM SKRIV-DIGITAL-LINE
           STRING "ER OPLYSNINGERNE FORKERTE, KAN DU BEDE OS RETTE "
                   DELIMITED BY SIZE
                   "DEM. DU KAN KLAGE TIL DATATILSYNET."
                   DELIMITED BY SIZE
                   INTO DIGITAL-LINE
           PERFORM SKRIV-DIGITAL-LINE
       EXIT.

      *****************************************************************
      * START-SEKTION / SLUT-SEKTION / SKRIV-OPLYSNING                *
      * Formål: Et afsnit pr. register: registrets navn og formål,    *
      *         en linje pr. oplysning (talt i WS-SEK-ANTAL og i      *
      *         alt), og en markering når registret intet har om      *
      *         personen.                                             *
      *****************************************************************
       START-SEKTION.
           MOVE ZERO TO WS-SEK-ANTAL
           STRING "REGISTER: " DELIMITED BY SIZE
                   WS-SEK-REGISTER DELIMITED BY SPACE
                   INTO DIGITAL-LINE
           PERFORM SKRIV-DIGITAL-LINE
           STRING "FORMAAL:  " DELIMITED BY SIZE
                   WS-SEK-FORMAAL DELIMITED BY "  "
                   INTO DIGITAL-LINE
           PERFORM SKRIV-DIGITAL-LINE
       EXIT.

       SLUT-SEKTION.
           IF WS-SEK-ANTAL = ZERO
               MOVE "  (INGEN OPLYSNINGER)" TO DIGITAL-LINE
               PERFORM SKRIV-DIGITAL-LINE
           END-IF
           PERFORM SKRIV-DIGITAL-LINE
       EXIT.

       SKRIV-OPLYSNING.
           ADD 1 TO WS-SEK-ANTAL
           ADD 1 TO TR-ANTAL-OPLYSNINGER
           PERFORM SKRIV-DIGITAL-LINE
       EXIT.

       SKRIV-DIGITAL-LINE.
           WRITE DIGITAL-LINE
           MOVE "DIGITAL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE DIGITAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO DIGITAL-LINE
       EXIT.

      *****************************************************************
      * SEKTION-KUNDE                                                 *
      * Formål: Stamoplysningerne fra Kundeoplysninger (recorden er   *
      *         allerede læst). CPR vises i maskeret form som på      *
      *         alle andre udskrifter.                                *
      *****************************************************************
       SEKTION-KUNDE.
           MOVE "Kundeoplysninger.txt" TO WS-SEK-REGISTER
           MOVE "STAMOPLYSNINGER TIL KUNDEFORHOLD, KONTAKT OG UDSKRIFT"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           STRING "  NAVN: " DELIMITED BY SIZE
                   FORNAVN DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   EFTERNAVN DELIMITED BY "  "
                   INTO DIGITAL-LINE
           PERFORM SKRIV-OPLYSNING
           STRING "  ADRESSE: " DELIMITED BY SIZE
                   VEJNAVN DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   HUSNR DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ETAGE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   SIDE DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   POSTNR DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CITY DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   LANDE-KODE DELIMITED BY SIZE
                   INTO DIGITAL-LINE
           PERFORM SKRIV-OPLYSNING
           STRING "  TELEFON: " DELIMITED BY SIZE
                   TELEFON DELIMITED BY SPACE
                   "  EMAIL: " DELIMITED BY SIZE
                   EMAIL DELIMITED BY SPACE
                   INTO DIGITAL-LINE
           PERFORM SKRIV-OPLYSNING
           IF KUNDE-CPR NOT = SPACES
               STRING "  CPR: " DELIMITED BY SIZE
                       KUNDE-CPR(1:7) DELIMITED BY SIZE
                       "XXXX" DELIMITED BY SIZE
                       INTO DIGITAL-LINE
               PERFORM SKRIV-OPLYSNING
           END-IF
           STRING "  STATUS: " DELIMITED BY SIZE
                   KUNDE-STATUS DELIMITED BY SIZE
                   "  SEGMENT: " DELIMITED BY SIZE
                   KUNDE-SEGMENT DELIMITED BY SIZE
                   "  LEVERING: " DELIMITED BY SIZE
                   KUNDE-LEVERING DELIMITED BY SIZE
                   "  ADRESSESTATUS: " DELIMITED BY SIZE
                   KUNDE-ADRESSE-STATUS DELIMITED BY SIZE
                   "  SPROG: " DELIMITED BY SIZE
                   KUNDE-SPROG DELIMITED BY SIZE
                   INTO DIGITAL-LINE
           PERFORM SKRIV-OPLYSNING
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-ADRESSER.
           MOVE "AdresseHistorik.txt" TO WS-SEK-REGISTER
           MOVE "TIDLIGERE ADRESSER, GEMT TIL KUNDEKENDSKAB OG SPORING"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT ADRHIST-FILE
           IF ADRHIST-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ ADRHIST-FILE INTO ADRHISTOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF AH-KUNDE-ID = WS-KUNDE-ID
                               STRING "  " DELIMITED BY SIZE
                                   AH-VEJNAVN DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   AH-HUSNR DELIMITED BY SPACE
                                   ", " DELIMITED BY SIZE
                                   AH-POSTNR DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   AH-CITY DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   AH-LANDE-KODE DELIMITED BY SIZE
                                   "  GYLDIG TIL: " DELIMITED BY SIZE
                                   AH-GYLDIG-TIL DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADRHIST-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-KONTI.
           MOVE "KontoOpl.txt" TO WS-SEK-REGISTER
           MOVE "DINE KONTI MED SALDO, TYPE OG STATUS"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT KONTO-FILE
           IF KONTO-FILE-STATUS = "00"
               PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KONTO-COUNT
                   MOVE KT-KONTO-ID(KX) TO KONTO-ID IN KONTOOPL
                   READ KONTO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BALANCE IN KONTOOPL
                               TO WS-BELOB-DISPLAY
                           STRING "  KONTO " DELIMITED BY SIZE
                               KONTO-ID IN KONTOOPL DELIMITED BY SPACE
                               " NR " DELIMITED BY SIZE
                               KONTONUMMER IN KONTOOPL
                                   DELIMITED BY SPACE
                               " IBAN " DELIMITED BY SIZE
                               KONTO-IBAN DELIMITED BY SPACE
                               " SALDO " DELIMITED BY SIZE
                               WS-BELOB-DISPLAY DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               VALUTAKODE IN KONTOOPL
                                   DELIMITED BY SIZE
                               " TYPE " DELIMITED BY SIZE
                               KONTO-TYPE DELIMITED BY SIZE
                               " STATUS " DELIMITED BY SIZE
                               KONTO-STATUS DELIMITED BY SIZE
                               " OPRETTET " DELIMITED BY SIZE
                               KONTO-OPRETTET-DATO DELIMITED BY SIZE
                               INTO DIGITAL-LINE
                           PERFORM SKRIV-OPLYSNING
                   END-READ
               END-PERFORM
               CLOSE KONTO-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-KONTOEJERE.
           MOVE "KontoEjere.txt" TO WS-SEK-REGISTER
           MOVE "KONTI DU EJER SAMMEN MED ANDRE, OG DIN ROLLE"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT EJER-FILE
           IF EJER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ EJER-FILE INTO KONTOEJEROPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF EJER-KUNDE-ID = WS-KUNDE-ID
                               STRING "  KONTO " DELIMITED BY SIZE
                                   EJER-KONTO-ID DELIMITED BY SPACE
                                   " ROLLE " DELIMITED BY SIZE
                                   EJER-ROLLE DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EJER-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

      * Både fuldmagter personen har fået, og fuldmagter andre har
      * fået til personens konti
       SEKTION-FULDMAGTER.
           MOVE "Fuldmagter.txt" TO WS-SEK-REGISTER
           MOVE "FULDMAGTER DU HAR FAAET, OG FULDMAGTER TIL DINE KONTI"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT FULDMAGT-FILE
           IF FULDMAGT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ FULDMAGT-FILE INTO FULDMAGTOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE FM-KONTO-ID TO WS-SOEG-KONTO-ID
                           PERFORM FIND-KONTO
                           IF FM-KUNDE-ID = WS-KUNDE-ID
                               OR WS-KONTO-FUNDET = "Y"
                               STRING "  KONTO " DELIMITED BY SIZE
                                   FM-KONTO-ID DELIMITED BY SPACE
                                   " FULDMAGTSHAVER " DELIMITED BY SIZE
                                   FM-KUNDE-ID DELIMITED BY SPACE
                                   " OMFANG " DELIMITED BY SIZE
                                   FM-OMFANG DELIMITED BY SIZE
                                   " GYLDIG " DELIMITED BY SIZE
                                   FM-GYLDIG-FRA DELIMITED BY SIZE
                                   " - " DELIMITED BY SIZE
                                   FM-GYLDIG-TIL DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FULDMAGT-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-SAMTYKKER.
           MOVE "Samtykker.txt" TO WS-SEK-REGISTER
           MOVE "DINE SAMTYKKER TIL MARKEDSFOERING, GIVET OG TRUKKET"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT SAMTYKKE-FILE
           IF SAMTYKKE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ SAMTYKKE-FILE INTO SAMTYKKEOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF SAMT-KUNDE-ID = WS-KUNDE-ID
                               STRING "  TYPE " DELIMITED BY SIZE
                                   SAMT-TYPE DELIMITED BY SIZE
                                   " STATUS " DELIMITED BY SIZE
                                   SAMT-STATUS DELIMITED BY SIZE
                                   " TIDSPUNKT " DELIMITED BY SIZE
                                   SAMT-TIDSPUNKT DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAMTYKKE-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-SKATTERESIDENS.
           MOVE "SkatteResidens.txt" TO WS-SEK-REGISTER
           MOVE "SKATTEMAESSIGT HJEMSTED TIL INDBERETNING (CRS/FATCA)"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT RESIDENS-FILE
           IF RESIDENS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ RESIDENS-FILE INTO SKATRESIDOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF SR-KUNDE-ID = WS-KUNDE-ID
                               STRING "  LAND " DELIMITED BY SIZE
                                   SR-LANDE-KODE DELIMITED BY SIZE
                                   " TIN " DELIMITED BY SIZE
                                   SR-TIN DELIMITED BY SPACE
                                   " SELVCERT. " DELIMITED BY SIZE
                                   SR-SELVCERT-DATO DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESIDENS-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-KYC.
           MOVE "KycTjekliste.txt" TO WS-SEK-REGISTER
           MOVE "LEGITIMATION OG KUNDEKENDSKAB EFTER HVIDVASKLOVEN"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT KYC-FILE
           IF KYC-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KYC-FILE INTO KYCOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KYC-KUNDE-ID = WS-KUNDE-ID
                               STRING "  ID-DOKUMENT " DELIMITED BY SIZE
                                   KYC-ID-DOK DELIMITED BY SIZE
                                   " ADRESSEDOK. " DELIMITED BY SIZE
                                   KYC-ADRESSE-DOK DELIMITED BY SIZE
                                   " AKTIVITETSERKL. " DELIMITED BY SIZE
                                   KYC-AKTIVITET-ERKL DELIMITED BY SIZE
                                   " SCREENET " DELIMITED BY SIZE
                                   KYC-SANKTION-SCREEN
                                       DELIMITED BY SIZE
                                   " OPRETTET " DELIMITED BY SIZE
                                   KYC-OPRETTET-DATO DELIMITED BY SIZE
                                   " STATUS " DELIMITED BY SIZE
                                   KYC-STATUS DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KYC-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-RISIKO.
           MOVE "RisikoKlassifikation.txt" TO WS-SEK-REGISTER
           MOVE "RISIKOVURDERING EFTER HVIDVASKLOVEN OG OPFOELGNING"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT RISIKO-FILE
           IF RISIKO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ RISIKO-FILE INTO RISIKOOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF RK-KUNDE-ID = WS-KUNDE-ID
                               STRING "  KLASSE " DELIMITED BY SIZE
                                   RK-KLASSE DELIMITED BY SIZE
                                   " POINT " DELIMITED BY SIZE
                                   RK-POINT DELIMITED BY SIZE
                                   " VURDERET " DELIMITED BY SIZE
                                   RK-SCORET-DATO DELIMITED BY SIZE
                                   " SENESTE OPFRISKNING "
                                       DELIMITED BY SIZE
                                   RK-SENESTE-KYC-DATO
                                       DELIMITED BY SIZE
                                   " NAESTE " DELIMITED BY SIZE
                                   RK-NAESTE-KYC-DATO
                                       DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RISIKO-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-SANKTION.
           MOVE "SanktionsHits.txt" TO WS-SEK-REGISTER
           MOVE "NAVNESAMMENFALD MED SANKTIONSLISTER TIL KONTROL"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT SANKTION-HIT-FILE
           IF SANKTION-HIT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ SANKTION-HIT-FILE INTO SANKTHITOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF HIT-KUNDE-ID = WS-KUNDE-ID
                               STRING "  NAVN " DELIMITED BY SIZE
                                   HIT-KUNDE-NAVN DELIMITED BY "  "
                                   " LISTENAVN " DELIMITED BY SIZE
                                   HIT-LISTE-NAVN DELIMITED BY "  "
                                   " SCORE " DELIMITED BY SIZE
                                   HIT-SCORE DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANKTION-HIT-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

      * Personen som reel ejer af en erhvervskunde
       SEKTION-REELLE-EJERE.
           MOVE "ReelleEjere.txt" TO WS-SEK-REGISTER
           MOVE "DIT EJERSKAB ELLER KONTROL I VIRKSOMHEDER VI BETJENER"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT REELEJER-FILE
           IF REELEJER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ REELEJER-FILE INTO REELEJEROPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF RE-EJER-KUNDE-ID = WS-KUNDE-ID
                               STRING "  VIRKSOMHED " DELIMITED BY SIZE
                                   RE-KUNDE-ID DELIMITED BY SPACE
                                   " EJERANDEL " DELIMITED BY SIZE
                                   RE-EJERANDEL DELIMITED BY SIZE
                                   " TYPE " DELIMITED BY SIZE
                                   RE-EJERTYPE DELIMITED BY SIZE
                                   " REGISTRERET " DELIMITED BY SIZE
                                   RE-REGISTRERET-DATO
                                       DELIMITED BY SIZE
                                   " OPHOERT " DELIMITED BY SIZE
                                   RE-OPHOERT-DATO DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REELEJER-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-LAAN.
           MOVE "Laan.txt" TO WS-SEK-REGISTER
           MOVE "DINE LAAN MED RESTGAELD, RENTE OG YDELSE"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT LAAN-FILE
           IF LAAN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ LAAN-FILE INTO LAANOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF LAAN-KUNDE-ID = WS-KUNDE-ID
                               MOVE LAAN-RESTGAELD TO WS-GAELD-DISPLAY
                               STRING "  LAAN " DELIMITED BY SIZE
                                   LAAN-ID DELIMITED BY SPACE
                                   " KONTO " DELIMITED BY SIZE
                                   LAAN-KONTO-ID DELIMITED BY SPACE
                                   " RESTGAELD " DELIMITED BY SIZE
                                   WS-GAELD-DISPLAY DELIMITED BY SIZE
                                   " RENTE " DELIMITED BY SIZE
                                   LAAN-RENTE DELIMITED BY SIZE
                                   " RESTANCER " DELIMITED BY SIZE
                                   LAAN-RESTANCER DELIMITED BY SIZE
                                   " STATUS " DELIMITED BY SIZE
                                   LAAN-STATUS DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

      * Kortnummeret vises kun med de sidste fire cifre
       SEKTION-KORT.
           MOVE "Kort.txt" TO WS-SEK-REGISTER
           MOVE "BETALINGSKORT TIL DINE KONTI MED GRAENSER OG STATUS"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT KORT-FILE
           IF KORT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KORT-FILE INTO KORTOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE KORT-KONTO-ID TO WS-SOEG-KONTO-ID
                           PERFORM FIND-KONTO
                           IF WS-KONTO-FUNDET = "Y"
                               STRING "  KORT XXXXXXXXXXXX"
                                       DELIMITED BY SIZE
                                   KORT-ID(13:4) DELIMITED BY SIZE
                                   " KONTO " DELIMITED BY SIZE
                                   KORT-KONTO-ID DELIMITED BY SPACE
                                   " STATUS " DELIMITED BY SIZE
                                   KORT-STATUS DELIMITED BY SIZE
                                   " UDLOEB " DELIMITED BY SIZE
                                   KORT-UDLOEB DELIMITED BY SIZE
                                   " DAGSGRAENSE " DELIMITED BY SIZE
                                   KORT-DAGS-GRAENSE DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORT-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-KLAGER.
           MOVE "Klagesager.txt" TO WS-SEK-REGISTER
           MOVE "DINE KLAGER OG DERES BEHANDLING"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT KLAGE-FILE
           IF KLAGE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KLAGE-FILE INTO KLAGEOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KLAG-KUNDE-ID = WS-KUNDE-ID
                               STRING "  SAG " DELIMITED BY SIZE
                                   KLAG-SAG-ID DELIMITED BY SPACE
                                   " KATEGORI " DELIMITED BY SIZE
                                   KLAG-KATEGORI DELIMITED BY SIZE
                                   " MODTAGET " DELIMITED BY SIZE
                                   KLAG-MODTAGET-DATO DELIMITED BY SIZE
                                   " BESVARET " DELIMITED BY SIZE
                                   KLAG-BESVARET-DATO DELIMITED BY SIZE
                                   " UDFALD " DELIMITED BY SIZE
                                   KLAG-UDFALD DELIMITED BY SIZE
                                   " STATUS " DELIMITED BY SIZE
                                   KLAG-STATUS DELIMITED BY SIZE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KLAGE-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

      *****************************************************************
      * SEKTION-KOMMLOG                                               *
      * Formål: Personens skrivelser i kommunikationsloggen - først   *
      *         de lukkede års generationer, ældste først, og så den  *
      *         levende fil. Den nyeste generation er højst           *
      *         indeværende år, og det indeværende og det foregående  *
      *         år er måske ikke lukket endnu; derfra bagud står      *
      *         generationerne i ubrudt række, så den første der      *
      *         mangler afslutter søgningen.                          *
      *****************************************************************
       SEKTION-KOMMLOG.
           MOVE "KommunikationsLog.txt" TO WS-SEK-REGISTER
           MOVE "BREVE OG BESKEDER VI HAR SENDT DIG, OG AD HVILKEN VEJ"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           MOVE WS-SYSDATO(1:4) TO WS-KL-TIL-AAR
           MOVE WS-KL-TIL-AAR TO WS-KL-FRA-AAR
           MOVE WS-KL-TIL-AAR TO WS-KL-AAR
           PERFORM UNTIL WS-KL-AAR = ZERO
               PERFORM SAET-KOMMLOG-GENERATION
               OPEN INPUT KOMMLOG-FILE
               IF KOMMLOG-FILE-STATUS = "00"
                   CLOSE KOMMLOG-FILE
                   MOVE WS-KL-AAR TO WS-KL-FRA-AAR
               ELSE
                   IF WS-KL-AAR < WS-KL-TIL-AAR - 1
                       EXIT PERFORM
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-KL-AAR
           END-PERFORM
           PERFORM VARYING WS-KL-AAR FROM WS-KL-FRA-AAR BY 1
                   UNTIL WS-KL-AAR > WS-KL-TIL-AAR
               PERFORM SAET-KOMMLOG-GENERATION
               PERFORM LAES-KOMMLOG
           END-PERFORM
           MOVE "KommunikationsLog.txt" TO WS-KOMMLOG-FILNAVN
           PERFORM LAES-KOMMLOG
           PERFORM SLUT-SEKTION
       EXIT.

       SAET-KOMMLOG-GENERATION.
           MOVE SPACES TO WS-KOMMLOG-FILNAVN
           STRING "KommunikationsLog." DELIMITED BY SIZE
                   WS-KL-AAR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-KOMMLOG-FILNAVN
       EXIT.

      * Én fil af loggen - en generation der ikke findes springes over
       LAES-KOMMLOG.
           OPEN INPUT KOMMLOG-FILE
           IF KOMMLOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KOMMLOG-FILE INTO KOMMLOGOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KL-KUNDE-ID = WS-KUNDE-ID
                               STRING "  " DELIMITED BY SIZE
                                   KL-DATO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   KL-DOKUMENTTYPE DELIMITED BY SPACE
                                   " KANAL " DELIMITED BY SIZE
                                   KL-KANAL DELIMITED BY SIZE
                                   " AFSENDER " DELIMITED BY SIZE
                                   KL-PROGRAM DELIMITED BY SPACE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KOMMLOG-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       SEKTION-TRANSAKTIONER.
           MOVE WS-TRANS-FILNAVN TO WS-SEK-REGISTER
           MOVE "DAGENS BEVAEGELSER PAA DINE KONTI"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT INPUT-TRANS-FILE
           IF INPUT-TRANS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INPUT-TRANS-FILE INTO TRANSAKTIONEROPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE KONTO-ID IN TRANSAKTIONEROPL
                               TO WS-SOEG-KONTO-ID
                           PERFORM FIND-KONTO
                           IF WS-KONTO-FUNDET = "Y"
                               STRING "  " DELIMITED BY SIZE
                                   TIDSPUNKT DELIMITED BY SIZE
                                   " KONTO " DELIMITED BY SIZE
                                   KONTO-ID IN TRANSAKTIONEROPL
                                       DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   TRANSAKTIONSTYPE DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   BELØB DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   VALUTA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   BUTIK DELIMITED BY "  "
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANS-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-HISTORIK.
           MOVE "TransaktionerHistorik" TO WS-SEK-REGISTER
           MOVE "TIDLIGERE BEVAEGELSER PAA DINE KONTI (ARKIV)"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT HISTORIK-FILE
           IF HISTORIK-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ HISTORIK-FILE INTO HISTORIKOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE HIST-KONTO-ID TO WS-SOEG-KONTO-ID
                           PERFORM FIND-KONTO
                           IF WS-KONTO-FUNDET = "Y"
                               STRING "  " DELIMITED BY SIZE
                                   HIST-TIDSPUNKT DELIMITED BY SIZE
                                   " KONTO " DELIMITED BY SIZE
                                   HIST-KONTO-ID DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   HIST-TRANSAKTIONSTYPE
                                       DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   HIST-BELOB DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   HIST-VALUTA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   HIST-BUTIK DELIMITED BY "  "
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIK-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

      * Revisionssporet viser hvornår og af hvem stamoplysningerne er
      * ændret - selve billedet er allerede dækket af afsnittene ovenfor
       SEKTION-KUNDE-AUDIT.
           MOVE "VedligeholdAudit.txt" TO WS-SEK-REGISTER
           MOVE "LOG OVER AENDRINGER I DINE STAMOPLYSNINGER"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT KUNDE-AUDIT-FILE
           IF KUNDE-AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KUNDE-AUDIT-FILE INTO KUNDE-AUDIT-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KAUD-IMAGE(1:10) = WS-KUNDE-ID
                               STRING "  " DELIMITED BY SIZE
                                   KAUD-TIDSPUNKT DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   KAUD-AKTION DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   KAUD-BILLEDE DELIMITED BY SPACE
                                   " MEDARBEJDER " DELIMITED BY SIZE
                                   KAUD-OPERATOER DELIMITED BY SPACE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDE-AUDIT-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

       SEKTION-KONTO-AUDIT.
           MOVE "KontoVedligeholdAudit.txt" TO WS-SEK-REGISTER
           MOVE "LOG OVER AENDRINGER PAA DINE KONTI"
               TO WS-SEK-FORMAAL
           PERFORM START-SEKTION
           OPEN INPUT KONTO-AUDIT-FILE
           IF KONTO-AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KONTO-AUDIT-FILE INTO KONTO-AUDIT-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF TAUD-IMAGE(1:10) = WS-KUNDE-ID
                               STRING "  " DELIMITED BY SIZE
                                   TAUD-TIDSPUNKT DELIMITED BY SIZE
                                   " KONTO " DELIMITED BY SIZE
                                   TAUD-IMAGE(11:10) DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   TAUD-AKTION DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   TAUD-BILLEDE DELIMITED BY SPACE
                                   " MEDARBEJDER " DELIMITED BY SIZE
                                   TAUD-OPERATOER DELIMITED BY SPACE
                                   INTO DIGITAL-LINE
                               PERFORM SKRIV-OPLYSNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTO-AUDIT-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM SLUT-SEKTION
       EXIT.

      *****************************************************************
      * SKRIV-INDSIGT-LOG                                             *
      * Formål: Tilføjer anmodningen til GDPRIndsigtLog.txt med       *
      *         modtagelses-, frist- og udleveringsdato.              *
      *****************************************************************
       SKRIV-INDSIGT-LOG.
           OPEN EXTEND INDSIGT-LOG-FILE
           IF INDSIGT-LOG-FILE-STATUS = "35"
               OPEN OUTPUT INDSIGT-LOG-FILE
           END-IF
           MOVE "INDSIGT-LOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE INDSIGT-LOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           INITIALIZE GDPRINDSIGTOPL
           MOVE WS-KUNDE-ID      TO GI-KUNDE-ID
           MOVE WS-MODTAGET-DATO TO GI-MODTAGET-DATO
           MOVE WS-FRIST-DATO    TO GI-FRIST-DATO
           MOVE WS-DAGS-DATO     TO GI-UDFOERT-DATO
           IF WS-KUNDE-FUNDET = "Y"
               MOVE "U" TO GI-STATUS
               MOVE "GDPRIndsigtDigital.txt" TO GI-FIL-REF
           ELSE
               MOVE "A" TO GI-STATUS
           END-IF
           IF WS-DAGS-DATO > WS-FRIST-DATO
               MOVE "J" TO GI-FRIST-BRUDT
           ELSE
               MOVE "N" TO GI-FRIST-BRUDT
           END-IF
           MOVE TR-ANTAL-OPLYSNINGER TO GI-ANTAL-OPLYSNINGER
           WRITE GDPRINDSIGTOPL
           MOVE "INDSIGT-LOG-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"            TO WS-IO-OPERATION
           MOVE INDSIGT-LOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           CLOSE INDSIGT-LOG-FILE
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
               MOVE "KontoOpl.txt"         TO WS-KONTO-FILNAVN
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
               MOVE "Transaktioner.txt"    TO WS-TRANS-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-KOMMLOG                                                 *
      * Formaal: Tilfoejer en record til den faelles, voksende        *
      *          kommunikationslog for den netop afsendte             *
      *          skrivelse - kunde, dato, program, dokumenttype,      *
      *          kanal og leverancefil.                               *
      *****************************************************************
       SKRIV-KOMMLOG.
           MOVE "KommunikationsLog.txt" TO WS-KOMMLOG-FILNAVN
           OPEN EXTEND KOMMLOG-FILE
           IF KOMMLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOMMLOG-FILE
           END-IF
           IF KOMMLOG-FILE-STATUS = "00"
               IF WS-KOMM-DATO = ZERO
                   ACCEPT WS-KOMM-DATO FROM DATE YYYYMMDD
               END-IF
               MOVE WS-KOMM-KUNDE-ID TO KL-KUNDE-ID
               MOVE SPACES TO KL-DATO
               STRING WS-KOMM-DATO(1:4) "-" WS-KOMM-DATO(5:2) "-"
                   WS-KOMM-DATO(7:2) DELIMITED BY SIZE
                   INTO KL-DATO
               MOVE "OPGAVEGDPRINDSIGT" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.

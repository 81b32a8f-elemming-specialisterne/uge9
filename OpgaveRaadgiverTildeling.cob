      *****************************************************************
      * PROGRAM-ID: OPGAVERAADGIVERTILDELING                          *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Vedligeholder kundernes tildeling til en rådgiver *
      *             i KundeRaadgivere.txt. Filialernes tildelinger    *
      *             ("T") anvendes fra RaadgiverTrans.txt med         *
      *             ikrafttrædelsesdato; den forrige tildeling        *
      *             lukkes, så historikken bevares. Er en rådgiver    *
      *             gået på orlov eller fratrådt (RGV-STATUS i        *
      *             Raadgivere.txt, gældende fra RGV-STATUS-DATO),    *
      *             flyttes hele porteføljen til filialens øvrige     *
      *             aktive rådgivere: kunderne tages i rækkefølge     *
      *             efter samlet engagement (indlån plus udlån, den   *
      *             største først), og hver kunde gives til den       *
      *             rådgiver med plads der har færrest kunder - ved   *
      *             lige antal den med mindst samlet engagement - så  *
      *             porteføljerne udjævnes både i antal og i          *
      *             engagement. Kunder der ikke kan flyttes, fordi    *
      *             filialen ikke har en aktiv rådgiver med plads,    *
      *             bliver hos rådgiveren og meldes i rapporten.      *
      *             RETURN-CODE 4 ved afviste transaktioner eller     *
      *             kunder der ikke kunne flyttes, 8 ved I/O-fejl     *
      *             eller fuld tabel.                                 *
      * INPUT:      Raadgivere.txt    - Rådgiverregistret             *
      *             KundeRaadgivere.txt - Tildelingerne               *
      *             RaadgiverTrans.txt - Filialernes tildelinger      *
      *             Operatoerer.txt   - Operatørregistret             *
      *             Kundeoplysninger.txt - Kundestamdata              *
      *             KontoOpl.txt      - Indlån og kontoens filial     *
      *             Laan.txt          - Udlån                         *
      *             BusinessDato.txt  - Forretningsdatoen             *
      * OUTPUT:     KundeRaadgivere.txt - Opdaterede tildelinger      *
      *             RaadgiverTildeling-Rapport.txt - Tildelinger,     *
      *                                 flytninger og afvisninger     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveRaadgiverTildeling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAADGIVER-FILE ASSIGN TO "Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-FILE-STATUS.
           SELECT TILDELING-FILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILDELING-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "RaadgiverTrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
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
           SELECT RAPPORT-FILE
               ASSIGN TO "RaadgiverTildeling-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "RaadgiverTildeling-IOFejl.txt"
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

       FD TRANS-FILE.
       01 RAADGTRANSOPL.
           COPY "RAADGTRANSOPL.cpy".

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

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-RAADGIVER PIC X VALUE "N".
       01 END-OF-TILDELING PIC X VALUE "N".
       01 END-OF-TRANS     PIC X VALUE "N".
       01 END-OF-OPERATOER PIC X VALUE "N".
       01 END-OF-KONTO-FILE PIC X VALUE "N".
       01 END-OF-LAAN-FILE PIC X VALUE "N".

      * Rådgiverregistret med hver rådgivers åbne portefølje - antal
      * kunder og samlet engagement (se TAEL-PORTEFOELJER)
       01 RGV-MAX-ANTAL    PIC 9(3) VALUE 500.
       01 RGV-COUNT        PIC 9(3) VALUE ZERO.
       01 RGV-OVERFLOW     PIC X VALUE "N".
       01 RGV-ARRAY OCCURS 500 TIMES.
           COPY "RAADGIVEROPL.cpy"
               REPLACING LEADING ==RGV-== BY ==RR-==.
       01 RGV-PORTEFOELJE.
           02 RP-ENTRY OCCURS 500 TIMES.
               03 RP-ANTAL        PIC 9(05).
               03 RP-ENGAGEMENT   PIC 9(11)V99.
       01 RR-IX            PIC 9(3) VALUE ZERO.
       01 WS-RR-FUNDET     PIC X VALUE "N".
       01 WS-FRA-IX        PIC 9(3) VALUE ZERO.
       01 WS-BEDSTE-IX     PIC 9(3) VALUE ZERO.
       01 WS-SOEG-RAADGIVER PIC X(08) VALUE SPACES.

      * Tildelingerne loades, opdateres og skrives samlet tilbage
       01 TD-MAX-ANTAL     PIC 9(5) VALUE 20000.
       01 TD-COUNT         PIC 9(5) VALUE ZERO.
       01 TD-OVERFLOW      PIC X VALUE "N".
       01 TD-ARRAY OCCURS 20000 TIMES.
           COPY "RAADGTILDOPL.cpy"
               REPLACING LEADING ==TD-== BY ==TA-==.
       01 TA-IX            PIC 9(5) VALUE ZERO.
       01 WS-AABEN-IX      PIC 9(5) VALUE ZERO.

      * Aktive operatører - indtasteren skal findes her
       01 OP-MAX-ANTAL     PIC 9(3) VALUE 500.
       01 OP-COUNT         PIC 9(3) VALUE ZERO.
       01 OP-OVERFLOW      PIC X VALUE "N".
       01 OP-TABEL.
           02 OP-ENTRY OCCURS 500 TIMES.
               03 OT-OPERATOER-ID PIC X(08).
               03 OT-STATUS       PIC X(01).
       01 OT-IX            PIC 9(3) VALUE ZERO.
       01 WS-OT-FUNDET     PIC X VALUE "N".

      * Kundernes samlede engagement - indlån (positive saldi) plus
      * udlån (lånenes restgæld og overtræk på konti)
       01 KE-MAX-ANTAL     PIC 9(5) VALUE 10000.
       01 KE-COUNT         PIC 9(5) VALUE ZERO.
       01 KE-OVERFLOW      PIC X VALUE "N".
       01 KE-TABEL.
           02 KE-ENTRY OCCURS 10000 TIMES.
               03 KE-KUNDE-ID     PIC X(10).
               03 KE-ENGAGEMENT   PIC 9(11)V99.
       01 KE-IX            PIC 9(5) VALUE ZERO.
       01 WS-SOEG-KUNDE    PIC X(10) VALUE SPACES.
       01 WS-ENGAGEMENT    PIC 9(11)V99 VALUE ZERO.

      * Porteføljen der flyttes fra en rådgiver (se FLYT-PORTEFOELJE)
       01 FL-MAX-ANTAL     PIC 9(5) VALUE 5000.
       01 FL-COUNT         PIC 9(5) VALUE ZERO.
       01 FL-TABEL.
           02 FL-ENTRY OCCURS 5000 TIMES.
               03 FL-TA-IX        PIC 9(05).
               03 FL-ENGAGEMENT   PIC 9(11)V99.
               03 FL-BEHANDLET    PIC X(01).
       01 FL-IX            PIC 9(5) VALUE ZERO.
       01 WS-STOERSTE-IX   PIC 9(5) VALUE ZERO.

       01 WS-FLYT-DATO     PIC X(10) VALUE SPACES.
       01 WS-FLYT-AARSAG   PIC X(01) VALUE SPACES.
       01 WS-GYLDIG-FRA    PIC X(10) VALUE SPACES.
       01 WS-AFVIS-AARSAG  PIC X(34) VALUE SPACES.
       01 WS-TIDLIGERE     PIC X(08) VALUE SPACES.

       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO       PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO     PIC X(10) VALUE SPACES.

      * Totaler
       01 TR-ANTAL-TRANS      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-TILDELT    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FLYTTET    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-IKKE-FLYTTET PIC 9(5) VALUE ZERO.

       01 WS-ANTAL-DISPLAY   PIC Z(4)9.
       01 WS-ANTAL-DISPLAY-2 PIC Z(4)9.
       01 WS-BELOB-DISPLAY   PIC Z(10)9.99.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 RAADGIVER-FILE-STATUS PIC XX VALUE "00".
       01 TILDELING-FILE-STATUS PIC XX VALUE "00".
       01 TRANS-FILE-STATUS     PIC XX VALUE "00".
       01 OPERATOER-FILE-STATUS PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS     PIC XX VALUE "00".
       01 KONTO-FILE-STATUS     PIC XX VALUE "00".
       01 LAAN-FILE-STATUS      PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS   PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS  PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION       PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS          PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT     PIC 9(5) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Registrene forbliver udaterede, da de lever
      * på tværs af kørselsdage.
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
           STRING "RAADGIVERTILDELING " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM LOAD-RAADGIVERE
           PERFORM LOAD-OPERATOERER
           PERFORM LOAD-ENGAGEMENT
           PERFORM LOAD-TILDELINGER
           PERFORM TAEL-PORTEFOELJER
           PERFORM BEHANDL-TRANSAKTIONER
           PERFORM VARYING WS-FRA-IX FROM 1 BY 1
                   UNTIL WS-FRA-IX > RGV-COUNT
               IF (RR-ORLOV(WS-FRA-IX) OR RR-FRATRAADT(WS-FRA-IX))
                   AND (RR-STATUS-DATO(WS-FRA-IX) = SPACES
                       OR RR-STATUS-DATO(WS-FRA-IX) <= WS-DAGS-DATO)
                   AND RP-ANTAL(WS-FRA-IX) > ZERO
                   PERFORM FLYT-PORTEFOELJE
               END-IF
           END-PERFORM
           IF TD-OVERFLOW = "N" AND RGV-OVERFLOW = "N"
               PERFORM SKRIV-TILDELINGER
           END-IF
           PERFORM TRAILER

           DISPLAY "OpgaveRaadgiverTildeling: " TR-ANTAL-TILDELT
               " tildelt, " TR-ANTAL-AFVIST " afvist, "
               TR-ANTAL-FLYTTET " flyttet, " TR-ANTAL-IKKE-FLYTTET
               " ikke flyttet"
           IF TD-OVERFLOW = "Y" OR RGV-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: tabelkapacitet overskredet - "
                   "tildelingerne er ikke opdateret"
           END-IF

           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   OR TD-OVERFLOW = "Y" OR RGV-OVERFLOW = "Y"
                   OR OP-OVERFLOW = "Y" OR KE-OVERFLOW = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-AFVIST > ZERO
                   OR TR-ANTAL-IKKE-FLYTTET > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
                               MOVE ZERO TO RP-ANTAL(RGV-COUNT)
                                   RP-ENGAGEMENT(RGV-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAADGIVER-FILE
       EXIT.

      *****************************************************************
      * LOAD-OPERATOERER                                              *
      * Formål: Læser operatørregistret ind i OP-TABEL.               *
      *****************************************************************
       LOAD-OPERATOERER.
           OPEN INPUT OPERATOER-FILE
           MOVE "OPERATOER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE OPERATOER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF OPERATOER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OPERATOER = "Y"
               READ OPERATOER-FILE
                   AT END
                       MOVE "Y" TO END-OF-OPERATOER
                   NOT AT END
                       IF OP-COUNT >= OP-MAX-ANTAL
                           MOVE "Y" TO OP-OVERFLOW
                       ELSE
                           ADD 1 TO OP-COUNT
                           MOVE OP-OPERATOER-ID
                               TO OT-OPERATOER-ID(OP-COUNT)
                           MOVE OP-STATUS TO OT-STATUS(OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOER-FILE
       EXIT.

      *****************************************************************
      * LOAD-ENGAGEMENT                                               *
      * Formål: Opgør hver kundes samlede engagement: positive        *
      *         kontosaldi (indlån), overtræk på konti og lånenes     *
      *         restgæld (udlån) lægges sammen pr. KUNDE-ID.          *
      *****************************************************************
       LOAD-ENGAGEMENT.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KONTO-FILE = "Y"
                   READ KONTO-FILE
                       AT END
                           MOVE "Y" TO END-OF-KONTO-FILE
                       NOT AT END
                           MOVE KUNDE-ID IN KONTOOPL TO WS-SOEG-KUNDE
                           IF BALANCE IN KONTOOPL < ZERO
                               COMPUTE WS-ENGAGEMENT =
                                   ZERO - BALANCE IN KONTOOPL
                           ELSE
                               MOVE BALANCE IN KONTOOPL
                                   TO WS-ENGAGEMENT
                           END-IF
                           PERFORM OPDATER-ENGAGEMENT
                   END-READ
               END-PERFORM
               CLOSE KONTO-FILE
           END-IF

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
                           MOVE LAAN-KUNDE-ID   TO WS-SOEG-KUNDE
                           MOVE LAAN-RESTGAELD  TO WS-ENGAGEMENT
                           PERFORM OPDATER-ENGAGEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAAN-FILE
       EXIT.

       OPDATER-ENGAGEMENT.
           PERFORM FIND-KUNDE-ENGAGEMENT
           IF KE-IX > ZERO
               ADD WS-ENGAGEMENT TO KE-ENGAGEMENT(KE-IX)
               EXIT PARAGRAPH
           END-IF
           IF KE-COUNT >= KE-MAX-ANTAL
               MOVE "Y" TO KE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KE-COUNT
           MOVE WS-SOEG-KUNDE TO KE-KUNDE-ID(KE-COUNT)
           MOVE WS-ENGAGEMENT TO KE-ENGAGEMENT(KE-COUNT)
       EXIT.

      * KE-IX peger på kunden WS-SOEG-KUNDE, nul hvis ukendt
       FIND-KUNDE-ENGAGEMENT.
           PERFORM VARYING KE-IX FROM 1 BY 1 UNTIL KE-IX > KE-COUNT
               IF KE-KUNDE-ID(KE-IX) = WS-SOEG-KUNDE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE ZERO TO KE-IX
       EXIT.

      *****************************************************************
      * LOAD-TILDELINGER                                              *
      * Formål: Læser KundeRaadgivere.txt ind i TD-ARRAY. Findes      *
      *         filen ikke (første kørsel), er der ingen tildelinger. *
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
                           IF TD-COUNT >= TD-MAX-ANTAL
                               MOVE "Y" TO TD-OVERFLOW
                           ELSE
                               ADD 1 TO TD-COUNT
                               MOVE RAADGTILDOPL TO TD-ARRAY(TD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILDELING-FILE
       EXIT.

      *****************************************************************
      * TAEL-PORTEFOELJER                                             *
      * Formål: Tæller hver rådgivers åbne portefølje - tildelinger   *
      *         uden GYLDIG-TIL, også dem der først træder i kraft    *
      *         senere - i antal kunder og samlet engagement.         *
      *****************************************************************
       TAEL-PORTEFOELJER.
           PERFORM VARYING TA-IX FROM 1 BY 1 UNTIL TA-IX > TD-COUNT
               IF TA-GYLDIG-TIL(TA-IX) = SPACES
                   MOVE TA-RAADGIVER-ID(TA-IX) TO WS-SOEG-RAADGIVER
                   PERFORM FIND-RAADGIVER
                   IF WS-RR-FUNDET = "Y"
                       MOVE TA-KUNDE-ID(TA-IX) TO WS-SOEG-KUNDE
                       PERFORM TILFOEJ-PORTEFOELJE
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      * Kunden WS-SOEG-KUNDE lægges til rådgiver RR-IX's portefølje
       TILFOEJ-PORTEFOELJE.
           ADD 1 TO RP-ANTAL(RR-IX)
           PERFORM FIND-KUNDE-ENGAGEMENT
           IF KE-IX > ZERO
               ADD KE-ENGAGEMENT(KE-IX) TO RP-ENGAGEMENT(RR-IX)
           END-IF
       EXIT.

      * Kunden WS-SOEG-KUNDE trækkes fra rådgiver RR-IX's portefølje
       FRATRAEK-PORTEFOELJE.
           IF RP-ANTAL(RR-IX) > ZERO
               SUBTRACT 1 FROM RP-ANTAL(RR-IX)
           END-IF
           PERFORM FIND-KUNDE-ENGAGEMENT
           IF KE-IX > ZERO
               IF RP-ENGAGEMENT(RR-IX) > KE-ENGAGEMENT(KE-IX)
                   SUBTRACT KE-ENGAGEMENT(KE-IX)
                       FROM RP-ENGAGEMENT(RR-IX)
               ELSE
                   MOVE ZERO TO RP-ENGAGEMENT(RR-IX)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-RAADGIVER                                                *
      * Formål: Slår rådgiveren WS-SOEG-RAADGIVER op i RGV-ARRAY;     *
      *         RR-IX peger på den når WS-RR-FUNDET = "Y".            *
      *****************************************************************
       FIND-RAADGIVER.
           MOVE "N" TO WS-RR-FUNDET
           PERFORM VARYING RR-IX FROM 1 BY 1 UNTIL RR-IX > RGV-COUNT
               IF RR-RAADGIVER-ID(RR-IX) = WS-SOEG-RAADGIVER
                   MOVE "Y" TO WS-RR-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * BEHANDL-TRANSAKTIONER                                         *
      * Formål: Anvender filialernes tildelinger fra                  *
      *         RaadgiverTrans.txt. Mangler filen, er der ingen.      *
      *****************************************************************
       BEHANDL-TRANSAKTIONER.
           OPEN INPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-TRANS = "Y"
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       IF TDT-KODE NOT = SPACES
                           ADD 1 TO TR-ANTAL-TRANS
                           PERFORM ANVEND-TRANSAKTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDE-FILE
           CLOSE TRANS-FILE
       EXIT.

      *****************************************************************
      * ANVEND-TRANSAKTION                                            *
      * Formål: Tildeler kunden rådgiveren fra GYLDIG-FRA. Afvises    *
      *         hvis operatøren er ukendt eller spærret, kunden er    *
      *         ukendt, slettet eller anonymiseret, rådgiveren ikke   *
      *         er aktiv eller har fuld portefølje, datoen ligger     *
      *         før i dag, eller kunden allerede har rådgiveren.      *
      *         En åben tildeling der endnu ikke er trådt i kraft     *
      *         på den nye dato, erstattes; ellers lukkes den.        *
      *****************************************************************
       ANVEND-TRANSAKTION.
           MOVE "N" TO WS-OT-FUNDET
           PERFORM VARYING OT-IX FROM 1 BY 1 UNTIL OT-IX > OP-COUNT
               IF OT-OPERATOER-ID(OT-IX) = TDT-OPERATOER
                   AND OT-STATUS(OT-IX) = "A"
                   MOVE "Y" TO WS-OT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OT-FUNDET = "N"
               MOVE "UKENDT ELLER SPAERRET OPERATOER"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF NOT TDT-TILDEL
               MOVE "UKENDT TRANSAKTIONSKODE" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           MOVE TDT-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE "UKENDT KUNDE" TO WS-AFVIS-AARSAG
                   PERFORM AFVIS-TRANSAKTION
                   EXIT PARAGRAPH
           END-READ
           IF KUNDE-SLETTET OR KUNDE-ANONYMISERET
               MOVE "KUNDEN ER SLETTET" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           MOVE TDT-RAADGIVER-ID TO WS-SOEG-RAADGIVER
           PERFORM FIND-RAADGIVER
           IF WS-RR-FUNDET = "N"
               MOVE "UKENDT RAADGIVER" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF NOT RR-AKTIV(RR-IX)
               MOVE "RAADGIVEREN ER IKKE AKTIV" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF TDT-GYLDIG-FRA = SPACES
               MOVE WS-DAGS-DATO TO WS-GYLDIG-FRA
           ELSE
               MOVE TDT-GYLDIG-FRA TO WS-GYLDIG-FRA
           END-IF
           IF WS-GYLDIG-FRA < WS-DAGS-DATO
               MOVE "GYLDIG-FRA LIGGER FOER I DAG" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF

      *    Kundens åbne tildeling
           MOVE ZERO TO WS-AABEN-IX
           PERFORM VARYING TA-IX FROM 1 BY 1 UNTIL TA-IX > TD-COUNT
               IF TA-KUNDE-ID(TA-IX) = TDT-KUNDE-ID
                   AND TA-GYLDIG-TIL(TA-IX) = SPACES
                   MOVE TA-IX TO WS-AABEN-IX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TIDLIGERE
           IF WS-AABEN-IX > ZERO
               MOVE TA-RAADGIVER-ID(WS-AABEN-IX) TO WS-TIDLIGERE
           END-IF
           IF WS-TIDLIGERE = TDT-RAADGIVER-ID
               MOVE "KUNDEN HAR ALLEREDE RAADGIVEREN"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF RR-KAPACITET(RR-IX) IS NUMERIC
               AND RP-ANTAL(RR-IX) >= RR-KAPACITET(RR-IX)
               MOVE "RAADGIVEREN HAR FULD PORTEFOELJE"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF WS-AABEN-IX = ZERO
               OR TA-GYLDIG-FRA(WS-AABEN-IX) < WS-GYLDIG-FRA
               IF TD-COUNT >= TD-MAX-ANTAL
                   MOVE "Y" TO TD-OVERFLOW
                   MOVE "TILDELINGSTABELLEN ER FULD"
                       TO WS-AFVIS-AARSAG
                   PERFORM AFVIS-TRANSAKTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Den hidtidige rådgiver mister kunden
           MOVE TDT-KUNDE-ID TO WS-SOEG-KUNDE
           IF WS-AABEN-IX > ZERO
               MOVE WS-TIDLIGERE TO WS-SOEG-RAADGIVER
               PERFORM FIND-RAADGIVER
               IF WS-RR-FUNDET = "Y"
                   PERFORM FRATRAEK-PORTEFOELJE
               END-IF
               MOVE TDT-RAADGIVER-ID TO WS-SOEG-RAADGIVER
               PERFORM FIND-RAADGIVER
           END-IF
           IF WS-AABEN-IX > ZERO
               AND TA-GYLDIG-FRA(WS-AABEN-IX) >= WS-GYLDIG-FRA
               MOVE WS-AABEN-IX TO TA-IX
           ELSE
               IF WS-AABEN-IX > ZERO
                   MOVE WS-GYLDIG-FRA TO TA-GYLDIG-TIL(WS-AABEN-IX)
               END-IF
               ADD 1 TO TD-COUNT
               MOVE TD-COUNT TO TA-IX
           END-IF
           MOVE TDT-KUNDE-ID     TO TA-KUNDE-ID(TA-IX)
           MOVE TDT-RAADGIVER-ID TO TA-RAADGIVER-ID(TA-IX)
           MOVE WS-GYLDIG-FRA    TO TA-GYLDIG-FRA(TA-IX)
           MOVE SPACES           TO TA-GYLDIG-TIL(TA-IX)
           MOVE "T"              TO TA-AARSAG(TA-IX)
           PERFORM TILFOEJ-PORTEFOELJE
           ADD 1 TO TR-ANTAL-TILDELT

           MOVE SPACES TO RAPPORT-LINE
           STRING "TILDELT   KUNDE " DELIMITED BY SIZE
                   TDT-KUNDE-ID DELIMITED BY SIZE
                   " RAADGIVER " DELIMITED BY SIZE
                   TDT-RAADGIVER-ID DELIMITED BY SIZE
                   " FRA " DELIMITED BY SIZE
                   WS-GYLDIG-FRA DELIMITED BY SIZE
                   " TIDL. " DELIMITED BY SIZE
                   WS-TIDLIGERE DELIMITED BY SIZE
                   " AF " DELIMITED BY SIZE
                   TDT-OPERATOER DELIMITED BY SPACE
                   INTO RAPPORT-LINE
           IF WS-TIDLIGERE = SPACES
               MOVE "(INGEN)" TO RAPPORT-LINE(62:7)
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       AFVIS-TRANSAKTION.
           ADD 1 TO TR-ANTAL-AFVIST
           MOVE SPACES TO RAPPORT-LINE
           STRING "AFVIST    KUNDE " DELIMITED BY SIZE
                   TDT-KUNDE-ID DELIMITED BY SIZE
                   " RAADGIVER " DELIMITED BY SIZE
                   TDT-RAADGIVER-ID DELIMITED BY SIZE
                   " AF " DELIMITED BY SIZE
                   TDT-OPERATOER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AFVIS-AARSAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * FLYT-PORTEFOELJE                                              *
      * Formål: Flytter den åbne portefølje fra rådgiver WS-FRA-IX,   *
      *         der er gået på orlov eller fratrådt. Kunderne tages   *
      *         med det største engagement først, og hver kunde gives *
      *         til den aktive rådgiver i samme filial med plads der  *
      *         har færrest kunder, ved lige antal mindst engagement. *
      *         Den gamle tildeling lukkes på flyttedatoen - i dag,   *
      *         eller tildelingens egen GYLDIG-FRA hvis den først     *
      *         træder i kraft senere.                                *
      *****************************************************************
       FLYT-PORTEFOELJE.
           MOVE ZERO TO FL-COUNT
           PERFORM VARYING TA-IX FROM 1 BY 1 UNTIL TA-IX > TD-COUNT
               IF TA-GYLDIG-TIL(TA-IX) = SPACES
                   AND TA-RAADGIVER-ID(TA-IX)
                       = RR-RAADGIVER-ID(WS-FRA-IX)
                   AND FL-COUNT < FL-MAX-ANTAL
                   ADD 1 TO FL-COUNT
                   MOVE TA-IX TO FL-TA-IX(FL-COUNT)
                   MOVE "N"   TO FL-BEHANDLET(FL-COUNT)
                   MOVE ZERO  TO FL-ENGAGEMENT(FL-COUNT)
                   MOVE TA-KUNDE-ID(TA-IX) TO WS-SOEG-KUNDE
                   PERFORM FIND-KUNDE-ENGAGEMENT
                   IF KE-IX > ZERO
                       MOVE KE-ENGAGEMENT(KE-IX)
                           TO FL-ENGAGEMENT(FL-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF RR-ORLOV(WS-FRA-IX)
               MOVE "O" TO WS-FLYT-AARSAG
           ELSE
               MOVE "F" TO WS-FLYT-AARSAG
           END-IF

           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE RP-ANTAL(WS-FRA-IX) TO WS-ANTAL-DISPLAY
           STRING "PORTEFOELJE FLYTTES FRA " DELIMITED BY SIZE
                   RR-RAADGIVER-ID(WS-FRA-IX) DELIMITED BY SIZE
                   " FILIAL " DELIMITED BY SIZE
                   RR-FILIAL-NR(WS-FRA-IX) DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   RR-STATUS(WS-FRA-IX) DELIMITED BY SIZE
                   " KUNDER " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM FL-COUNT TIMES
               MOVE ZERO TO WS-STOERSTE-IX
               PERFORM VARYING FL-IX FROM 1 BY 1 UNTIL FL-IX > FL-COUNT
                   IF FL-BEHANDLET(FL-IX) = "N"
                       IF WS-STOERSTE-IX = ZERO
                           MOVE FL-IX TO WS-STOERSTE-IX
                       ELSE
                           IF FL-ENGAGEMENT(FL-IX)
                               > FL-ENGAGEMENT(WS-STOERSTE-IX)
                               MOVE FL-IX TO WS-STOERSTE-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "J" TO FL-BEHANDLET(WS-STOERSTE-IX)
               MOVE FL-TA-IX(WS-STOERSTE-IX) TO WS-AABEN-IX
               PERFORM FLYT-KUNDE
           END-PERFORM
       EXIT.

      *****************************************************************
      * FLYT-KUNDE                                                    *
      * Formål: Flytter tildeling WS-AABEN-IX til den rådgiver        *
      *         VAELG-MODTAGER finder. Uden modtager bliver kunden    *
      *         hos den hidtidige rådgiver og meldes.                 *
      *****************************************************************
       FLYT-KUNDE.
           MOVE TA-KUNDE-ID(WS-AABEN-IX) TO WS-SOEG-KUNDE
           PERFORM FIND-KUNDE-ENGAGEMENT
           MOVE ZERO TO WS-ENGAGEMENT
           IF KE-IX > ZERO
               MOVE KE-ENGAGEMENT(KE-IX) TO WS-ENGAGEMENT
           END-IF
           MOVE WS-ENGAGEMENT TO WS-BELOB-DISPLAY
           PERFORM VAELG-MODTAGER
           IF WS-BEDSTE-IX = ZERO
               ADD 1 TO TR-ANTAL-IKKE-FLYTTET
               MOVE SPACES TO RAPPORT-LINE
               STRING "  IKKE FLYTTET KUNDE " DELIMITED BY SIZE
                       WS-SOEG-KUNDE DELIMITED BY SIZE
                       " ENGAGEMENT " DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       " - INGEN AKTIV RAADGIVER MED PLADS"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF TD-COUNT >= TD-MAX-ANTAL
               MOVE "Y" TO TD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           IF TA-GYLDIG-FRA(WS-AABEN-IX) > WS-DAGS-DATO
               MOVE TA-GYLDIG-FRA(WS-AABEN-IX) TO WS-FLYT-DATO
           ELSE
               MOVE WS-DAGS-DATO TO WS-FLYT-DATO
           END-IF
           MOVE WS-FLYT-DATO TO TA-GYLDIG-TIL(WS-AABEN-IX)
           ADD 1 TO TD-COUNT
           MOVE WS-SOEG-KUNDE TO TA-KUNDE-ID(TD-COUNT)
           MOVE RR-RAADGIVER-ID(WS-BEDSTE-IX)
               TO TA-RAADGIVER-ID(TD-COUNT)
           MOVE WS-FLYT-DATO   TO TA-GYLDIG-FRA(TD-COUNT)
           MOVE SPACES         TO TA-GYLDIG-TIL(TD-COUNT)
           MOVE WS-FLYT-AARSAG TO TA-AARSAG(TD-COUNT)

           MOVE WS-FRA-IX TO RR-IX
           PERFORM FRATRAEK-PORTEFOELJE
           MOVE WS-BEDSTE-IX TO RR-IX
           PERFORM TILFOEJ-PORTEFOELJE
           ADD 1 TO TR-ANTAL-FLYTTET

           MOVE SPACES TO RAPPORT-LINE
           STRING "  FLYTTET KUNDE " DELIMITED BY SIZE
                   WS-SOEG-KUNDE DELIMITED BY SIZE
                   " ENGAGEMENT " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   " TIL " DELIMITED BY SIZE
                   RR-RAADGIVER-ID(WS-BEDSTE-IX) DELIMITED BY SIZE
                   " FRA " DELIMITED BY SIZE
                   WS-FLYT-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * VAELG-MODTAGER                                                *
      * Formål: Finder den aktive rådgiver i samme filial som         *
      *         rådgiver WS-FRA-IX, der har plads i porteføljen og    *
      *         færrest kunder - ved lige antal den med mindst        *
      *         samlet engagement. WS-BEDSTE-IX er nul hvis ingen.    *
      *****************************************************************
       VAELG-MODTAGER.
           MOVE ZERO TO WS-BEDSTE-IX
           PERFORM VARYING RR-IX FROM 1 BY 1 UNTIL RR-IX > RGV-COUNT
               IF RR-AKTIV(RR-IX)
                   AND RR-IX NOT = WS-FRA-IX
                   AND RR-FILIAL-NR(RR-IX) = RR-FILIAL-NR(WS-FRA-IX)
                   AND RR-KAPACITET(RR-IX) IS NUMERIC
                   AND RP-ANTAL(RR-IX) < RR-KAPACITET(RR-IX)
                   PERFORM VURDER-MODTAGER
               END-IF
           END-PERFORM
       EXIT.

       VURDER-MODTAGER.
           IF WS-BEDSTE-IX = ZERO
               MOVE RR-IX TO WS-BEDSTE-IX
               EXIT PARAGRAPH
           END-IF
           IF RP-ANTAL(RR-IX) < RP-ANTAL(WS-BEDSTE-IX)
               MOVE RR-IX TO WS-BEDSTE-IX
               EXIT PARAGRAPH
           END-IF
           IF RP-ANTAL(RR-IX) = RP-ANTAL(WS-BEDSTE-IX)
               AND RP-ENGAGEMENT(RR-IX) < RP-ENGAGEMENT(WS-BEDSTE-IX)
               MOVE RR-IX TO WS-BEDSTE-IX
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-TILDELINGER                                             *
      * Formål: Skriver alle tildelinger tilbage til                  *
      *         KundeRaadgivere.txt.                                  *
      *****************************************************************
       SKRIV-TILDELINGER.
           OPEN OUTPUT TILDELING-FILE
           MOVE "TILDELING-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE TILDELING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF TILDELING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TA-IX FROM 1 BY 1 UNTIL TA-IX > TD-COUNT
               MOVE TD-ARRAY(TA-IX) TO RAADGTILDOPL
               WRITE RAADGTILDOPL
               MOVE "TILDELING-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"          TO WS-IO-OPERATION
               MOVE TILDELING-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE TILDELING-FILE
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Afslutter rapporten med hver rådgivers åbne           *
      *         portefølje efter kørslen og kørslens totaler.         *
      *****************************************************************
       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "RAADGIVER FILIAL STATUS KAPACITET   KUNDER"
               TO RAPPORT-LINE
           MOVE "ENGAGEMENT" TO RAPPORT-LINE(48:10)
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING RR-IX FROM 1 BY 1 UNTIL RR-IX > RGV-COUNT
               MOVE RP-ANTAL(RR-IX)      TO WS-ANTAL-DISPLAY
               MOVE RP-ENGAGEMENT(RR-IX) TO WS-BELOB-DISPLAY
               STRING RR-RAADGIVER-ID(RR-IX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       RR-FILIAL-NR(RR-IX) DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       RR-STATUS(RR-IX) DELIMITED BY SIZE
                       "           " DELIMITED BY SIZE
                       RR-KAPACITET(RR-IX) DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-TRANS   TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-TILDELT TO WS-ANTAL-DISPLAY-2
           STRING "TRANSAKTIONER " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   "  TILDELT " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           MOVE TR-ANTAL-AFVIST TO WS-ANTAL-DISPLAY
           STRING "  AFVIST " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE(41:20)
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-FLYTTET      TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-IKKE-FLYTTET TO WS-ANTAL-DISPLAY-2
           STRING "KUNDER FLYTTET " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   "  IKKE FLYTTET " DELIMITED BY SIZE
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

      *****************************************************************
      * PROGRAM-ID: OPGAVEINTEGRITET                                  *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Ugentlig referentiel integritetskontrol af        *
      *             satellitregistrene. Efter sammenlægninger,        *
      *             lukninger og GDPR-anonymiseringer har ingen       *
      *             kontrolleret om registrene stadig peger på        *
      *             levende parter. Hver KONTO-ID slås op i KontoOpl  *
      *             (ukendt eller KONTO-LUKKET) og hvert KUNDE-ID i   *
      *             Kundeoplysninger (ukendt, sammenlagt via          *
      *             KunderMergeArkiv.txt, slettet eller KUNDE-        *
      *             ANONYMISERET). Fundene grupperes pr. register     *
      *             med postens id, om posten er aktiv, og en         *
      *             foreslået handling - fx at ophøre en aktiv post   *
      *             på en lukket konto eller flytte den til den       *
      *             overlevende kunde. Køres ugentligt, ikke i        *
      *             OPGBATCH. RETURN-CODE 4 når der er fund, 8 ved    *
      *             I/O-fejl eller fuld arbejdstabel.                 *
      * INPUT:      Kundeoplysninger.txt, KontoOpl.txt - Parterne     *
      *             KunderMergeArkiv.txt - Sammenlagte kunder         *
      *             Kort, Mandater, FasteOverfoersler, Laan, Kredit-  *
      *             rammer, Fuldmagter, KontoEjere, OpsparingsMaal,   *
      *             SweepRegler, Udlaeg, Garantier, Husstande,        *
      *             Reservationer, ReelleEjere, TppSamtykker,         *
      *             Erhverv, PrisOverrides, BSOriginationRegister,    *
      *             KycTjekliste, Samtykker, Operatoerer og Bokse     *
      *             (.txt)                                            *
      * OUTPUT:     Integritet-Rapport.txt - Fund pr. register        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveIntegritet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT ARKIV-FILE ASSIGN TO "KunderMergeArkiv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-FILE-STATUS.
           SELECT KORT-FILE ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KORT-FILE-STATUS.
           SELECT MANDAT-FILE ASSIGN TO "Mandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDAT-FILE-STATUS.
           SELECT FASTOVER-FILE ASSIGN TO "FasteOverfoersler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FASTOVER-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT KREDIT-FILE ASSIGN TO "Kreditrammer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KREDIT-FILE-STATUS.
           SELECT FULDMAGT-FILE ASSIGN TO "Fuldmagter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FULDMAGT-FILE-STATUS.
           SELECT EJER-FILE ASSIGN TO "KontoEjere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJER-FILE-STATUS.
           SELECT MAAL-FILE ASSIGN TO "OpsparingsMaal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAAL-FILE-STATUS.
           SELECT SWEEP-FILE ASSIGN TO "SweepRegler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEP-FILE-STATUS.
           SELECT UDLAEG-FILE ASSIGN TO "Udlaeg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDLAEG-FILE-STATUS.
           SELECT GARANTI-FILE ASSIGN TO "Garantier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARANTI-FILE-STATUS.
           SELECT BOKS-FILE ASSIGN TO "Bokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKS-FILE-STATUS.
           SELECT HUSSTAND-FILE ASSIGN TO "Husstande.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUSSTAND-FILE-STATUS.
           SELECT RESERV-FILE ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERV-FILE-STATUS.
           SELECT REELEJER-FILE ASSIGN TO "ReelleEjere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REELEJER-FILE-STATUS.
           SELECT TPP-FILE ASSIGN TO "TppSamtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TPP-FILE-STATUS.
           SELECT ERHVERV-FILE ASSIGN TO "Erhverv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "PrisOverrides.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
           SELECT BSORIG-FILE ASSIGN TO "BSOriginationRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BSORIG-FILE-STATUS.
           SELECT KYC-FILE ASSIGN TO "KycTjekliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-FILE-STATUS.
           SELECT SAMTYKKE-FILE ASSIGN TO "Samtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAMTYKKE-FILE-STATUS.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Integritet-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "Integritet-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

      * Arkivet fra OpgaveKundeMerge: den absorberede kundes record
      * (KUNDE-ID først) med den overlevendes KUNDE-ID foran
       FD ARKIV-FILE.
       01 ARKIV-RECORD.
           02 ARKIV-FLETTET-TIL PIC X(10).
           02 ARKIV-IMAGE       PIC X(250).

       FD KORT-FILE.
       01 KORTOPL.
           COPY "KORTOPL.cpy".

       FD MANDAT-FILE.
       01 MANDATOPL.
           COPY "MANDATOPL.cpy".

       FD FASTOVER-FILE.
       01 FASTOVEROPL.
           COPY "FASTOVEROPL.cpy".

       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD KREDIT-FILE.
       01 KREDITRAMMEOPL.
           COPY "KREDITRAMMEOPL.cpy".

       FD FULDMAGT-FILE.
       01 FULDMAGTOPL.
           COPY "FULDMAGTOPL.cpy".

       FD EJER-FILE.
       01 KONTOEJEROPL.
           COPY "KONTOEJEROPL.cpy".

       FD MAAL-FILE.
       01 OPSPMAALOPL.
           COPY "OPSPMAALOPL.cpy".

       FD SWEEP-FILE.
       01 SWEEPREGELOPL.
           COPY "SWEEPREGELOPL.cpy".

       FD UDLAEG-FILE.
       01 UDLAEGOPL.
           COPY "UDLAEGOPL.cpy".

       FD GARANTI-FILE.
       01 GARANTIOPL.
           COPY "GARANTIOPL.cpy".

       FD BOKS-FILE.
       01 BOKSOPL.
           COPY "BOKSOPL.cpy".

       FD HUSSTAND-FILE.
       01 HUSSTANDOPL.
           COPY "HUSSTANDOPL.cpy".

       FD RESERV-FILE.
       01 RESERVATIONOPL.
           COPY "RESERVATIONOPL.cpy".

       FD REELEJER-FILE.
       01 REELEJEROPL.
           COPY "REELEJEROPL.cpy".

       FD TPP-FILE.
       01 TPPSAMTYKKEOPL.
           COPY "TPPSAMTYKKEOPL.cpy".

       FD ERHVERV-FILE.
       01 ERHVERVOPL.
           COPY "ERHVERVOPL.cpy".

       FD OVERRIDE-FILE.
       01 PRISOVERRIDEOPL.
           COPY "PRISOVERRIDEOPL.cpy".

       FD BSORIG-FILE.
       01 BSORIGOPL.
           COPY "BSORIGOPL.cpy".

       FD KYC-FILE.
       01 KYCOPL.
           COPY "KYCOPL.cpy".

       FD SAMTYKKE-FILE.
       01 SAMTYKKEOPL.
           COPY "SAMTYKKEOPL.cpy".

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(132) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE        PIC X VALUE "N".
       01 WS-TABEL-FULD      PIC X VALUE "N".

      * Kunderne med status
       01 KU-MAX-ANTAL       PIC 9(4) VALUE 5000.
       01 KU-COUNT           PIC 9(4) VALUE ZERO.
       01 KU-TABEL.
           02 KU-ENTRY OCCURS 5000 TIMES.
               03 KU-KUNDE-ID    PIC X(10).
               03 KU-STATUS      PIC X(01).
       01 KU-IX              PIC 9(4) VALUE ZERO.

      * Konti med status
       01 KT-MAX-ANTAL       PIC 9(4) VALUE 5000.
       01 KT-COUNT           PIC 9(4) VALUE ZERO.
       01 KT-TABEL.
           02 KT-ENTRY OCCURS 5000 TIMES.
               03 KT-KONTO-ID    PIC X(10).
               03 KT-STATUS      PIC X(01).
       01 KT-IX              PIC 9(4) VALUE ZERO.

      * Sammenlagte kunder: absorberet -> overlevende
       01 MG-MAX-ANTAL       PIC 9(4) VALUE 1000.
       01 MG-COUNT           PIC 9(4) VALUE ZERO.
       01 MG-TABEL.
           02 MG-ENTRY OCCURS 1000 TIMES.
               03 MG-KUNDE-ID    PIC X(10).
               03 MG-FLETTET-TIL PIC X(10).
       01 MG-IX              PIC 9(4) VALUE ZERO.

      * Registret og posten der kontrolleres
       01 WS-REG-NAVN        PIC X(26) VALUE SPACES.
       01 WS-REG-MANGLER     PIC X VALUE "N".
       01 WS-REG-LAEST       PIC 9(7) VALUE ZERO.
       01 WS-REG-FUND        PIC 9(5) VALUE ZERO.
       01 WS-POST-ID         PIC X(20) VALUE SPACES.
       01 WS-BX-IX           PIC 9(1) VALUE ZERO.
       01 WS-POST-AKTIV      PIC X VALUE "J".
       01 WS-REF-ID          PIC X(10) VALUE SPACES.
       01 WS-REF-TYPE        PIC X(05) VALUE SPACES.
       01 WS-FUND            PIC X(24) VALUE SPACES.
       01 WS-HANDLING        PIC X(40) VALUE SPACES.
       01 WS-TPP-IX          PIC 9(1) VALUE ZERO.

       01 TR-ANTAL-REGISTRE  PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-LAEST     PIC 9(9) VALUE ZERO.
       01 TR-ANTAL-FUND      PIC 9(7) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 KUNDE-FILE-STATUS          PIC XX VALUE "00".
       01 KONTO-FILE-STATUS          PIC XX VALUE "00".
       01 ARKIV-FILE-STATUS          PIC XX VALUE "00".
       01 KORT-FILE-STATUS           PIC XX VALUE "00".
       01 MANDAT-FILE-STATUS         PIC XX VALUE "00".
       01 FASTOVER-FILE-STATUS       PIC XX VALUE "00".
       01 LAAN-FILE-STATUS           PIC XX VALUE "00".
       01 KREDIT-FILE-STATUS         PIC XX VALUE "00".
       01 FULDMAGT-FILE-STATUS       PIC XX VALUE "00".
       01 EJER-FILE-STATUS           PIC XX VALUE "00".
       01 MAAL-FILE-STATUS           PIC XX VALUE "00".
       01 SWEEP-FILE-STATUS          PIC XX VALUE "00".
       01 UDLAEG-FILE-STATUS         PIC XX VALUE "00".
       01 GARANTI-FILE-STATUS        PIC XX VALUE "00".
       01 BOKS-FILE-STATUS           PIC XX VALUE "00".
       01 HUSSTAND-FILE-STATUS       PIC XX VALUE "00".
       01 RESERV-FILE-STATUS         PIC XX VALUE "00".
       01 REELEJER-FILE-STATUS       PIC XX VALUE "00".
       01 TPP-FILE-STATUS            PIC XX VALUE "00".
       01 ERHVERV-FILE-STATUS        PIC XX VALUE "00".
       01 OVERRIDE-FILE-STATUS       PIC XX VALUE "00".
       01 BSORIG-FILE-STATUS         PIC XX VALUE "00".
       01 KYC-FILE-STATUS            PIC XX VALUE "00".
       01 SAMTYKKE-FILE-STATUS       PIC XX VALUE "00".
       01 OPERATOER-FILE-STATUS      PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS        PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS       PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME            PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION            PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS               PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT          PIC 9(5) VALUE ZERO.

      * Referencedatoen - forretningsdatoen hvis sat, ellers dags
      * dato. Stamdatafilerne bærer forretningsdatoen i navnet.
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO        PIC X(10) VALUE SPACES.
       01 WS-KUNDE-FILNAVN   PIC X(40) VALUE "Kundeoplysninger.txt".
       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-REF-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-KUNDER
           PERFORM LOAD-KONTI
           PERFORM LOAD-SAMMENLAGTE
           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveIntegritet: arbejdstabel fuld - "
                   "kontrollen er ikke foretaget"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "REFERENTIEL INTEGRITET - SATELLITREGISTRE MOD "
                   "KUNDER OG KONTI " DELIMITED BY SIZE
                   WS-REF-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "KUNDER: " DELIMITED BY SIZE
                   KU-COUNT DELIMITED BY SIZE
                   "  KONTI: " DELIMITED BY SIZE
                   KT-COUNT DELIMITED BY SIZE
                   "  SAMMENLAGTE: " DELIMITED BY SIZE
                   MG-COUNT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM KONTROLLER-KORT
           PERFORM KONTROLLER-MANDAT
           PERFORM KONTROLLER-FASTOVER
           PERFORM KONTROLLER-LAAN
           PERFORM KONTROLLER-KREDIT
           PERFORM KONTROLLER-FULDMAGT
           PERFORM KONTROLLER-EJER
           PERFORM KONTROLLER-MAAL
           PERFORM KONTROLLER-SWEEP
           PERFORM KONTROLLER-UDLAEG
           PERFORM KONTROLLER-GARANTI
           PERFORM KONTROLLER-HUSSTAND
           PERFORM KONTROLLER-RESERV
           PERFORM KONTROLLER-REELEJER
           PERFORM KONTROLLER-TPP
           PERFORM KONTROLLER-ERHVERV
           PERFORM KONTROLLER-OVERRIDE
           PERFORM KONTROLLER-BSORIG
           PERFORM KONTROLLER-KYC
           PERFORM KONTROLLER-SAMTYKKE
           PERFORM KONTROLLER-OPERATOER
           PERFORM KONTROLLER-BOKS

           PERFORM SKRIV-RAPPORT-LINE
           STRING "REGISTRE: " DELIMITED BY SIZE
                   TR-ANTAL-REGISTRE DELIMITED BY SIZE
                   "  POSTER LAEST: " DELIMITED BY SIZE
                   TR-ANTAL-LAEST DELIMITED BY SIZE
                   "  FUND: " DELIMITED BY SIZE
                   TR-ANTAL-FUND DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           CLOSE RAPPORT-FILE

           DISPLAY "OpgaveIntegritet: registre " TR-ANTAL-REGISTRE
               " poster " TR-ANTAL-LAEST " fund " TR-ANTAL-FUND

           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-FUND > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * LOAD-KUNDER                                                   *
      * Formål: Læser KUNDE-ID og KUNDE-STATUS for alle kunder        *
      *****************************************************************
       LOAD-KUNDER.
           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KUNDE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KUNDE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KU-COUNT >= KU-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO KU-COUNT
                           MOVE KUNDE-ID OF KUNDEOPL
                               TO KU-KUNDE-ID(KU-COUNT)
                           MOVE KUNDE-STATUS TO KU-STATUS(KU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDE-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       LOAD-KONTI.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KONTO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KT-COUNT >= KT-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO KT-COUNT
                           MOVE KONTO-ID OF KONTOOPL
                               TO KT-KONTO-ID(KT-COUNT)
                           MOVE KONTO-STATUS TO KT-STATUS(KT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       LOAD-SAMMENLAGTE.
           OPEN INPUT ARKIV-FILE
           IF ARKIV-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "ARKIV-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE ARKIV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ARKIV-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF MG-COUNT >= MG-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO MG-COUNT
                           MOVE ARKIV-IMAGE(1:10)
                               TO MG-KUNDE-ID(MG-COUNT)
                           MOVE ARKIV-FLETTET-TIL
                               TO MG-FLETTET-TIL(MG-COUNT)
                       END-IF
               END-READ
               MOVE "ARKIV-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE ARKIV-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE ARKIV-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * START-REGISTER / SLUT-REGISTER                                *
      * Formål: Overskrift og optælling pr. register, så fundene      *
      *         står grupperet pr. register i rapporten               *
      *****************************************************************
       START-REGISTER.
           ADD 1 TO TR-ANTAL-REGISTRE
           MOVE ZERO TO WS-REG-LAEST
           MOVE ZERO TO WS-REG-FUND
           MOVE "N" TO WS-REG-MANGLER
           PERFORM SKRIV-RAPPORT-LINE
           STRING "REGISTER " DELIMITED BY SIZE
                   WS-REG-NAVN DELIMITED BY SPACE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SLUT-REGISTER.
           ADD WS-REG-LAEST TO TR-ANTAL-LAEST
           IF WS-REG-MANGLER = "Y"
               MOVE "    (REGISTRET FINDES IKKE)" TO RAPPORT-LINE
           ELSE
               STRING "    POSTER: " DELIMITED BY SIZE
                       WS-REG-LAEST DELIMITED BY SIZE
                       "  FUND: " DELIMITED BY SIZE
                       WS-REG-FUND DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * KONTROLLER-<register>                                         *
      * Formål: Én paragraf pr. satellitregister: læser registret,    *
      *         afgør om posten er aktiv og kontrollerer hver         *
      *         KONTO-ID/KUNDE-ID den peger på                        *
      *****************************************************************
       KONTROLLER-KORT.
           MOVE "Kort.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT KORT-FILE
           IF KORT-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "KORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE KORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KORT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE KORT-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF NOT KORT-LUKKET AND NOT KORT-UDLOEBET
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE KORT-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "KORT-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE KORT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KORT-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-MANDAT.
           MOVE "Mandater.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT MANDAT-FILE
           IF MANDAT-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "MANDAT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE MANDAT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MANDAT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE MANDAT-KREDITOR-NR TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF MANDAT-AKTIV
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE MANDAT-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "MANDAT-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE MANDAT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE MANDAT-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-FASTOVER.
           MOVE "FasteOverfoersler.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT FASTOVER-FILE
           IF FASTOVER-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "FASTOVER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE FASTOVER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ FASTOVER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE FO-KONTO-ID TO WS-POST-ID
                       MOVE "J" TO WS-POST-AKTIV
                       MOVE FO-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "FASTOVER-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE FASTOVER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE FASTOVER-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-LAAN.
           MOVE "Laan.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT LAAN-FILE
           IF LAAN-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LAAN-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE LAAN-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF LAAN-RESTGAELD > ZERO
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE LAAN-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
                       MOVE LAAN-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE LAAN-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-KREDIT.
           MOVE "Kreditrammer.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT KREDIT-FILE
           IF KREDIT-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "KREDIT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE KREDIT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KREDIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE KR-KONTO-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF KR-BELOB > ZERO
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE KR-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "KREDIT-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE KREDIT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KREDIT-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-FULDMAGT.
           MOVE "Fuldmagter.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT FULDMAGT-FILE
           IF FULDMAGT-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "FULDMAGT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE FULDMAGT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ FULDMAGT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE FM-KONTO-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF FM-GYLDIG-TIL = SPACES
                           OR FM-GYLDIG-TIL >= WS-REF-DATO
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE FM-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
                       MOVE FM-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
               END-READ
               MOVE "FULDMAGT-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE FULDMAGT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE FULDMAGT-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-EJER.
           MOVE "KontoEjere.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT EJER-FILE
           IF EJER-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "EJER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE EJER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EJER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE EJER-KONTO-ID TO WS-POST-ID
                       MOVE "J" TO WS-POST-AKTIV
                       MOVE EJER-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
                       MOVE EJER-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
               END-READ
               MOVE "EJER-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE EJER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE EJER-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-MAAL.
           MOVE "OpsparingsMaal.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT MAAL-FILE
           IF MAAL-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "MAAL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE MAAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MAAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE OM-MAAL-NAVN TO WS-POST-ID
                       MOVE "J" TO WS-POST-AKTIV
                       MOVE OM-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "MAAL-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE MAAL-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE MAAL-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-SWEEP.
           MOVE "SweepRegler.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT SWEEP-FILE
           IF SWEEP-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "SWEEP-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE SWEEP-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SWEEP-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE SW-FRA-KONTO-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF SW-ER-AKTIV
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE SW-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
                       MOVE SW-FRA-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
                       MOVE SW-TIL-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "SWEEP-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE SWEEP-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SWEEP-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-UDLAEG.
           MOVE "Udlaeg.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT UDLAEG-FILE
           IF UDLAEG-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "UDLAEG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE UDLAEG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ UDLAEG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE UL-SAGSREF TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF UL-AKTIV
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE UL-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "UDLAEG-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE UDLAEG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE UDLAEG-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-GARANTI.
           MOVE "Garantier.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT GARANTI-FILE
           IF GARANTI-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "GARANTI-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE GARANTI-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GARANTI-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE GA-GARANTI-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF GA-AKTIV
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE GA-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
                       MOVE GA-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "GARANTI-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE GARANTI-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE GARANTI-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

      * Ledige og opsagte bokse har ingen lejer at kontrollere;
      * medlejerne kontrolleres som kunder på lige fod med lejeren
       KONTROLLER-BOKS.
           MOVE "Bokse.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT BOKS-FILE
           IF BOKS-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "BOKS-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE BOKS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BOKS-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       IF BX-UDLEJET OR BX-TIL-BORING
                           PERFORM KONTROLLER-BOKS-POST
                       END-IF
               END-READ
               MOVE "BOKS-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE BOKS-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE BOKS-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-BOKS-POST.
           MOVE SPACES TO WS-POST-ID
           STRING BX-FILIAL-NR "/" BX-BOKS-NR DELIMITED BY SIZE
               INTO WS-POST-ID
           MOVE "J" TO WS-POST-AKTIV
           MOVE BX-KUNDE-ID TO WS-REF-ID
           PERFORM KONTROLLER-KUNDE-REF
           MOVE BX-KONTO-ID TO WS-REF-ID
           PERFORM KONTROLLER-KONTO-REF
           PERFORM VARYING WS-BX-IX FROM 1 BY 1 UNTIL WS-BX-IX > 3
               IF BX-MEDLEJER-ID(WS-BX-IX) NOT = SPACES
                   MOVE BX-MEDLEJER-ID(WS-BX-IX) TO WS-REF-ID
                   PERFORM KONTROLLER-KUNDE-REF
               END-IF
           END-PERFORM
       EXIT.

       KONTROLLER-HUSSTAND.
           MOVE "Husstande.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT HUSSTAND-FILE
           IF HUSSTAND-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "HUSSTAND-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE HUSSTAND-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HUSSTAND-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE HH-HUSSTAND-ID TO WS-POST-ID
                       MOVE "J" TO WS-POST-AKTIV
                       MOVE HH-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
               END-READ
               MOVE "HUSSTAND-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE HUSSTAND-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE HUSSTAND-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-RESERV.
           MOVE "Reservationer.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT RESERV-FILE
           IF RESERV-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "RESERV-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE RESERV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RESERV-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE RES-AUTH-TIDSPUNKT TO WS-POST-ID
                       MOVE "J" TO WS-POST-AKTIV
                       MOVE RES-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "RESERV-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE RESERV-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE RESERV-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-REELEJER.
           MOVE "ReelleEjere.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT REELEJER-FILE
           IF REELEJER-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "REELEJER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE REELEJER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REELEJER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE RE-KUNDE-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF RE-OPHOERT-DATO = SPACES
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE RE-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
                       MOVE RE-EJER-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
               END-READ
               MOVE "REELEJER-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE REELEJER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE REELEJER-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-TPP.
           MOVE "TppSamtykker.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT TPP-FILE
           IF TPP-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "TPP-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE TPP-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TPP-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE TPP-SAMTYKKE-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF TPP-AKTIV
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE TPP-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
                       PERFORM VARYING WS-TPP-IX FROM 1 BY 1
                               UNTIL WS-TPP-IX > 5
                           MOVE TPP-KONTO-ID(WS-TPP-IX) TO WS-REF-ID
                           PERFORM KONTROLLER-KONTO-REF
                       END-PERFORM
               END-READ
               MOVE "TPP-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE TPP-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE TPP-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-ERHVERV.
           MOVE "Erhverv.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT ERHVERV-FILE
           IF ERHVERV-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "ERHVERV-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE ERHVERV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ERHVERV-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE EV-CVR TO WS-POST-ID
                       MOVE "J" TO WS-POST-AKTIV
                       MOVE EV-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
               END-READ
               MOVE "ERHVERV-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE ERHVERV-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE ERHVERV-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-OVERRIDE.
           MOVE "PrisOverrides.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "OVERRIDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE OVERRIDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OVERRIDE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE PO-KUNDE-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF PO-UDLOEB-DATO = SPACES
                           OR PO-UDLOEB-DATO >= WS-REF-DATO
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE PO-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
                       MOVE PO-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "OVERRIDE-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE OVERRIDE-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE OVERRIDE-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-BSORIG.
           MOVE "BSOriginationRegister.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT BSORIG-FILE
           IF BSORIG-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "BSORIG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE BSORIG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BSORIG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE BSO-KRAV-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF BSO-UDESTAAENDE
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE BSO-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
                       MOVE BSO-AFREGN-KONTO-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KONTO-REF
               END-READ
               MOVE "BSORIG-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE BSORIG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE BSORIG-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-KYC.
           MOVE "KycTjekliste.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT KYC-FILE
           IF KYC-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "KYC-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE KYC-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KYC-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE KYC-KUNDE-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF NOT KYC-LUKKET
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE KYC-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
               END-READ
               MOVE "KYC-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE KYC-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KYC-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-SAMTYKKE.
           MOVE "Samtykker.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT SAMTYKKE-FILE
           IF SAMTYKKE-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "SAMTYKKE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE SAMTYKKE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SAMTYKKE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE SAMT-KUNDE-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF SAMT-GIVET
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE SAMT-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
               END-READ
               MOVE "SAMTYKKE-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE SAMTYKKE-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SAMTYKKE-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

       KONTROLLER-OPERATOER.
           MOVE "Operatoerer.txt" TO WS-REG-NAVN
           PERFORM START-REGISTER
           OPEN INPUT OPERATOER-FILE
           IF OPERATOER-FILE-STATUS = "35"
               MOVE "Y" TO WS-REG-MANGLER
               PERFORM SLUT-REGISTER
               EXIT PARAGRAPH
           END-IF
           MOVE "OPERATOER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN" TO WS-IO-OPERATION
           MOVE OPERATOER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OPERATOER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LAEST
                       MOVE OP-OPERATOER-ID TO WS-POST-ID
                       MOVE "N" TO WS-POST-AKTIV
                       IF OP-AKTIV
                           MOVE "J" TO WS-POST-AKTIV
                       END-IF
                       MOVE OP-KUNDE-ID TO WS-REF-ID
                       PERFORM KONTROLLER-KUNDE-REF
               END-READ
               MOVE "OPERATOER-FILE" TO WS-IO-FILE-NAME
               MOVE "READ" TO WS-IO-OPERATION
               MOVE OPERATOER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE OPERATOER-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM SLUT-REGISTER
       EXIT.

      *****************************************************************
      * KONTROLLER-KONTO-REF                                          *
      * Formål: Slår WS-REF-ID op blandt kontiene. En ukendt eller    *
      *         lukket konto meldes med foreslået handling; en        *
      *         aktiv post på en lukket konto skal ophøre, en         *
      *         inaktiv kan blot ryddes op.                           *
      *****************************************************************
       KONTROLLER-KONTO-REF.
           IF WS-REF-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "KONTO" TO WS-REF-TYPE
           MOVE SPACES TO WS-FUND
           MOVE SPACES TO WS-HANDLING
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-COUNT
               IF KT-KONTO-ID(KT-IX) = WS-REF-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN KT-IX > KT-COUNT
                   MOVE "UKENDT KONTO" TO WS-FUND
                   MOVE "UNDERSOEG - RET ELLER FJERN POSTEN"
                       TO WS-HANDLING
               WHEN KT-STATUS(KT-IX) = "L"
                   MOVE "LUKKET KONTO" TO WS-FUND
                   IF WS-POST-AKTIV = "J"
                       MOVE "OPHOER POSTEN - AKTIV PAA LUKKET KONTO"
                           TO WS-HANDLING
                   ELSE
                       MOVE "RYD OP - INAKTIV POST" TO WS-HANDLING
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM SKRIV-FUND
       EXIT.

      *****************************************************************
      * KONTROLLER-KUNDE-REF                                          *
      * Formål: Slår WS-REF-ID op blandt kunderne. En sammenlagt      *
      *         kunde (i KunderMergeArkiv.txt) foreslås flyttet til   *
      *         den overlevende; en anonymiseret kundes poster skal   *
      *         anonymiseres eller slettes med; en slettet kundes     *
      *         aktive poster skal ophøre.                            *
      *****************************************************************
       KONTROLLER-KUNDE-REF.
           IF WS-REF-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "KUNDE" TO WS-REF-TYPE
           MOVE SPACES TO WS-FUND
           MOVE SPACES TO WS-HANDLING
           PERFORM VARYING MG-IX FROM 1 BY 1 UNTIL MG-IX > MG-COUNT
               IF MG-KUNDE-ID(MG-IX) = WS-REF-ID
                   MOVE "SAMMENLAGT KUNDE" TO WS-FUND
                   STRING "FLYT POSTEN TIL KUNDE " DELIMITED BY SIZE
                           MG-FLETTET-TIL(MG-IX) DELIMITED BY SIZE
                           INTO WS-HANDLING
                   PERFORM SKRIV-FUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING KU-IX FROM 1 BY 1 UNTIL KU-IX > KU-COUNT
               IF KU-KUNDE-ID(KU-IX) = WS-REF-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN KU-IX > KU-COUNT
                   MOVE "UKENDT KUNDE" TO WS-FUND
                   MOVE "UNDERSOEG - RET ELLER FJERN POSTEN"
                       TO WS-HANDLING
               WHEN KU-STATUS(KU-IX) = "G"
                   MOVE "ANONYMISERET KUNDE" TO WS-FUND
                   MOVE "ANONYMISER ELLER SLET POSTEN" TO WS-HANDLING
               WHEN KU-STATUS(KU-IX) = "S"
                   MOVE "SLETTET KUNDE" TO WS-FUND
                   IF WS-POST-AKTIV = "J"
                       MOVE "OPHOER POSTEN - KUNDEN ER SLETTET"
                           TO WS-HANDLING
                   ELSE
                       MOVE "RYD OP - INAKTIV POST" TO WS-HANDLING
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM SKRIV-FUND
       EXIT.

       SKRIV-FUND.
           ADD 1 TO WS-REG-FUND
           ADD 1 TO TR-ANTAL-FUND
           STRING "    POST " DELIMITED BY SIZE
                   WS-POST-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REF-TYPE DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   WS-REF-ID DELIMITED BY SIZE
                   " AKTIV=" DELIMITED BY SIZE
                   WS-POST-AKTIV DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FUND DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-HANDLING DELIMITED BY SIZE
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
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
               MOVE "KontoOpl.txt" TO WS-KONTO-FILNAVN
           ELSE
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
           END-IF
       EXIT.

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
       EXIT.

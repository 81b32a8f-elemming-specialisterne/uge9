      *****************************************************************
      * PROGRAM-ID: OPGAVERENTEGAB                                    *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Månedlig renterisikorapport (repricing gap).      *
      *             Alle rentebærende aktiver og passiver fordeles    *
      *             pr. valuta på det tidsinterval hvor renten næste  *
      *             gang fastsættes: 0-1 md., 1-3 md., 3-12 md.,      *
      *             1-5 år og over 5 år. Variabelt forrentede lån     *
      *             placeres efter LAAN-NAESTE-RESET; fastforrentede  *
      *             lån efter deres afdragsprofil (annuiteten regnet  *
      *             frem termin for termin); misligholdte lån, hvor   *
      *             hele restgælden er forfalden, i første interval.  *
      *             Aftaleindskud placeres efter AFT-BIND-SLUT,       *
      *             øvrige indlån og overtræk i KontoOpl (variabel    *
      *             rente) i første interval. For hvert interval      *
      *             vises aktiver, passiver, nettogab og det          *
      *             kumulative gab, samt virkningen på de næste 12    *
      *             måneders nettorenteindtægt af et parallelt        *
      *             renteskift på +/- 1 procentpoint - gabet          *
      *             gange 1 % gange den del af året der resterer      *
      *             efter intervallets midtpunkt.                     *
      * INPUT:      Laan.txt            - Udlån                       *
      *             Aftaleindskud.txt   - Bundne indlån               *
      *             KontoOpl.txt        - Indlån og overtræk          *
      * OUTPUT:     RenteGab-Rapport.txt - Gabrapporten               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveRenteGab.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT AFTALE-FILE ASSIGN TO "Aftaleindskud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "RenteGab-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "RenteGab-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD AFTALE-FILE.
       01 AFTALEINDSKOPL.
           COPY "AFTALEINDSKOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE        PIC X VALUE "N".

      * Intervallerne: øvre grænse i dage og i terminer (måneder),
      * navnet på rapporten og den del af de næste 12 måneder der
      * resterer efter intervallets midtpunkt
       01 INTERVAL-VAERDIER.
           02 FILLER PIC X(26) VALUE "00030001 0-1 MD.   0958333".
           02 FILLER PIC X(26) VALUE "00091003 1-3 MD.   0833333".
           02 FILLER PIC X(26) VALUE "00365012 3-12 MD.  0375000".
           02 FILLER PIC X(26) VALUE "01826060 1-5 AAR   0000000".
           02 FILLER PIC X(26) VALUE "99999999 OVER 5 AAR0000000".
       01 INTERVAL-TABEL REDEFINES INTERVAL-VAERDIER.
           02 IV-ENTRY OCCURS 5 TIMES.
               03 IV-MAX-DAGE    PIC 9(05).
               03 IV-MAX-TERMIN  PIC 9(03).
               03 IV-NAVN        PIC X(11).
               03 IV-NII-FAKTOR  PIC 9V999999.
       01 IV-IX              PIC 9(1) VALUE ZERO.

      * Gabet pr. valuta og interval
       01 VG-MAX-ANTAL       PIC 9(2) VALUE 20.
       01 VG-COUNT           PIC 9(2) VALUE ZERO.
       01 VG-TABEL.
           02 VG-ENTRY OCCURS 20 TIMES.
               03 VG-VALUTA      PIC X(03).
               03 VG-AKTIV       PIC 9(13)V99 OCCURS 5 TIMES.
               03 VG-PASSIV      PIC 9(13)V99 OCCURS 5 TIMES.
       01 VG-IX              PIC 9(2) VALUE ZERO.
       01 WS-VG-FUNDET       PIC X VALUE "N".
       01 WS-SOEG-VALUTA     PIC X(03) VALUE SPACES.

      * Bundne aftaleindskud - kontoens saldo fastsættes på
      * bindingens slutdato
       01 AFT-MAX-ANTAL      PIC 9(4) VALUE 2000.
       01 AFT-COUNT          PIC 9(4) VALUE ZERO.
       01 AFT-TABEL.
           02 AFT-ENTRY OCCURS 2000 TIMES.
               03 AT-KONTO-ID    PIC X(10).
               03 AT-BIND-SLUT   PIC X(10).
       01 AT-IX              PIC 9(4) VALUE ZERO.
       01 WS-AFT-FUNDET      PIC X VALUE "N".

      * Placering af et beløb: WS-SIDE "A" aktiv / "P" passiv
       01 WS-SIDE            PIC X VALUE SPACE.
       01 WS-BELOB           PIC 9(13)V99 VALUE ZERO.
       01 WS-DAGE            PIC S9(7) VALUE ZERO.
       01 WS-TERMIN          PIC 9(4) VALUE ZERO.

      * Annuitetsfremregningen for fastforrentede lån - samme
      * terminregning som OpgaveLaanRenteReset
       01 WS-MDR-RENTE       PIC 9V9(8) VALUE ZERO.
       01 WS-REST            PIC 9(9)V99 VALUE ZERO.
       01 WS-TERMIN-RENTE    PIC 9(9)V99 VALUE ZERO.
       01 WS-AFDRAG          PIC 9(9)V99 VALUE ZERO.
       01 WS-MAX-TERMINER    PIC 9(4) VALUE 600.

      * Rapportlinjernes beregninger
       01 WS-GAB             PIC S9(13)V99 VALUE ZERO.
       01 WS-KUM-GAB         PIC S9(13)V99 VALUE ZERO.
       01 WS-NII             PIC S9(11)V99 VALUE ZERO.
       01 WS-NII-NED         PIC S9(11)V99 VALUE ZERO.
       01 WS-SUM-AKTIV       PIC 9(13)V99 VALUE ZERO.
       01 WS-SUM-PASSIV      PIC 9(13)V99 VALUE ZERO.
       01 WS-SUM-NII         PIC S9(11)V99 VALUE ZERO.
       01 WS-BELOB-1         PIC Z(12)9.99.
       01 WS-BELOB-2         PIC Z(12)9.99.
       01 WS-BELOB-3         PIC -(12)9.99.
       01 WS-BELOB-4         PIC -(12)9.99.
       01 WS-BELOB-5         PIC -(10)9.99.
       01 WS-BELOB-6         PIC -(10)9.99.

       01 TR-ANTAL-LAAN      PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-KONTI     PIC 9(7) VALUE ZERO.
       01 WS-TABEL-FULD      PIC X VALUE "N".

      * Datoomregning (se DATO-TIL-HELTAL)
       01 WS-KONV-DATO       PIC X(10) VALUE SPACES.
       01 WS-KONV-NUM        PIC 9(8) VALUE ZERO.
       01 WS-KONV-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-REF-HELTAL      PIC 9(7) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 LAAN-FILE-STATUS        PIC XX VALUE "00".
       01 AFTALE-FILE-STATUS      PIC XX VALUE "00".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS     PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS            PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT       PIC 9(5) VALUE ZERO.

      * Referencedatoen - forretningsdatoen hvis sat, ellers dags
      * dato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO        PIC X(10) VALUE SPACES.
       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-REF-DATO
           MOVE WS-REF-DATO TO WS-KONV-DATO
           PERFORM DATO-TIL-HELTAL
           MOVE WS-KONV-HELTAL TO WS-REF-HELTAL
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM PLACER-LAAN
           PERFORM LOAD-AFTALEINDSKUD
           PERFORM PLACER-KONTI
           PERFORM SKRIV-RAPPORT

           DISPLAY "OpgaveRenteGab: " TR-ANTAL-LAAN " laan, "
               TR-ANTAL-KONTI " konti fordelt paa " VG-COUNT
               " valutaer"
           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveRenteGab: en arbejdstabel er fuld "
                   "- rapporten er ufuldstaendig"
           END-IF

           IF WS-IO-ERROR-COUNT NOT = ZERO OR WS-TABEL-FULD = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE IO-ERROR-FILE
           STOP RUN.

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

      *****************************************************************
      * PLACER-LAAN                                                   *
      * Formål: Fordeler udlånets restgæld (aktiver i DKK) på         *
      *         intervallerne efter lånets rentetype.                 *
      *****************************************************************
       PLACER-LAAN.
           MOVE "DKK" TO WS-SOEG-VALUTA
           MOVE "A" TO WS-SIDE
           OPEN INPUT LAAN-FILE
           MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF LAAN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ LAAN-FILE INTO LAANOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF LAAN-RESTGAELD > ZERO
                               ADD 1 TO TR-ANTAL-LAAN
                               PERFORM PLACER-ET-LAAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       PLACER-ET-LAAN.
           MOVE LAAN-RESTGAELD TO WS-BELOB
           EVALUATE TRUE
               WHEN LAAN-MISLIGHOLDT
                   MOVE ZERO TO WS-DAGE
                   PERFORM PLACER-EFTER-DAGE
               WHEN LAAN-VARIABEL-RENTE
                   IF LAAN-NAESTE-RESET = SPACES
                       MOVE ZERO TO WS-DAGE
                   ELSE
                       MOVE LAAN-NAESTE-RESET TO WS-KONV-DATO
                       PERFORM DATO-TIL-HELTAL
                       COMPUTE WS-DAGE = WS-KONV-HELTAL - WS-REF-HELTAL
                   END-IF
                   PERFORM PLACER-EFTER-DAGE
               WHEN OTHER
                   PERFORM FREMREGN-AFDRAG
           END-EVALUATE
       EXIT.

      *****************************************************************
      * FREMREGN-AFDRAG                                               *
      * Formål: Et fastforrentet lån fastsætter renten for hvert      *
      *         afdrag når det betales. Annuiteten regnes frem        *
      *         termin for termin, og hvert afdrag lægges i det       *
      *         interval terminen falder i. Kan det ikke regnes frem  *
      *         (ingen ydelse, eller ydelsen dækker ikke renten),     *
      *         lægges restgælden ved LAAN-LOEBETID-MDR.              *
      *****************************************************************
       FREMREGN-AFDRAG.
           IF LAAN-YDELSE = ZERO
               PERFORM PLACER-VED-LOEBETID
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MDR-RENTE = LAAN-RENTE / 12
           MOVE LAAN-RESTGAELD TO WS-REST
           MOVE ZERO TO WS-TERMIN
           PERFORM UNTIL WS-REST NOT > ZERO
                   OR WS-TERMIN >= WS-MAX-TERMINER
               COMPUTE WS-TERMIN-RENTE ROUNDED =
                   WS-REST * WS-MDR-RENTE
               IF LAAN-YDELSE NOT > WS-TERMIN-RENTE
                   MOVE WS-REST TO WS-BELOB
                   PERFORM PLACER-VED-LOEBETID
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AFDRAG = LAAN-YDELSE - WS-TERMIN-RENTE
               IF WS-AFDRAG > WS-REST
                   MOVE WS-REST TO WS-AFDRAG
               END-IF
               SUBTRACT WS-AFDRAG FROM WS-REST
               ADD 1 TO WS-TERMIN
               MOVE WS-AFDRAG TO WS-BELOB
               PERFORM PLACER-EFTER-TERMIN
           END-PERFORM
           IF WS-REST > ZERO
               MOVE WS-REST TO WS-BELOB
               PERFORM PLACER-EFTER-TERMIN
           END-IF
       EXIT.

       PLACER-VED-LOEBETID.
           MOVE LAAN-LOEBETID-MDR TO WS-TERMIN
           PERFORM PLACER-EFTER-TERMIN
       EXIT.

      *****************************************************************
      * LOAD-AFTALEINDSKUD                                            *
      * Formål: Læser de bundne aftaleindskud ind i AFT-TABEL.        *
      *****************************************************************
       LOAD-AFTALEINDSKUD.
           OPEN INPUT AFTALE-FILE
           IF AFTALE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ AFTALE-FILE INTO AFTALEINDSKOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF AFT-BUNDET
                               IF AFT-COUNT >= AFT-MAX-ANTAL
                                   MOVE "Y" TO WS-TABEL-FULD
                               ELSE
                                   ADD 1 TO AFT-COUNT
                                   MOVE AFT-KONTO-ID
                                       TO AT-KONTO-ID(AFT-COUNT)
                                   MOVE AFT-BIND-SLUT
                                       TO AT-BIND-SLUT(AFT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFTALE-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * PLACER-KONTI                                                  *
      * Formål: Et positivt indestående er et passiv, et overtræk et  *
      *         aktiv. Bundne aftaleindskud placeres efter            *
      *         bindingens slutdato; alle andre konti har variabel    *
      *         rente og placeres i første interval.                  *
      *****************************************************************
       PLACER-KONTI.
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
                           IF NOT KONTO-LUKKET
                               AND BALANCE IN KONTOOPL NOT = ZERO
                               ADD 1 TO TR-ANTAL-KONTI
                               PERFORM PLACER-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTO-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       PLACER-KONTO.
           MOVE VALUTAKODE IN KONTOOPL TO WS-SOEG-VALUTA
           IF WS-SOEG-VALUTA = SPACES
               MOVE "DKK" TO WS-SOEG-VALUTA
           END-IF
           MOVE ZERO TO WS-DAGE
           IF BALANCE IN KONTOOPL < ZERO
               MOVE "A" TO WS-SIDE
               COMPUTE WS-BELOB = ZERO - BALANCE IN KONTOOPL
               PERFORM PLACER-EFTER-DAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-SIDE
           MOVE BALANCE IN KONTOOPL TO WS-BELOB
           MOVE "N" TO WS-AFT-FUNDET
           PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > AFT-COUNT
               IF AT-KONTO-ID(AT-IX) = KONTO-ID IN KONTOOPL
                   MOVE "Y" TO WS-AFT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AFT-FUNDET = "Y"
               MOVE AT-BIND-SLUT(AT-IX) TO WS-KONV-DATO
               PERFORM DATO-TIL-HELTAL
               IF WS-KONV-HELTAL NOT = ZERO
                   COMPUTE WS-DAGE = WS-KONV-HELTAL - WS-REF-HELTAL
               END-IF
           END-IF
           PERFORM PLACER-EFTER-DAGE
       EXIT.

      *****************************************************************
      * PLACER-EFTER-DAGE / PLACER-EFTER-TERMIN                       *
      * Formål: Lægger WS-BELOB på WS-SIDE i det interval WS-DAGE     *
      *         (dage til rentefastsættelsen) eller WS-TERMIN         *
      *         (terminer frem) falder i. Overskredne datoer tæller   *
      *         som første interval.                                  *
      *****************************************************************
       PLACER-EFTER-DAGE.
           PERFORM VARYING IV-IX FROM 1 BY 1 UNTIL IV-IX >= 5
               IF WS-DAGE <= IV-MAX-DAGE(IV-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM AKKUMULER-GAB
       EXIT.

       PLACER-EFTER-TERMIN.
           PERFORM VARYING IV-IX FROM 1 BY 1 UNTIL IV-IX >= 5
               IF WS-TERMIN <= IV-MAX-TERMIN(IV-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM AKKUMULER-GAB
       EXIT.

       AKKUMULER-GAB.
           MOVE "N" TO WS-VG-FUNDET
           PERFORM VARYING VG-IX FROM 1 BY 1 UNTIL VG-IX > VG-COUNT
               IF VG-VALUTA(VG-IX) = WS-SOEG-VALUTA
                   MOVE "Y" TO WS-VG-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VG-FUNDET = "N"
               IF VG-COUNT >= VG-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO VG-COUNT
               MOVE VG-COUNT TO VG-IX
               INITIALIZE VG-ENTRY(VG-IX)
               MOVE WS-SOEG-VALUTA TO VG-VALUTA(VG-IX)
           END-IF
           IF WS-SIDE = "A"
               ADD WS-BELOB TO VG-AKTIV(VG-IX IV-IX)
           ELSE
               ADD WS-BELOB TO VG-PASSIV(VG-IX IV-IX)
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-RAPPORT                                                 *
      * Formål: Én blok pr. valuta med en linje pr. interval og en    *
      *         totallinje. NII +1 % er virkningen på de næste 12     *
      *         måneders nettorenteindtægt af en rentestigning på     *
      *         ét procentpoint; NII -1 % er det modsatte fortegn.    *
      *****************************************************************
       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "RENTERISIKO - REPRICING GAP PR. " DELIMITED BY SIZE
                   WS-REF-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING VG-IX FROM 1 BY 1 UNTIL VG-IX > VG-COUNT
               PERFORM SKRIV-VALUTA-BLOK
           END-PERFORM
           CLOSE RAPPORT-FILE
       EXIT.

       SKRIV-VALUTA-BLOK.
           PERFORM SKRIV-RAPPORT-LINE
           STRING "VALUTA " DELIMITED BY SIZE
                   VG-VALUTA(VG-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "INTERVAL               AKTIVER          PASSIVER"
               TO RAPPORT-LINE(1:49)
           MOVE "         NETTOGAB    KUMULATIVT GAB"
               TO RAPPORT-LINE(50:35)
           MOVE "      NII +1 %      NII -1 %" TO RAPPORT-LINE(85:28)
           PERFORM SKRIV-RAPPORT-LINE
           MOVE ZERO TO WS-KUM-GAB WS-SUM-AKTIV WS-SUM-PASSIV
                        WS-SUM-NII
           PERFORM VARYING IV-IX FROM 1 BY 1 UNTIL IV-IX > 5
               COMPUTE WS-GAB = VG-AKTIV(VG-IX IV-IX)
                   - VG-PASSIV(VG-IX IV-IX)
               ADD WS-GAB TO WS-KUM-GAB
               ADD VG-AKTIV(VG-IX IV-IX) TO WS-SUM-AKTIV
               ADD VG-PASSIV(VG-IX IV-IX) TO WS-SUM-PASSIV
               COMPUTE WS-NII ROUNDED =
                   WS-GAB * 0.01 * IV-NII-FAKTOR(IV-IX)
               ADD WS-NII TO WS-SUM-NII
               COMPUTE WS-NII-NED = ZERO - WS-NII
               MOVE VG-AKTIV(VG-IX IV-IX) TO WS-BELOB-1
               MOVE VG-PASSIV(VG-IX IV-IX) TO WS-BELOB-2
               MOVE WS-GAB TO WS-BELOB-3
               MOVE WS-KUM-GAB TO WS-BELOB-4
               MOVE WS-NII TO WS-BELOB-5
               MOVE WS-NII-NED TO WS-BELOB-6
               MOVE IV-NAVN(IV-IX) TO RAPPORT-LINE(1:11)
               MOVE WS-BELOB-1 TO RAPPORT-LINE(16:16)
               MOVE WS-BELOB-2 TO RAPPORT-LINE(34:16)
               MOVE WS-BELOB-3 TO RAPPORT-LINE(51:16)
               MOVE WS-BELOB-4 TO RAPPORT-LINE(68:16)
               MOVE WS-BELOB-5 TO RAPPORT-LINE(85:14)
               MOVE WS-BELOB-6 TO RAPPORT-LINE(99:14)
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
           COMPUTE WS-NII-NED = ZERO - WS-SUM-NII
           MOVE WS-SUM-AKTIV TO WS-BELOB-1
           MOVE WS-SUM-PASSIV TO WS-BELOB-2
           MOVE WS-KUM-GAB TO WS-BELOB-3
           MOVE WS-SUM-NII TO WS-BELOB-5
           MOVE WS-NII-NED TO WS-BELOB-6
           MOVE "I ALT" TO RAPPORT-LINE(1:5)
           MOVE WS-BELOB-1 TO RAPPORT-LINE(16:16)
           MOVE WS-BELOB-2 TO RAPPORT-LINE(34:16)
           MOVE WS-BELOB-3 TO RAPPORT-LINE(51:16)
           MOVE WS-BELOB-5 TO RAPPORT-LINE(85:14)
           MOVE WS-BELOB-6 TO RAPPORT-LINE(99:14)
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
      * DATO-TIL-HELTAL                                               *
      * Formål: Omregner "ÅÅÅÅ-MM-DD" i WS-KONV-DATO til heltalsdagen *
      *         i WS-KONV-HELTAL. En ugyldig dato giver heltalsdag    *
      *         nul.                                                  *
      *****************************************************************
       DATO-TIL-HELTAL.
           MOVE ZERO TO WS-KONV-HELTAL
           IF WS-KONV-DATO(1:4) IS NUMERIC
               AND WS-KONV-DATO(6:2) IS NUMERIC
               AND WS-KONV-DATO(9:2) IS NUMERIC
               AND WS-KONV-DATO(5:1) = "-"
               AND WS-KONV-DATO(8:1) = "-"
               MOVE ZERO TO WS-KONV-NUM
               STRING WS-KONV-DATO(1:4) WS-KONV-DATO(6:2)
                   WS-KONV-DATO(9:2) DELIMITED BY SIZE
                   INTO WS-KONV-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-KONV-NUM) = ZERO
                   COMPUTE WS-KONV-HELTAL =
                       FUNCTION INTEGER-OF-DATE(WS-KONV-NUM)
               END-IF
           END-IF
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
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
           END-IF
       EXIT.

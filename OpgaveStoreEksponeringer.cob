      *****************************************************************
      * PROGRAM-ID: OPGAVESTOREEKSPONERINGER                          *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Kvartalsopgørelsen af store eksponeringer.        *
      *             Engagementet samles pr. kunde fra udlånets        *
      *             restgæld (Laan.txt), de bevilgede kreditrammer    *
      *             (det højeste af bevilget og udnyttet beløb),      *
      *             overtræk på konti uden ramme og de aktive         *
      *             garantier; ikke-DKK beløb omregnes efter          *
      *             Valutakurser.txt. Indbyrdes forbundne kunder      *
      *             lægges sammen til én gruppe: medlemmerne af samme *
      *             husstand i Husstande.txt, og en virksomhed og de  *
      *             ejere i ReelleEjere.txt der kontrollerer den      *
      *             (ejerandel over 50 % eller kontrol på anden       *
      *             måde). Den pantsatte værdi i Sikkerheder.txt -    *
      *             højst vurderingen og højst lånets restgæld -      *
      *             modregnes. Gruppens nettoeksponering sættes i     *
      *             forhold til kapitalgrundlaget i                   *
      *             EksponeringGraense.txt; alle grupper over         *
      *             indberetningsgrænsen (forvalgt 10 %) listes med   *
      *             medlemmer, og grupper over loftet (forvalgt       *
      *             25 %) markeres. RETURN-CODE 4 når en gruppe er    *
      *             over loftet, 8 ved I/O-fejl eller manglende       *
      *             kapitalgrundlag.                                  *
      * INPUT:      Laan.txt, Kreditrammer.txt, KontoOpl.txt,         *
      *             Garantier.txt       - Engagementet                *
      *             Sikkerheder.txt     - Sikkerhederne               *
      *             Husstande.txt       - Husstandene                 *
      *             ReelleEjere.txt     - Ejere af erhvervskunder     *
      *             Valutakurser.txt    - Kurser                      *
      *             EksponeringGraense.txt - Kapitalgrundlag/grænser  *
      * OUTPUT:     StoreEksponeringer-Rapport.txt - Indberetningen   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveStoreEksponeringer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT KREDIT-FILE ASSIGN TO "Kreditrammer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KREDIT-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT GARANTI-FILE ASSIGN TO "Garantier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARANTI-FILE-STATUS.
           SELECT SIKKERHED-FILE ASSIGN TO "Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIKKERHED-FILE-STATUS.
           SELECT HUSSTAND-FILE ASSIGN TO "Husstande.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUSSTAND-FILE-STATUS.
           SELECT REELEJER-FILE ASSIGN TO "ReelleEjere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REELEJER-FILE-STATUS.
           SELECT INPUT-KURS-FILE ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-KURS-FILE-STATUS.
           SELECT GRAENSE-FILE ASSIGN TO "EksponeringGraense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSE-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "StoreEksponeringer-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "StoreEksponeringer-IOFejl.txt"
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

       FD KREDIT-FILE.
       01 KREDITRAMMEOPL.
           COPY "KREDITRAMMEOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD GARANTI-FILE.
       01 GARANTIOPL.
           COPY "GARANTIOPL.cpy".

       FD SIKKERHED-FILE.
       01 SIKKERHEDOPL.
           COPY "SIKKERHEDOPL.cpy".

       FD HUSSTAND-FILE.
       01 HUSSTANDOPL.
           COPY "HUSSTANDOPL.cpy".

       FD REELEJER-FILE.
       01 REELEJEROPL.
           COPY "REELEJEROPL.cpy".

       FD INPUT-KURS-FILE.
       01 VALUTAKURSOPL.
           COPY "VALUTAKURSOPL.cpy".

       FD GRAENSE-FILE.
       01 EKSPGRAENSEOPL.
           COPY "EKSPGRAENSEOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE        PIC X VALUE "N".

      * Kapitalgrundlaget og grænserne - procenterne har forvalg
       01 WS-KAPITALGRUNDLAG PIC 9(13)V99 VALUE ZERO.
       01 WS-RAPPORT-PCT     PIC 9(3)V99 VALUE 10.
       01 WS-LOFT-PCT        PIC 9(3)V99 VALUE 25.

      * Kunderne med engagement eller forbindelser. MB-GRUPPE er
      * gruppens nøgle - KUNDE-ID på det medlem gruppen er samlet om
       01 MB-MAX-ANTAL       PIC 9(4) VALUE 2000.
       01 MB-COUNT           PIC 9(4) VALUE ZERO.
       01 MB-TABEL.
           02 MB-ENTRY OCCURS 2000 TIMES.
               03 MB-KUNDE-ID    PIC X(10).
               03 MB-GRUPPE      PIC X(10).
               03 MB-BRUTTO      PIC 9(13)V99.
               03 MB-SIKKERHED   PIC 9(13)V99.
       01 MB-IX              PIC 9(4) VALUE ZERO.
       01 MB-JX              PIC 9(4) VALUE ZERO.
       01 WS-MB-FUNDET       PIC X VALUE "N".
       01 WS-SOEG-KUNDE-ID   PIC X(10) VALUE SPACES.
       01 WS-GRUPPE-A        PIC X(10) VALUE SPACES.
       01 WS-GRUPPE-B        PIC X(10) VALUE SPACES.
       01 WS-KUNDE-A         PIC X(10) VALUE SPACES.
       01 WS-KUNDE-B         PIC X(10) VALUE SPACES.

      * Lånene, så sikkerhederne kan kappes ved restgælden
       01 LN-MAX-ANTAL       PIC 9(4) VALUE 2000.
       01 LN-COUNT           PIC 9(4) VALUE ZERO.
       01 LN-TABEL.
           02 LN-ENTRY OCCURS 2000 TIMES.
               03 LN-LAAN-ID     PIC X(10).
               03 LN-KUNDE-ID    PIC X(10).
               03 LN-RESTGAELD   PIC 9(9)V99.
               03 LN-SIKKERHED   PIC 9(11)V99.
       01 LN-IX              PIC 9(4) VALUE ZERO.

      * Kreditrammerne pr. konto
       01 KR-MAX-ANTAL       PIC 9(4) VALUE 2000.
       01 KR-COUNT           PIC 9(4) VALUE ZERO.
       01 KR-ARRAY OCCURS 2000 TIMES.
           COPY "KREDITRAMMEOPL.cpy"
               REPLACING LEADING ==KR== BY ==KA==.
       01 KR-IX              PIC 9(4) VALUE ZERO.
       01 WS-KR-FUNDET       PIC X VALUE "N".

      * Husstandene - hvert medlem forbindes med husstandens første
       01 HH-MAX-ANTAL       PIC 9(4) VALUE 2000.
       01 HH-COUNT           PIC 9(4) VALUE ZERO.
       01 HH-ARRAY OCCURS 2000 TIMES.
           COPY "HUSSTANDOPL.cpy"
               REPLACING LEADING ==HH== BY ==HA==.
       01 HH-IX              PIC 9(4) VALUE ZERO.
       01 HH-JX              PIC 9(4) VALUE ZERO.

      * Kurslisten - seneste kurs med GYLDIG-FRA paa eller foer
      * referencedatoen, samme opslag som OpgavePostering
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 KIX              PIC 9(4) VALUE ZERO.
       01 WS-KURS-FUNDET   PIC X VALUE "N".
       01 WS-KURS          PIC 9(03)V9999 VALUE ZERO.
       01 WS-BEST-DATO     PIC X(10) VALUE SPACES.
       01 WS-SOEG-VALUTA   PIC X(03) VALUE SPACES.

      * Grupperne til rapporten
       01 GR-MAX-ANTAL       PIC 9(4) VALUE 2000.
       01 GR-COUNT           PIC 9(4) VALUE ZERO.
       01 GR-TABEL.
           02 GR-ENTRY OCCURS 2000 TIMES.
               03 GR-GRUPPE      PIC X(10).
               03 GR-BRUTTO      PIC 9(13)V99.
               03 GR-SIKKERHED   PIC 9(13)V99.
               03 GR-NETTO       PIC 9(13)V99.
               03 GR-PCT         PIC 9(5)V99.
               03 GR-ANTAL       PIC 9(4).
               03 GR-UDSKREVET   PIC X(01).
       01 GR-IX              PIC 9(4) VALUE ZERO.
       01 GR-BEST            PIC 9(4) VALUE ZERO.
       01 WS-GR-FUNDET       PIC X VALUE "N".

       01 WS-TABEL-FULD      PIC X VALUE "N".
       01 WS-BELOB           PIC S9(13)V99 VALUE ZERO.
       01 WS-DKK-VAERDI      PIC 9(13)V99 VALUE ZERO.
       01 WS-SIK-VAERDI      PIC 9(11)V99 VALUE ZERO.

       01 WS-BELOB-1         PIC Z(12)9.99.
       01 WS-BELOB-2         PIC Z(12)9.99.
       01 WS-BELOB-3         PIC Z(12)9.99.
       01 WS-PCT-DISPLAY     PIC ZZZZ9.99.
       01 WS-ANTAL-DISPLAY   PIC ZZZ9.

       01 TR-ANTAL-GRUPPER   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-STORE     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OVER-LOFT PIC 9(5) VALUE ZERO.
       01 TR-SUM-STORE       PIC 9(15)V99 VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 LAAN-FILE-STATUS        PIC XX VALUE "00".
       01 KREDIT-FILE-STATUS      PIC XX VALUE "00".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 GARANTI-FILE-STATUS     PIC XX VALUE "00".
       01 SIKKERHED-FILE-STATUS   PIC XX VALUE "00".
       01 HUSSTAND-FILE-STATUS    PIC XX VALUE "00".
       01 REELEJER-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-KURS-FILE-STATUS  PIC XX VALUE "00".
       01 GRAENSE-FILE-STATUS     PIC XX VALUE "00".
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
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LAES-GRAENSE
           IF WS-KAPITALGRUNDLAG = ZERO
               DISPLAY "OpgaveStoreEksponeringer: intet "
                   "kapitalgrundlag i EksponeringGraense.txt - "
                   "opgoerelsen kan ikke dannes"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-KURSER

           PERFORM LOAD-LAAN
           PERFORM LOAD-SIKKERHEDER
           PERFORM LOAD-KREDITRAMMER
           PERFORM LAES-KONTI
           PERFORM LAES-GARANTIER

           PERFORM FORBIND-HUSSTANDE
           PERFORM FORBIND-EJERE

           PERFORM SAML-GRUPPER
           PERFORM SKRIV-RAPPORT

           DISPLAY "OpgaveStoreEksponeringer: " TR-ANTAL-GRUPPER
               " grupper, " TR-ANTAL-STORE " store eksponeringer, "
               TR-ANTAL-OVER-LOFT " over loftet"

           IF KURS-OVERFLOW = "Y"
               DISPLAY "OpgaveStoreEksponeringer: kurslisten er "
                   "afkortet - omregningen kan bruge en aeldre kurs"
           END-IF
           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveStoreEksponeringer: en arbejdstabel er "
                   "fuld - opgoerelsen er ufuldstaendig"
           END-IF

           IF WS-IO-ERROR-COUNT NOT = ZERO OR WS-TABEL-FULD = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TR-ANTAL-OVER-LOFT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
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
      * LAES-GRAENSE                                                  *
      * Formål: Læser kapitalgrundlaget og procentgrænserne fra       *
      *         EksponeringGraense.txt. Nul i en procent beholder     *
      *         forvalget.                                            *
      *****************************************************************
       LAES-GRAENSE.
           OPEN INPUT GRAENSE-FILE
           IF GRAENSE-FILE-STATUS = "00"
               READ GRAENSE-FILE INTO EKSPGRAENSEOPL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EG-KAPITALGRUNDLAG TO WS-KAPITALGRUNDLAG
                       IF EG-RAPPORT-PCT > ZERO
                           MOVE EG-RAPPORT-PCT TO WS-RAPPORT-PCT
                       END-IF
                       IF EG-LOFT-PCT > ZERO
                           MOVE EG-LOFT-PCT TO WS-LOFT-PCT
                       END-IF
               END-READ
               CLOSE GRAENSE-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-LAAN                                                     *
      * Formål: Udlånets restgæld lægges på kunden (lån føres i DKK), *
      *         og lånet gemmes så sikkerhederne kan knyttes til det. *
      *****************************************************************
       LOAD-LAAN.
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
                               PERFORM NOTER-LAAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       NOTER-LAAN.
           IF LN-COUNT >= LN-MAX-ANTAL
               MOVE "Y" TO WS-TABEL-FULD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LN-COUNT
           MOVE LAAN-ID        TO LN-LAAN-ID(LN-COUNT)
           MOVE LAAN-KUNDE-ID  TO LN-KUNDE-ID(LN-COUNT)
           MOVE LAAN-RESTGAELD TO LN-RESTGAELD(LN-COUNT)
           MOVE ZERO           TO LN-SIKKERHED(LN-COUNT)
           MOVE LAAN-KUNDE-ID  TO WS-SOEG-KUNDE-ID
           PERFORM FIND-MEDLEM
           IF WS-MB-FUNDET = "Y"
               ADD LAAN-RESTGAELD TO MB-BRUTTO(MB-IX)
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-SIKKERHEDER                                              *
      * Formål: Den anerkendte sikkerhed er det pantsatte beløb, dog  *
      *         højst den seneste vurdering. Summen pr. lån kappes    *
      *         ved restgælden, så en overskydende sikkerhed på ét    *
      *         lån ikke nedbringer kundens øvrige engagement.        *
      *****************************************************************
       LOAD-SIKKERHEDER.
           OPEN INPUT SIKKERHED-FILE
           IF SIKKERHED-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ SIKKERHED-FILE INTO SIKKERHEDOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM NOTER-SIKKERHED
                   END-READ
               END-PERFORM
               CLOSE SIKKERHED-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > LN-COUNT
               IF LN-SIKKERHED(LN-IX) > LN-RESTGAELD(LN-IX)
                   MOVE LN-RESTGAELD(LN-IX) TO LN-SIKKERHED(LN-IX)
               END-IF
               IF LN-SIKKERHED(LN-IX) > ZERO
                   MOVE LN-KUNDE-ID(LN-IX) TO WS-SOEG-KUNDE-ID
                   PERFORM FIND-MEDLEM
                   IF WS-MB-FUNDET = "Y"
                       ADD LN-SIKKERHED(LN-IX) TO MB-SIKKERHED(MB-IX)
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

       NOTER-SIKKERHED.
           IF SIK-PANTSAT > SIK-VURDERING
               MOVE SIK-VURDERING TO WS-SIK-VAERDI
           ELSE
               MOVE SIK-PANTSAT TO WS-SIK-VAERDI
           END-IF
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > LN-COUNT
               IF LN-LAAN-ID(LN-IX) = SIK-LAAN-ID
                   ADD WS-SIK-VAERDI TO LN-SIKKERHED(LN-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * LOAD-KREDITRAMMER                                             *
      * Formål: Læser Kreditrammer.txt ind i KR-ARRAY.                *
      *****************************************************************
       LOAD-KREDITRAMMER.
           OPEN INPUT KREDIT-FILE
           IF KREDIT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KREDIT-FILE INTO KREDITRAMMEOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KR-COUNT >= KR-MAX-ANTAL
                               MOVE "Y" TO WS-TABEL-FULD
                           ELSE
                               ADD 1 TO KR-COUNT
                               MOVE KREDITRAMMEOPL
                                   TO KR-ARRAY(KR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KREDIT-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LAES-KONTI                                                    *
      * Formål: En konto med kreditramme eksponerer banken for det    *
      *         højeste af bevilget og udnyttet beløb - den uudnyttede*
      *         del kan trækkes når som helst. En konto uden ramme    *
      *         tæller kun med sit overtræk.                          *
      *****************************************************************
       LAES-KONTI.
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
                           PERFORM VURDER-KONTO
                   END-READ
               END-PERFORM
               CLOSE KONTO-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       VURDER-KONTO.
           MOVE "N" TO WS-KR-FUNDET
           PERFORM VARYING KR-IX FROM 1 BY 1 UNTIL KR-IX > KR-COUNT
               IF KA-KONTO-ID(KR-IX) = KONTO-ID IN KONTOOPL
                   MOVE "Y" TO WS-KR-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KR-FUNDET = "Y"
               IF KA-UDNYTTET(KR-IX) > KA-BELOB(KR-IX)
                   MOVE KA-UDNYTTET(KR-IX) TO WS-BELOB
               ELSE
                   MOVE KA-BELOB(KR-IX) TO WS-BELOB
               END-IF
           ELSE
               IF BALANCE IN KONTOOPL < ZERO
                   COMPUTE WS-BELOB = ZERO - BALANCE IN KONTOOPL
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-BELOB = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE VALUTAKODE IN KONTOOPL TO WS-SOEG-VALUTA
           PERFORM OMREGN-TIL-DKK
           MOVE KUNDE-ID IN KONTOOPL TO WS-SOEG-KUNDE-ID
           PERFORM FIND-MEDLEM
           IF WS-MB-FUNDET = "Y"
               ADD WS-DKK-VAERDI TO MB-BRUTTO(MB-IX)
           END-IF
       EXIT.

      *****************************************************************
      * LAES-GARANTIER                                                *
      * Formål: De aktive garantier er eksponering uden for balancen  *
      *         og tæller fuldt med.                                  *
      *****************************************************************
       LAES-GARANTIER.
           OPEN INPUT GARANTI-FILE
           IF GARANTI-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ GARANTI-FILE INTO GARANTIOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF GA-AKTIV AND GA-BELOB > ZERO
                               MOVE GA-BELOB TO WS-BELOB
                               MOVE GA-VALUTA TO WS-SOEG-VALUTA
                               PERFORM OMREGN-TIL-DKK
                               MOVE GA-KUNDE-ID TO WS-SOEG-KUNDE-ID
                               PERFORM FIND-MEDLEM
                               IF WS-MB-FUNDET = "Y"
                                   ADD WS-DKK-VAERDI
                                       TO MB-BRUTTO(MB-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARANTI-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       OMREGN-TIL-DKK.
           IF WS-SOEG-VALUTA = "DKK" OR WS-SOEG-VALUTA = SPACES
               MOVE WS-BELOB TO WS-DKK-VAERDI
           ELSE
               PERFORM FIND-VALUTAKURS
               IF WS-KURS-FUNDET = "Y"
                   COMPUTE WS-DKK-VAERDI ROUNDED = WS-BELOB * WS-KURS
               ELSE
                   MOVE WS-BELOB TO WS-DKK-VAERDI
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FORBIND-HUSSTANDE                                             *
      * Formål: Hvert medlem af en husstand forbindes med husstandens *
      *         første medlem, så hele husstanden ender i én gruppe.  *
      *****************************************************************
       FORBIND-HUSSTANDE.
           OPEN INPUT HUSSTAND-FILE
           IF HUSSTAND-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ HUSSTAND-FILE INTO HUSSTANDOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF HH-COUNT >= HH-MAX-ANTAL
                               MOVE "Y" TO WS-TABEL-FULD
                           ELSE
                               ADD 1 TO HH-COUNT
                               MOVE HUSSTANDOPL TO HH-ARRAY(HH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HUSSTAND-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           PERFORM VARYING HH-IX FROM 1 BY 1 UNTIL HH-IX > HH-COUNT
               PERFORM VARYING HH-JX FROM 1 BY 1
                       UNTIL HH-JX >= HH-IX
                   IF HA-HUSSTAND-ID(HH-JX) = HA-HUSSTAND-ID(HH-IX)
                       MOVE HA-KUNDE-ID(HH-JX) TO WS-KUNDE-A
                       MOVE HA-KUNDE-ID(HH-IX) TO WS-KUNDE-B
                       PERFORM FORBIND-KUNDER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.

      *****************************************************************
      * FORBIND-EJERE                                                 *
      * Formål: En virksomhed og en ejer der kontrollerer den - en    *
      *         aktiv ejer med KUNDE-ID og over halvdelen af          *
      *         ejerandelene eller kontrol på anden måde - er         *
      *         indbyrdes forbundne og lægges i samme gruppe.         *
      *****************************************************************
       FORBIND-EJERE.
           OPEN INPUT REELEJER-FILE
           IF REELEJER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ REELEJER-FILE INTO REELEJEROPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF RE-OPHOERT-DATO = SPACES
                               AND RE-EJER-KUNDE-ID NOT = SPACES
                               AND (RE-KONTROL OR RE-EJERANDEL > 50)
                               MOVE RE-KUNDE-ID TO WS-KUNDE-A
                               MOVE RE-EJER-KUNDE-ID TO WS-KUNDE-B
                               PERFORM FORBIND-KUNDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REELEJER-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      * Lægger WS-KUNDE-B's gruppe ind under WS-KUNDE-A's gruppe
       FORBIND-KUNDER.
           MOVE WS-KUNDE-A TO WS-SOEG-KUNDE-ID
           PERFORM FIND-MEDLEM
           IF WS-MB-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE MB-GRUPPE(MB-IX) TO WS-GRUPPE-A
           MOVE WS-KUNDE-B TO WS-SOEG-KUNDE-ID
           PERFORM FIND-MEDLEM
           IF WS-MB-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE MB-GRUPPE(MB-IX) TO WS-GRUPPE-B
           IF WS-GRUPPE-A = WS-GRUPPE-B
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MB-JX FROM 1 BY 1 UNTIL MB-JX > MB-COUNT
               IF MB-GRUPPE(MB-JX) = WS-GRUPPE-B
                   MOVE WS-GRUPPE-A TO MB-GRUPPE(MB-JX)
               END-IF
           END-PERFORM
       EXIT.

      * Finder eller opretter kunden i WS-SOEG-KUNDE-ID som sin egen
      * gruppe; WS-MB-FUNDET = "N" kun når tabellen er fuld
       FIND-MEDLEM.
           MOVE "N" TO WS-MB-FUNDET
           IF WS-SOEG-KUNDE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MB-IX FROM 1 BY 1 UNTIL MB-IX > MB-COUNT
               IF MB-KUNDE-ID(MB-IX) = WS-SOEG-KUNDE-ID
                   MOVE "Y" TO WS-MB-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MB-FUNDET = "N"
               IF MB-COUNT >= MB-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MB-COUNT
               MOVE MB-COUNT TO MB-IX
               MOVE WS-SOEG-KUNDE-ID TO MB-KUNDE-ID(MB-IX)
               MOVE WS-SOEG-KUNDE-ID TO MB-GRUPPE(MB-IX)
               MOVE ZERO TO MB-BRUTTO(MB-IX) MB-SIKKERHED(MB-IX)
               MOVE "Y" TO WS-MB-FUNDET
           END-IF
       EXIT.

      *****************************************************************
      * SAML-GRUPPER                                                  *
      * Formål: Summerer medlemmernes engagement og sikkerhed pr.     *
      *         gruppe og beregner nettoeksponeringen i procent af    *
      *         kapitalgrundlaget.                                    *
      *****************************************************************
       SAML-GRUPPER.
           PERFORM VARYING MB-IX FROM 1 BY 1 UNTIL MB-IX > MB-COUNT
               MOVE "N" TO WS-GR-FUNDET
               PERFORM VARYING GR-IX FROM 1 BY 1
                       UNTIL GR-IX > GR-COUNT
                   IF GR-GRUPPE(GR-IX) = MB-GRUPPE(MB-IX)
                       MOVE "Y" TO WS-GR-FUNDET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GR-FUNDET = "N"
                   ADD 1 TO GR-COUNT
                   MOVE GR-COUNT TO GR-IX
                   MOVE MB-GRUPPE(MB-IX) TO GR-GRUPPE(GR-IX)
                   MOVE ZERO TO GR-BRUTTO(GR-IX) GR-SIKKERHED(GR-IX)
                                GR-ANTAL(GR-IX)
                   MOVE "N" TO GR-UDSKREVET(GR-IX)
               END-IF
               ADD MB-BRUTTO(MB-IX) TO GR-BRUTTO(GR-IX)
               ADD MB-SIKKERHED(MB-IX) TO GR-SIKKERHED(GR-IX)
               ADD 1 TO GR-ANTAL(GR-IX)
           END-PERFORM
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-COUNT
               IF GR-SIKKERHED(GR-IX) > GR-BRUTTO(GR-IX)
                   MOVE ZERO TO GR-NETTO(GR-IX)
               ELSE
                   COMPUTE GR-NETTO(GR-IX) =
                       GR-BRUTTO(GR-IX) - GR-SIKKERHED(GR-IX)
               END-IF
               COMPUTE GR-PCT(GR-IX) ROUNDED =
                   GR-NETTO(GR-IX) * 100 / WS-KAPITALGRUNDLAG
           END-PERFORM
           MOVE GR-COUNT TO TR-ANTAL-GRUPPER
       EXIT.

      *****************************************************************
      * SKRIV-RAPPORT                                                 *
      * Formål: Lister grupperne på eller over indberetningsgrænsen,  *
      *         største nettoeksponering først, med hvert medlems     *
      *         engagement. Grupper over loftet markeres.             *
      *****************************************************************
       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "STORE EKSPONERINGER PR. " DELIMITED BY SIZE
                   WS-REF-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE WS-KAPITALGRUNDLAG TO WS-BELOB-1
           MOVE WS-RAPPORT-PCT TO WS-PCT-DISPLAY
           STRING "KAPITALGRUNDLAG DKK " DELIMITED BY SIZE
                   WS-BELOB-1 DELIMITED BY SIZE
                   "  INDBERETNINGSGRAENSE " DELIMITED BY SIZE
                   WS-PCT-DISPLAY DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           MOVE WS-LOFT-PCT TO WS-PCT-DISPLAY
           STRING "  LOFT " DELIMITED BY SIZE
                   WS-PCT-DISPLAY DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO RAPPORT-LINE(73:20)
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           MOVE "N" TO WS-GR-FUNDET
           PERFORM UNTIL WS-GR-FUNDET = "Y"
               PERFORM FIND-STOERSTE-GRUPPE
               IF GR-BEST = ZERO
                   MOVE "Y" TO WS-GR-FUNDET
               ELSE
                   IF GR-PCT(GR-BEST) < WS-RAPPORT-PCT
                       MOVE "Y" TO WS-GR-FUNDET
                   ELSE
                       MOVE "Y" TO GR-UDSKREVET(GR-BEST)
                       PERFORM SKRIV-GRUPPE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-SUM-STORE TO WS-BELOB-1
           STRING "GRUPPER I ALT: " DELIMITED BY SIZE
                   TR-ANTAL-GRUPPER DELIMITED BY SIZE
                   "  STORE EKSPONERINGER: " DELIMITED BY SIZE
                   TR-ANTAL-STORE DELIMITED BY SIZE
                   "  OVER LOFTET: " DELIMITED BY SIZE
                   TR-ANTAL-OVER-LOFT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "SUM AF STORE EKSPONERINGER (NETTO) DKK "
                   DELIMITED BY SIZE
                   WS-BELOB-1 DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           CLOSE RAPPORT-FILE
       EXIT.

       FIND-STOERSTE-GRUPPE.
           MOVE ZERO TO GR-BEST
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-COUNT
               IF GR-UDSKREVET(GR-IX) = "N"
                   IF GR-BEST = ZERO
                       MOVE GR-IX TO GR-BEST
                   ELSE
                       IF GR-NETTO(GR-IX) > GR-NETTO(GR-BEST)
                           MOVE GR-IX TO GR-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

       SKRIV-GRUPPE.
           ADD 1 TO TR-ANTAL-STORE
           ADD GR-NETTO(GR-BEST) TO TR-SUM-STORE
           MOVE GR-ANTAL(GR-BEST) TO WS-ANTAL-DISPLAY
           STRING "GRUPPE " DELIMITED BY SIZE
                   GR-GRUPPE(GR-BEST) DELIMITED BY SIZE
                   "  MEDLEMMER: " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF GR-PCT(GR-BEST) > WS-LOFT-PCT
               MOVE "*** OVER LOFTET ***" TO RAPPORT-LINE(40:19)
               ADD 1 TO TR-ANTAL-OVER-LOFT
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
           MOVE GR-BRUTTO(GR-BEST) TO WS-BELOB-1
           MOVE GR-SIKKERHED(GR-BEST) TO WS-BELOB-2
           MOVE GR-NETTO(GR-BEST) TO WS-BELOB-3
           MOVE GR-PCT(GR-BEST) TO WS-PCT-DISPLAY
           STRING "  BRUTTO " DELIMITED BY SIZE
                   WS-BELOB-1 DELIMITED BY SIZE
                   "  SIKKERHED " DELIMITED BY SIZE
                   WS-BELOB-2 DELIMITED BY SIZE
                   "  NETTO " DELIMITED BY SIZE
                   WS-BELOB-3 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PCT-DISPLAY DELIMITED BY SIZE
                   " %" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING MB-IX FROM 1 BY 1 UNTIL MB-IX > MB-COUNT
               IF MB-GRUPPE(MB-IX) = GR-GRUPPE(GR-BEST)
                   MOVE MB-BRUTTO(MB-IX) TO WS-BELOB-1
                   MOVE MB-SIKKERHED(MB-IX) TO WS-BELOB-2
                   STRING "    KUNDE " DELIMITED BY SIZE
                           MB-KUNDE-ID(MB-IX) DELIMITED BY SIZE
                           "  BRUTTO " DELIMITED BY SIZE
                           WS-BELOB-1 DELIMITED BY SIZE
                           "  SIKKERHED " DELIMITED BY SIZE
                           WS-BELOB-2 DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               END-IF
           END-PERFORM
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
      * READ-KURSER                                                   *
      * Formål: Læser alle kursrecords ind i VALUTAKURS-ARRAY.        *
      *****************************************************************
       READ-KURSER.
           OPEN INPUT INPUT-KURS-FILE
           IF INPUT-KURS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INPUT-KURS-FILE INTO VALUTAKURSOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KURS-COUNT >= KURS-MAX-ANTAL
                               MOVE "Y" TO KURS-OVERFLOW
                           ELSE
                               ADD 1 TO KURS-COUNT
                               MOVE VALUTAKURSOPL TO
                                   VALUTAKURS-ARRAY(KURS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-KURS-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * FIND-VALUTAKURS                                               *
      * Formål: Slår kursen for WS-SOEG-VALUTA op - den senest        *
      *         ikrafttrådte kurs med GYLDIG-FRA på eller før         *
      *         referencedatoen, samme opslag som OpgavePostering.    *
      *****************************************************************
       FIND-VALUTAKURS.
           MOVE "N" TO WS-KURS-FUNDET
           MOVE ZERO TO WS-KURS
           MOVE SPACES TO WS-BEST-DATO
           PERFORM VARYING KIX FROM 1 BY 1 UNTIL KIX > KURS-COUNT
               IF VALUTA-KODE IN VALUTAKURS-ARRAY(KIX) =
                       WS-SOEG-VALUTA
                   AND GYLDIG-FRA IN VALUTAKURS-ARRAY(KIX) <=
                       WS-REF-DATO
                   IF WS-KURS-FUNDET = "N" OR
                       GYLDIG-FRA IN VALUTAKURS-ARRAY(KIX)
                           > WS-BEST-DATO
                       MOVE GYLDIG-FRA IN VALUTAKURS-ARRAY(KIX)
                           TO WS-BEST-DATO
                       MOVE KURS IN VALUTAKURS-ARRAY(KIX) TO WS-KURS
                       MOVE "Y" TO WS-KURS-FUNDET
                   END-IF
               END-IF
           END-PERFORM
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

      *             med den gældende forretningsdato og STATUS=OK i   *
      *             run-loggen), (3) rykker datoen frem til næste     *
      *             bankdag pr. Bankdage.txt, og (4) logger det       *
      *             gamle/nye datopar i run-loggen. En TILBAGERUL-    *
      *             linje fra OpgaveTilbagerul ophæver en gennemført  *
      *             postering eller et gennemført rul. Afvises rullet,*
      *             sættes RETURN-CODE 8, så OPGBATCH's COND-         *
      *             kontroller standser kæden.                        *
      * INPUT:      BusinessDato.txt - Forretningsdatoen (I-O)        *
       EXIT.

       VURDER-LOG-LINJE.
      * En TILBAGERUL-linje fra OpgaveTilbagerul ophæver et tidligere
      * gennemført step: er gårsdagens postering rullet tilbage, er
      * den ikke længere gennemført, og er dagens rul rullet tilbage,
      * må datoen rulles igen samme kalenderdag
           MOVE ZERO TO WS-SOEG-TAL
           INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
               FOR ALL "TILBAGERUL "
           IF WS-SOEG-TAL > ZERO
               MOVE ZERO TO WS-SOEG-TAL
               INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
                   FOR ALL "PROGRAM=OPGAVEPOSTERING "
               MOVE ZERO TO WS-SOEG-TAL-2
               INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL-2
                   FOR ALL WS-GAMMEL-TEKST
               IF WS-SOEG-TAL > ZERO AND WS-SOEG-TAL-2 > ZERO
                   MOVE "N" TO WS-POSTERING-OK
               END-IF
               MOVE ZERO TO WS-SOEG-TAL
               INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
                   FOR ALL "PROGRAM=DATORUL "
               MOVE ZERO TO WS-SOEG-TAL-2
               INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL-2
                   FOR ALL WS-KALENDER-TEKST
               IF WS-SOEG-TAL > ZERO AND WS-SOEG-TAL-2 > ZERO
                   MOVE "N" TO WS-RUL-SET
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SOEG-TAL
           INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
               FOR ALL "DATORUL"

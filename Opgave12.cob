      *         hvis BALANCE ligger på eller under en aftalt grænse   *
      *         (se BalanceGraense.txt), så collections kan arbejde   *
      *         en arbejdsliste i stedet for at gennemse hele         *
      *         kontodumpet. BALANCE i KONTOOPL.cpy har fortegn, så   *
      *         en konto i overtræk står med sin faktiske debet-      *
      *         saldo og altid ligger under grænsen - medmindre       *
      *         overtrækket er dækket af en uudløbet kreditramme      *
      *         (se CHECK-KREDITRAMME). Grænsen                       *
      *         vurderes mod den disponible saldo - BALANCE minus     *
      *         kontoens åbne kort-reservationer fra Reservationer.   *
      *         txt (se LOAD-RESERVATIONER) - og rapporten viser      *
       01 IX                PIC 9(4) VALUE ZERO.
       01 WS-DISPONIBEL     PIC S9(9)V99 VALUE ZERO.
       01 WS-DISP-DISPLAY   PIC -(7)9.99.
       01 WS-BAL-DISPLAY    PIC -(6)9.99.

      * Kørselsdato til udløbskontrol af reservationerne -
      * forretningsdatoen hvis sat, ellers dags dato, formateret
      *****************************************************************
      * CHECK-KREDITRAMME                                             *
      * Formaal: Saetter WS-INDEN-FOR-RAMME "Y" hvis kontoen har en   *
      *          uudloebet, bevilget facilitet og debetsaldoen ikke   *
      *          overstiger rammen. Udnyttelsen er den negative       *
      *          BALANCE - KM-UDNYTTET er kun registrets spejl.       *
      *****************************************************************
       CHECK-KREDITRAMME.
           MOVE "N" TO WS-INDEN-FOR-RAMME
                       KONTO-ID IN KONTOOPL
                   IF KM-UDLOEB-DATO IN KRAM-ARRAY(KM-IX)
                           >= WS-DAGS-DATO
                       AND ZERO - BALANCE IN KONTOOPL
                           <= KM-BELOB IN KRAM-ARRAY(KM-IX)
                       MOVE "Y" TO WS-INDEN-FOR-RAMME
                   END-IF

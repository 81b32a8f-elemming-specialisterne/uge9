           02 TRANS-KONTO-ID    PIC X(10).
           02 TRANS-KUNDE-ID    PIC X(10).
           02 TRANS-KONTONUMMER PIC X(20).
           02 TRANS-BALANCE     PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 TRANS-VALUTAKODE  PIC X(03).
      * Kontoens produkttype (L/O/B/E/V, se KONTO-TYPE i KONTOOPL.cpy).
      * Blank betyder "uændret" ved RET og default L ved TILFOEJ.
           02 TRANS-KONTO-TYPE  PIC X(01).
      * Udfyldt når rettelsen er indtastet "på vegne af" kontoens
      * VALIDATE-TRANS-KONTO-TYPE                                     *
      * Formål: Afviser en transaktion hvis TRANS-KONTO-TYPE hverken  *
      *         er blank (uændret/default) eller en af de kendte      *
      *         produkttyper L/O/B/E/V fra KONTOOPL.cpy.              *
      *****************************************************************
       VALIDATE-TRANS-KONTO-TYPE.
           MOVE "Y" TO WS-TYPE-VALID-FLAG
               WHEN "O"
               WHEN "B"
               WHEN "E"
               WHEN "V"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-TYPE-VALID-FLAG

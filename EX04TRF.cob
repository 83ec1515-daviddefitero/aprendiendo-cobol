      *                  enviado y lo recibido salen en TRFEXC.TXT. *
      *                  Se acabo cargar cajas y retocar            *
      *                  PC-ON-HAND a mano en el mantenimiento.     *
      * 2026-10-15  JMS  La salida de un producto de alimentacion   *
      *                  (categoria 2) descuenta tambien de sus     *
      *                  lotes, del que caduca antes al que caduca  *
      *                  despues.                                   *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  TRFEXC-FILE.
       01  TRFEXC-LINE                          PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-KX-QTY                            PIC S9(7).
       01  WS-KX-BEFORE                         PIC S9(7).
       01  WS-KX-AFTER                          PIC S9(7).
      * Parametros para la subrutina LOTCONS: lo que sale de un
      * producto de alimentacion se descuenta de sus lotes.
       01  WS-LC-PRODUCT                        PIC X(6).
       01  WS-LC-QTY                            PIC S9(7).
       01  WS-EDIT-QTY                          PIC Z,ZZZ,ZZ9-.
       01  WS-EDIT-NUM                          PIC ZZZZZ9.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
           END-REWRITE.
           COMPUTE WS-KX-QTY = ZERO - WS-SHIP-QTY.
           PERFORM 2200-LOG-STOCK-MOVE THRU 2200-EXIT.
           IF PC-TAX-CATEGORY IS EQUAL TO 2
               MOVE PC-CODE TO WS-LC-PRODUCT
               MOVE WS-SHIP-QTY TO WS-LC-QTY
               CALL "LOTCONS" USING BY CONTENT WS-LC-PRODUCT,
                   WS-LC-QTY
           END-IF.
           ADD 1 TO WS-OUT-SEQ.
           MOVE WS-NEW-TRF-NUM TO TX-NUMBER.
           MOVE WS-OUT-SEQ TO TX-LINE-SEQ.

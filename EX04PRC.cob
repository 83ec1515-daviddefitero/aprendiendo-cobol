      *                  RETURN-CODE 0 como el resto de pasos de la  *
      *                  ventana: no habia nada que activar y la     *
      *                  noche no debe detenerse por ello.           *
      * 2026-10-15  JMS  Cada precio activado deja su etiqueta de   *
      *                  estanteria (subrutina SHELFLBL) y el       *
      *                  fichero de etiquetas queda en el spool     *
      *                  para el turno de la manana.                *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CURR-TIME                         PIC 9(08).
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Parametros para la subrutina SHELFLBL.
       01  WS-LBL-ACTION                        PIC X(08).
       01  WS-LBL-SOURCE                        PIC X(08).
       01  WS-LBL-PRICE                         PIC 9(5)V99.
       01  WS-LBL-DATE                          PIC 9(08).
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
      * corta que la PICTURE del parametro de LINKAGE correspondiente
      * solo reserva su propia longitud, asi que AUDITLOG acabaria
               END-IF
               PERFORM 2100-READ-PRODUCT THRU 2100-EXIT
           END-PERFORM.
           MOVE "CERRAR" TO WS-LBL-ACTION.
           CALL "SHELFLBL" USING WS-LBL-ACTION, WS-LBL-SOURCE,
               PRODUCT-CAT-REC, WS-LBL-PRICE, WS-LBL-DATE.
           MOVE WS-ACTIVATED TO WS-EDIT-COUNT.
           DISPLAY "EX04PRC: PRECIOS ACTIVADOS: " FUNCTION TRIM
               (WS-EDIT-COUNT).
               INVALID KEY
                   DISPLAY "EX04PRC: NO SE PUDO ACTIVAR EL PRECIO "
                       "DE " FUNCTION TRIM(PC-CODE)
               NOT INVALID KEY
                   PERFORM 2400-SHELF-LABEL THRU 2400-EXIT
           END-REWRITE.
           ADD 1 TO WS-ACTIVATED.
       2200-EXIT.
           CLOSE PRCJRNL-FILE.
       2300-EXIT.
           EXIT.
      * Etiqueta de estanteria con el precio que acaba de entrar en
      * vigor.
       2400-SHELF-LABEL.
           MOVE "ETIQUETA" TO WS-LBL-ACTION.
           MOVE "ACTIVAC" TO WS-LBL-SOURCE.
           MOVE PC-PRICE TO WS-LBL-PRICE.
           MOVE WS-CURR-DATE TO WS-LBL-DATE.
           CALL "SHELFLBL" USING WS-LBL-ACTION, WS-LBL-SOURCE,
               PRODUCT-CAT-REC, WS-LBL-PRICE, WS-LBL-DATE.
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra el catalogo y deja constancia del   *
      * resultado en el rastro de auditoria.                        *

      *                  modo apertura, con su fondo de caja), y la  *
      *                  opcion J da acceso al arqueo a ciegas y al  *
      *                  historial de descuadres.                    *
      * 2026-10-15  JMS  En el indicador OPERADOR se acepta FICHAR,  *
      *                  que lanza el reloj de presencia (EX04CLK)   *
      *                  sin abrir sesion ni contar como intento.    *
      * 2026-10-15  JMS  El reloj de presencia se lanza con el       *
      *                  maestro de operadores cerrado, que se       *
      *                  reabre al volver.                           *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   "ADMIN Y DE DE ALTA AL PERSONAL"
           END-IF.
           PERFORM UNTIL WS-SIGNED-ON OR WS-TRIES IS GREATER THAN 2
               DISPLAY "OPERADOR (FICHAR = RELOJ DE PRESENCIA): "
                   WITH NO ADVANCING
               ACCEPT WS-ASK-OPER
               MOVE FUNCTION UPPER-CASE(WS-ASK-OPER) TO WS-ASK-OPER
      * FICHAR no es un operador: lanza el reloj de presencia (el
      * fichaje no abre sesion de caja) y no cuenta como intento.
               IF WS-ASK-OPER IS EQUAL TO "FICHAR"
                   PERFORM 0600-RUN-TIME-CLOCK THRU 0600-EXIT
               ELSE
                   MOVE WS-ASK-OPER TO OP-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           DISPLAY "** OPERADOR NO RECONOCIDO **"
                           ADD 1 TO WS-TRIES
                       NOT INVALID KEY
                           IF OP-IS-ACTIVE
                               SET WS-SIGNED-ON TO TRUE
                               MOVE OP-LEVEL TO WS-OP-LEVEL
                               SET ENVIRONMENT "EX04-OPERATOR"
                                   TO OP-ID
                               DISPLAY "SESION DE " FUNCTION TRIM
                                   (OP-NAME)
                           ELSE
                               DISPLAY "** OPERADOR DADO DE BAJA **"
                               ADD 1 TO WS-TRIES
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.
       0500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 0600-RUN-TIME-CLOCK - reloj de presencia (EX04CLK), que lee *
      * el maestro de operadores: se cierra mientras dura y se      *
      * reabre al volver. Sin maestro no hay arranque de sesion.    *
      *-----------------------------------------------------------*
       0600-RUN-TIME-CLOCK.
           CLOSE OPERATOR-FILE.
           CALL "EX04CLK".
           OPEN I-O OPERATOR-FILE.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR LOS OPERADORES **"
               MOVE 3 TO WS-TRIES
           END-IF.
       0600-EXIT.
           EXIT.
       1000-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "==================== MENU ====================".

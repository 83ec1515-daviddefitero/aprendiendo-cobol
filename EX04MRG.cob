      *                  en el rastro de auditoria. Hasta ahora     *
      *                  limpiar un duplicado era perder su saldo   *
      *                  o editar ficheros a mano.                  *
      * 2026-10-15  JMS  La deuda dada de baja sin recuperar        *
      *                  (CM-WRITTEN-OFF) de los duplicados pasa a  *
      *                  la superviviente, como el saldo.           *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SURV-BALANCE                      PIC S9(6)V99.
       01  WS-SURV-POINTS                       PIC 9(8).
       01  WS-SURV-MEMBER                       PIC X(21).
      * Deuda dada de baja sin recuperar de la superviviente mas la
      * de los duplicados: los pagos posteriores la recuperan igual.
       01  WS-SURV-WRITTEN-OFF                  PIC 9(7)V99.
      * Duplicados ya absorbidos en esta sesion: nombre para la
      * reescritura del historial y numero para no repetirlos.
       01  WS-DUP-TABLE.
           ELSE
               MOVE ZERO TO WS-SURV-POINTS
           END-IF.
           IF CM-WRITTEN-OFF IS NUMERIC
               MOVE CM-WRITTEN-OFF TO WS-SURV-WRITTEN-OFF
           ELSE
               MOVE ZERO TO WS-SURV-WRITTEN-OFF
           END-IF.
           MOVE CM-CUSTOMER-ID TO WS-EDIT-ID.
           DISPLAY "SUPERVIVIENTE: " FUNCTION TRIM(WS-SURV-NAME)
               " (Nº " FUNCTION TRIM(WS-EDIT-ID) ")".
           IF WS-SURV-MEMBER IS EQUAL TO SPACES
               MOVE CM-MEMBER-CODE TO WS-SURV-MEMBER
           END-IF.
           IF CM-WRITTEN-OFF IS NUMERIC
               ADD CM-WRITTEN-OFF TO WS-SURV-WRITTEN-OFF
           END-IF.
           MOVE ZERO TO CM-BALANCE.
           MOVE ZERO TO CM-POINTS.
           MOVE ZERO TO CM-WRITTEN-OFF.
           SET CM-IS-DELETED TO TRUE.
           REWRITE CLIENT-MASTER-REC
               INVALID KEY
           MOVE WS-SURV-BALANCE TO CM-BALANCE.
           MOVE WS-SURV-POINTS TO CM-POINTS.
           MOVE WS-SURV-MEMBER TO CM-MEMBER-CODE.
           MOVE WS-SURV-WRITTEN-OFF TO CM-WRITTEN-OFF.
           REWRITE CLIENT-MASTER-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO ACTUALIZAR LA "

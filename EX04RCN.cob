      *                  registros "T" (de antes de los medios)     *
      *                  sigue restando el total, como el desglose  *
      *                  del cierre de caja.                        *
      * 2026-10-15  JMS  Las bajas por incobrable y las             *
      *                  recuperaciones de BADDEBT.DAT cuentan como *
      *                  recargas (la recuperacion en negativo): la *
      *                  baja deja el saldo a cero sin ticket y el  *
      *                  pago recuperado no llega al saldo.         *
      * 2026-10-15  JMS  Las anulaciones del diario de pagos        *
      *                  (adeudo directo devuelto) restan en vez de *
      *                  sumar.                                     *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
      * Diario de deudas incobrables: bajas y recuperaciones.
           SELECT BADDEBT-FILE ASSIGN TO "BADDEBT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADDEBT-STATUS.
      * Maestro de clientes con el saldo real.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  PAYMENT-FILE.
       01  PAYMENT-FILE-REC                     PIC X(64).
       FD  BADDEBT-FILE.
       01  BADDEBT-FILE-REC                     PIC X(86).
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  RECRPT-FILE.
       01  RECRPT-LINE                          PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "PAYREC.CPY".
           COPY "BADDEBT.CPY".
       78  RCN-MAX-CUSTOMERS                    VALUE 2000.
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-PAYMENT-STATUS                    PIC X(02).
       01  WS-BADDEBT-STATUS                    PIC X(02).
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-RECRPT-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
       01  WS-PEND-TWT                          PIC 9(09)V99.
       01  WS-PEND-ACCT                         PIC 9(09)V99.
       01  WS-EXPECTED                          PIC S9(09)V99.
      * Efecto en el saldo de un movimiento de incobrables: la baja
      * lo sube a cero, la recuperacion resta de la recarga la parte
      * que no llego al saldo.
       01  WS-BD-EFFECT                         PIC S9(09)V99.
      * Efecto en el saldo de una linea del diario de pagos: la
      * anulacion de un adeudo devuelto resta lo que el cobro sumo.
       01  WS-PY-EFFECT                         PIC S9(09)V99.
       01  WS-DIFF                              PIC S9(09)V99.
       01  WS-EXCEPTIONS                        PIC 9(06) VALUE ZERO.
       01  WS-CHECKED                           PIC 9(06) VALUE ZERO.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-TRACK-TICKETS THRU 2000-EXIT
               PERFORM 3000-TRACK-PAYMENTS THRU 3000-EXIT
               PERFORM 3500-TRACK-BAD-DEBT THRU 3500-EXIT
               PERFORM 4000-COMPARE-MASTER THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF NOT WS-CUST-FOUND
               GO TO 3100-EXIT
           END-IF.
           IF PY-IS-REVERSAL
               COMPUTE WS-PY-EFFECT = ZERO - PY-AMOUNT
           ELSE
               MOVE PY-AMOUNT TO WS-PY-EFFECT
           END-IF.
           IF PY-DATE IS GREATER THAN
                   WS-CUST-LAST-DATE(WS-CUST-IDX)
               ADD WS-PY-EFFECT TO WS-CUST-PAY-AFTER(WS-CUST-IDX)
           ELSE
               IF PY-DATE IS EQUAL TO
                       WS-CUST-LAST-DATE(WS-CUST-IDX)
                   ADD WS-PY-EFFECT TO
                       WS-CUST-PAY-SAMEDAY(WS-CUST-IDX)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3500-TRACK-BAD-DEBT - las bajas por incobrable y las        *
      * recuperaciones mueven el saldo sin ticket: entran como una  *
      * recarga mas (la recuperacion, en negativo, porque la        *
      * recarga del diario de pagos ya la conto entera).            *
      *-----------------------------------------------------------*
       3500-TRACK-BAD-DEBT.
           OPEN INPUT BADDEBT-FILE.
           IF WS-BADDEBT-STATUS IS NOT EQUAL TO "00"
               GO TO 3500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ BADDEBT-FILE INTO BAD-DEBT-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 3600-APPLY-BAD-DEBT THRU 3600-EXIT
               END-READ
           END-PERFORM.
           CLOSE BADDEBT-FILE.
           MOVE "N" TO WS-EOF-SW.
       3500-EXIT.
           EXIT.
       3600-APPLY-BAD-DEBT.
           MOVE BD-NAME TO WS-LOOKUP-NAME.
           PERFORM 2300-FIND-CUSTOMER THRU 2300-EXIT.
           IF NOT WS-CUST-FOUND
               GO TO 3600-EXIT
           END-IF.
           IF BD-IS-WRITE-OFF
               MOVE BD-AMOUNT TO WS-BD-EFFECT
           ELSE
               COMPUTE WS-BD-EFFECT = ZERO - BD-AMOUNT
           END-IF.
           IF BD-DATE IS GREATER THAN
                   WS-CUST-LAST-DATE(WS-CUST-IDX)
               ADD WS-BD-EFFECT TO WS-CUST-PAY-AFTER(WS-CUST-IDX)
           ELSE
               IF BD-DATE IS EQUAL TO
                       WS-CUST-LAST-DATE(WS-CUST-IDX)
                   ADD WS-BD-EFFECT TO
                       WS-CUST-PAY-SAMEDAY(WS-CUST-IDX)
               END-IF
           END-IF.
       3600-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-COMPARE-MASTER - compara el saldo esperado con el del  *
      * maestro; cuadra tambien si la diferencia la explican los    *
      * pagos del mismo dia de la ultima operacion.                 *

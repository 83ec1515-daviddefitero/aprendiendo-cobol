      *                  todos salian con el numero 1. El registro  *
      *                  corto se detecta y el fichero se regraba   *
      *                  una unica vez a longitud completa.         *
      * 2026-10-15  JMS  El registro de control termina ahora en    *
      *                  las cuentas del asiento de compras: son el *
      *                  nuevo testigo de registro corto y se       *
      *                  siembran con las de fabrica al regrabar.   *
      * 2026-10-15  JMS  Nuevo correlativo DEVPROV para las         *
      *                  devoluciones a proveedor; es ahora el      *
      *                  ultimo campo y el testigo de registro      *
      *                  corto.                                     *
      * 2026-10-15  JMS  El plazo del informe de caducidades es     *
      *                  ahora el ultimo campo y el testigo de      *
      *                  registro corto; se siembra a 7 dias.       *
      * 2026-10-15  JMS  La cuenta de variacion de existencias es   *
      *                  ahora el ultimo campo y el testigo de      *
      *                  registro corto; se siembra la de fabrica.  *
      * 2026-10-15  JMS  Series anuales de facturas (FACTURA) y de  *
      *                  rectificativas (RECTIFIC): el ano llega en *
      *                  LK-NUMBER y el primer numero de un ano     *
      *                  nuevo reinicia las dos. La ultima serie es *
      *                  ahora el testigo de registro corto.        *
      * 2026-10-15  JMS  Cuentas de la baja de incobrables y de la  *
      *                  recuperacion posterior: la segunda es ahora*
      *                  el testigo de registro corto; se siembran  *
      *                  las de fabrica.                            *
      * 2026-10-15  JMS  Nuevo correlativo REMESA para las remesas  *
      *                  de adeudo directo; es ahora el ultimo      *
      *                  campo y el testigo de registro corto.      *
      * 2026-10-15  JMS  Tabla de compras del personal al final     *
      *                  del registro: su ultimo tope es ahora el   *
      *                  testigo de registro corto; se siembran     *
      *                  los valores de fabrica.                    *
      * 2026-10-15  JMS  Tabla de retencion de los diarios al final *
      *                  del registro: su ultimo plazo es ahora el  *
      *                  testigo de registro corto; se siembran los *
      *                  plazos de fabrica.                         *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
       01  WS-CTL-STATUS                        PIC X(02).
      * (respetando la base de la tienda), DEVOLVER devuelve el
      * numero recibido al correlativo solo si sigue siendo el mas
      * alto, y CLIENTE, VALE, PEDIDO, TRASLADO y ENCARGO entregan
      * el siguiente numero de su correlativo. FACTURA y RECTIFIC
      * reciben en LK-NUMBER el ano de la fecha de emision (AAAA) y
      * devuelven el siguiente numero de esa serie en ese ano.
      * REMESA entrega el numero de la siguiente remesa de adeudos.
       01  LK-ACTION                            PIC X(08).
       01  LK-NUMBER                            PIC 9(08).
       PROCEDURE DIVISION USING LK-ACTION, LK-NUMBER.
      * anexados se perderian en cada asignacion, asi que esa unica
      * vez el fichero se regraba entero a longitud completa.
           MOVE "N" TO WS-SHORT-SW.
           IF CTL-RETENTION-MONTHS IS NOT NUMERIC OR
                   CTL-GL-INPUT-TAX IS EQUAL TO SPACES OR
                   CTL-LAST-RTV-NUM IS NOT NUMERIC OR
                   CTL-EXPIRY-DAYS IS NOT NUMERIC OR
                   CTL-GL-INV-ADJUST IS EQUAL TO SPACES OR
                   CTL-LAST-CORRECTIVE-NUM IS NOT NUMERIC OR
                   CTL-GL-BAD-DEBT-RECOV IS EQUAL TO SPACES OR
                   CTL-LAST-REMIT-NUM IS NOT NUMERIC OR
                   CTL-STAFF-CAP(3) IS NOT NUMERIC OR
                   CTL-JRNL-RETENTION(7) IS NOT NUMERIC
               SET WS-SHORT-RECORD TO TRUE
           END-IF.
      * Las cuentas de compras, el correlativo de devoluciones a
      * proveedor, el plazo de caducidades, la cuenta de variacion
      * de existencias, las series de facturas, las cuentas de
      * incobrables, el correlativo de remesas, la tabla de compras
      * del personal y la retencion de los diarios son lo ultimo del
      * registro: se siembran los valores de fabrica para que la
      * linea no vuelva a quedar corta en la siguiente asignacion.
           IF CTL-GL-GRNI IS EQUAL TO SPACES
               MOVE "40900000" TO CTL-GL-GRNI
           END-IF.
           IF CTL-GL-PAYABLES IS EQUAL TO SPACES
               MOVE "40000000" TO CTL-GL-PAYABLES
           END-IF.
           IF CTL-GL-INPUT-TAX IS EQUAL TO SPACES
               MOVE "47200000" TO CTL-GL-INPUT-TAX
           END-IF.
           IF CTL-LAST-RTV-NUM IS NOT NUMERIC
               MOVE ZERO TO CTL-LAST-RTV-NUM
           END-IF.
           IF CTL-EXPIRY-DAYS IS NOT NUMERIC
               MOVE 7 TO CTL-EXPIRY-DAYS
           END-IF.
           IF CTL-GL-INV-ADJUST IS EQUAL TO SPACES
               MOVE "61000000" TO CTL-GL-INV-ADJUST
           END-IF.
           IF CTL-INVOICE-YEAR IS NOT NUMERIC
               MOVE ZERO TO CTL-INVOICE-YEAR
           END-IF.
           IF CTL-LAST-INVOICE-NUM IS NOT NUMERIC
               MOVE ZERO TO CTL-LAST-INVOICE-NUM
           END-IF.
           IF CTL-LAST-CORRECTIVE-NUM IS NOT NUMERIC
               MOVE ZERO TO CTL-LAST-CORRECTIVE-NUM
           END-IF.
           IF CTL-GL-BAD-DEBT IS EQUAL TO SPACES
               MOVE "65000000" TO CTL-GL-BAD-DEBT
           END-IF.
           IF CTL-GL-BAD-DEBT-RECOV IS EQUAL TO SPACES
               MOVE "77800000" TO CTL-GL-BAD-DEBT-RECOV
           END-IF.
           IF CTL-LAST-REMIT-NUM IS NOT NUMERIC
               MOVE ZERO TO CTL-LAST-REMIT-NUM
           END-IF.
           IF CTL-STAFF-CAP(3) IS NOT NUMERIC
               MOVE 10.00 TO CTL-STAFF-RATE(1)
               MOVE 300.00 TO CTL-STAFF-CAP(1)
               MOVE 15.00 TO CTL-STAFF-RATE(2)
               MOVE 500.00 TO CTL-STAFF-CAP(2)
               MOVE 15.00 TO CTL-STAFF-RATE(3)
               MOVE 500.00 TO CTL-STAFF-CAP(3)
           END-IF.
           IF CTL-JRNL-RETENTION(7) IS NOT NUMERIC
               MOVE 3 TO CTL-JRNL-RETENTION(1)
               MOVE 6 TO CTL-JRNL-RETENTION(2)
               MOVE 12 TO CTL-JRNL-RETENTION(3)
               MOVE 3 TO CTL-JRNL-RETENTION(4)
               MOVE 24 TO CTL-JRNL-RETENTION(5)
               MOVE 6 TO CTL-JRNL-RETENTION(6)
               MOVE 3 TO CTL-JRNL-RETENTION(7)
           END-IF.
           PERFORM 1000-APPLY-ACTION THRU 1000-EXIT.
           MOVE CTL-RECORD TO CTL-FILE-REC.
           IF WS-SHORT-RECORD
                   END-IF
                   ADD 1 TO CTL-LAST-TRANSFER-NUM
                   MOVE CTL-LAST-TRANSFER-NUM TO LK-NUMBER
               WHEN "DEVPROV"
                   IF CTL-LAST-RTV-NUM IS NOT NUMERIC
                       MOVE ZERO TO CTL-LAST-RTV-NUM
                   END-IF
                   ADD 1 TO CTL-LAST-RTV-NUM
                   MOVE CTL-LAST-RTV-NUM TO LK-NUMBER
      * Las dos series de facturas son anuales: la primera factura
      * de un ano nuevo pone las dos a cero. Una fecha de emision de
      * un ano ya cerrado no puede numerar: se devuelve cero.
               WHEN "FACTURA"
               WHEN "RECTIFIC"
                   IF LK-NUMBER IS LESS THAN CTL-INVOICE-YEAR
                       DISPLAY "TICKNUM: LA SERIE DE FACTURAS YA ESTA "
                           "EN EL ANO " CTL-INVOICE-YEAR
                       MOVE ZERO TO LK-NUMBER
                       GO TO 1000-EXIT
                   END-IF
                   IF LK-NUMBER IS GREATER THAN CTL-INVOICE-YEAR
                       MOVE LK-NUMBER TO CTL-INVOICE-YEAR
                       MOVE ZERO TO CTL-LAST-INVOICE-NUM
                       MOVE ZERO TO CTL-LAST-CORRECTIVE-NUM
                   END-IF
                   IF LK-ACTION IS EQUAL TO "FACTURA"
                       ADD 1 TO CTL-LAST-INVOICE-NUM
                       MOVE CTL-LAST-INVOICE-NUM TO LK-NUMBER
                   ELSE
                       ADD 1 TO CTL-LAST-CORRECTIVE-NUM
                       MOVE CTL-LAST-CORRECTIVE-NUM TO LK-NUMBER
                   END-IF
               WHEN "REMESA"
                   IF CTL-LAST-REMIT-NUM IS NOT NUMERIC
                       MOVE ZERO TO CTL-LAST-REMIT-NUM
                   END-IF
                   ADD 1 TO CTL-LAST-REMIT-NUM
                   MOVE CTL-LAST-REMIT-NUM TO LK-NUMBER
               WHEN OTHER
                   DISPLAY "TICKNUM: OPERACION DESCONOCIDA: "
                       LK-ACTION

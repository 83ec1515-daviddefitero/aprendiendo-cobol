      *                  que debemos por proveedor (APAGING.TXT) es *
      *                  el espejo de la antiguedad de deuda de     *
      *                  clientes de EX04AGE.                       *
      * 2026-10-15  JMS  Remesa de pagos (opcion G): selecciona las *
      *                  facturas abiertas vencidas hasta una fecha *
      *                  (de todos los proveedores o de uno),       *
      *                  imprime la propuesta (APPROPOS.TXT), y con *
      *                  la autorizacion de un supervisor las marca *
      *                  pagadas con el numero de remesa y la fecha *
      *                  ANTES de escribir el fichero de            *
      *                  transferencias (TRANSF-NNNNNN.DAT) y los   *
      *                  avisos de pago por proveedor (APREMIT.TXT):*
      *                  relanzar nunca paga dos veces, y los       *
      *                  ficheros de una remesa ya marcada se       *
      *                  reproducen por su numero (opcion E). Las   *
      *                  retenidas no entran nunca. La factura      *
      *                  lleva ahora su fecha de vencimiento.       *
      * 2026-10-15  JMS  La factura lleva la cuota de IVA soportado *
      *                  (se paga y se debe base mas cuota) y queda *
      *                  pendiente del asiento de compras (EX04GLC) *
      *                  en cuanto casa o se libera.                *
      * 2026-10-15  JMS  Las notas de cargo de las devoluciones a   *
      *                  proveedor (EX04RCV) restan de lo que se    *
      *                  le debe: salen en negativo en la           *
      *                  antiguedad y entran en la remesa sin       *
      *                  esperar vencimiento; un proveedor con      *
      *                  saldo a favor no entra en la remesa.       *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT APAGE-FILE ASSIGN TO "APAGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APAGE-STATUS.
      * Propuesta de remesa de pagos, para aprobar antes de pagar.
           SELECT APPROP-FILE ASSIGN TO "APPROPOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROP-STATUS.
      * Avisos de pago de la remesa, uno por proveedor.
           SELECT APREMIT-FILE ASSIGN TO "APREMIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APREMIT-STATUS.
      * Fichero de transferencias para el banco; el nombre real
      * (TRANSF-NNNNNN.DAT) se fija en ejecucion via APBKFILE.
           SELECT BANK-FILE ASSIGN TO APBKFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APOPEN-FILE.
       01  APOPEN-FILE-REC                      PIC X(78).
       FD  RECEIPT-FILE.
       01  RECEIPT-FILE-REC                     PIC X(53).
       FD  SUPPLIER-FILE.
       01  APHOLD-LINE                          PIC X(90).
       FD  APAGE-FILE.
       01  APAGE-LINE                           PIC X(90).
       FD  APPROP-FILE.
       01  APPROP-LINE                          PIC X(90).
       FD  APREMIT-FILE.
       01  APREMIT-LINE                         PIC X(90).
       FD  BANK-FILE.
       01  BANK-REC                             PIC X(120).
       WORKING-STORAGE SECTION.
           COPY "APREC.CPY".
           COPY "RCPTREC.CPY".
       78  API-MAX-INVOICES                     VALUE 500.
       78  API-MAX-SUPPLIERS                    VALUE 100.
       01  WS-APOPEN-STATUS                     PIC X(02).
       01  WS-RECEIPT-STATUS                    PIC X(02).
       01  WS-SUPPLIER-STATUS                   PIC X(02).
       01  WS-APHOLD-STATUS                     PIC X(02).
       01  WS-APAGE-STATUS                      PIC X(02).
       01  WS-APPROP-STATUS                     PIC X(02).
       01  WS-APREMIT-STATUS                    PIC X(02).
       01  WS-BANK-STATUS                       PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-OPT-PAY                       VALUE "P".
           88  WS-OPT-RELEASE                   VALUE "R".
           88  WS-OPT-AGING                     VALUE "A".
           88  WS-OPT-PAYRUN                    VALUE "G".
           88  WS-OPT-REISSUE                   VALUE "E".
           88  WS-OPT-EXIT                      VALUE "X".
      * Factura en curso de teclear.
       01  WS-INV-SUPPLIER                      PIC X(06).
       01  WS-INV-NUMBER                        PIC X(12).
       01  WS-INV-DATE                          PIC 9(08).
       01  WS-INV-DUE-DATE                      PIC 9(08).
       01  WS-INV-TOTAL                         PIC 9(09)V99.
       01  WS-INV-TAX                           PIC 9(07)V99.
       01  WS-TAX-INPUT                         PIC X(10).
       01  WS-INV-MISMATCHES                    PIC 9(04).
       01  WS-LINE-PRODUCT                      PIC X(06).
       01  WS-LINE-QTY                          PIC 9(07).
               10  WS-AP-DATE                   PIC 9(08).
               10  WS-AP-AMOUNT                 PIC 9(09)V99.
               10  WS-AP-STATUS                 PIC X(01).
               10  WS-AP-DUE-DATE               PIC 9(08).
               10  WS-AP-PAY-RUN                PIC 9(06).
               10  WS-AP-PAY-DATE               PIC 9(08).
               10  WS-AP-TAX                    PIC 9(07)V99.
               10  WS-AP-GL-DATE                PIC 9(08).
               10  WS-AP-DOC-TYPE               PIC X(01).
      * Marca de trabajo de la remesa: "S" entra en la remesa, "E"
      * vencida pero excluida (proveedor sin cuenta bancaria).
               10  WS-AP-SEL                    PIC X(01).
       01  WS-I-AP                              PIC 9(04).
       01  WS-ASK-INVOICE                       PIC X(12).
       01  WS-ASK-SUPPLIER                      PIC X(06).
       01  WS-HOLD-REASON                       PIC X(30).
      * Lo que se debe por una factura: base mas cuota, en negativo
      * si es una nota de cargo; WS-DOC-LABEL la distingue en los
      * listados.
       01  WS-AP-GROSS                          PIC S9(10)V99.
       01  WS-DOC-LABEL                         PIC X(03).
      * Remesa de pagos: criterios de seleccion, numero asignado y
      * totales de lo que se paga.
       01  WS-CUTOFF-DATE                       PIC 9(08).
       01  WS-RUN-SUPPLIER                      PIC X(06).
       01  WS-RUN-INPUT                         PIC X(06).
       01  WS-PAY-RUN                           PIC 9(06).
       01  WS-HIGHEST-RUN                       PIC 9(06).
       01  WS-PAY-DATE                          PIC 9(08).
       01  WS-RUN-INVOICES                      PIC 9(04).
       01  WS-RUN-TOTAL                         PIC S9(11)V99.
       01  WS-CONFIRM                           PIC X(01).
       01  WS-BANK-NAME                         PIC X(20).
       01  WS-BANK-COUNT                        PIC 9(06).
       01  WS-BANK-HASH                         PIC 9(13)V99.
       01  WS-OUT-AMOUNT                        PIC 9(11)V99.
       01  WS-OUT-CONCEPT                       PIC X(20).
      * Proveedores que entran en la remesa, con su cuenta y lo que
      * se les transfiere.
       01  WS-PS-TABLE.
           05  WS-PS-COUNT                      PIC 9(03) VALUE ZERO.
           05  WS-PS-ENTRY OCCURS API-MAX-SUPPLIERS TIMES.
               10  WS-PS-CODE                   PIC X(06).
               10  WS-PS-NAME                   PIC X(30).
               10  WS-PS-IBAN                   PIC X(34).
               10  WS-PS-INVOICES               PIC 9(04).
               10  WS-PS-TOTAL                  PIC S9(11)V99.
               10  WS-PS-OK-SW                  PIC X(01).
                   88  WS-PS-PAYABLE            VALUE "S".
       01  WS-I-PS                              PIC 9(03).
      * Parametros para la subrutina OVERRIDE: la remesa la aprueba
      * un supervisor antes de marcar nada.
       01  WS-OVR-REASON                        PIC X(20).
       01  WS-OVR-AMOUNT                        PIC 9(9)V99.
       01  WS-OVR-RESULT                        PIC X(01).
      * Antiguedad: dias y tramos, como en la deuda de clientes.
       01  WS-DEBT-DAYS                         PIC S9(05).
       01  WS-BRACKET-TOTALS.
       01  WS-AUD-PROGRAM                       PIC X(08).
       01  WS-AUD-OUTCOME                       PIC X(08).
       01  WS-AUD-DETAIL                        PIC X(40).
      * Nombre del informe para la subrutina de spool: la copia
      * fechada y el indice los lleva SPOOLRPT.
       01  WS-SPL-NAME                          PIC X(12).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
                       PERFORM 4000-RELEASE-HELD THRU 4000-EXIT
                   WHEN WS-OPT-AGING
                       PERFORM 5000-PRINT-AGING THRU 5000-EXIT
                   WHEN WS-OPT-PAYRUN
                       PERFORM 8000-PAYMENT-RUN THRU 8000-EXIT
                   WHEN WS-OPT-REISSUE
                       PERFORM 8700-REISSUE-RUN THRU 8700-EXIT
                   WHEN WS-OPT-EXIT
                       CONTINUE
                   WHEN OTHER
           DISPLAY "---- FACTURAS DE PROVEEDOR ----".
           DISPLAY "F) REGISTRAR Y CASAR FACTURA   P) MARCAR "
               "PAGADA   R) LIBERAR RETENIDA".
           DISPLAY "A) ANTIGUEDAD DE LO QUE DEBEMOS   G) REMESA DE "
               "PAGOS   E) REPRODUCIR REMESA".
           DISPLAY "X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
               END-IF
           END-PERFORM.
           MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-INV-DATE.
      * El vencimiento en blanco (o no numerico) es la propia fecha
      * de la factura: pago al contado.
           DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD, EN BLANCO = LA "
               "DE LA FACTURA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           MOVE WS-INV-DATE TO WS-INV-DUE-DATE.
           IF WS-DATE-INPUT IS NOT EQUAL TO SPACES
               IF FUNCTION TEST-NUMVAL(WS-DATE-INPUT) IS EQUAL TO
                       ZERO
                   MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO
                       WS-INV-DUE-DATE
               ELSE
                   DISPLAY "FECHA NO VALIDA: VENCE CON LA FACTURA"
               END-IF
           END-IF.
           MOVE ZERO TO WS-INV-TOTAL.
           MOVE ZERO TO WS-INV-MISMATCHES.
           MOVE SPACES TO WS-LINE-PRODUCT.
                   PERFORM 2100-MATCH-ONE-LINE THRU 2100-EXIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-TAX-INPUT.
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WS-TAX-INPUT) IS
                   EQUAL TO ZERO
               DISPLAY "CUOTA DE IVA DE LA FACTURA: "
                   WITH NO ADVANCING
               ACCEPT WS-TAX-INPUT
               IF FUNCTION TEST-NUMVAL(WS-TAX-INPUT) IS NOT EQUAL
                       TO ZERO
                   DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE NUEVO"
               END-IF
           END-PERFORM.
           MOVE FUNCTION NUMVAL(WS-TAX-INPUT) TO WS-INV-TAX.
           PERFORM 2400-APPEND-INVOICE THRU 2400-EXIT.
           MOVE WS-INV-TOTAL TO WS-EDIT-MONEY.
           IF WS-INV-MISMATCHES IS EQUAL TO ZERO
           MOVE WS-INV-NUMBER TO AP-INVOICE.
           MOVE WS-INV-DATE TO AP-DATE.
           MOVE WS-INV-TOTAL TO AP-AMOUNT.
           MOVE WS-INV-DUE-DATE TO AP-DUE-DATE.
           MOVE ZERO TO AP-PAY-RUN.
           MOVE ZERO TO AP-PAY-DATE.
           MOVE WS-INV-TAX TO AP-TAX-AMOUNT.
           MOVE ZERO TO AP-GL-DATE.
           MOVE "F" TO AP-DOC-TYPE.
           IF WS-INV-MISMATCHES IS EQUAL TO ZERO
               MOVE "A" TO AP-STATUS
           ELSE
               GO TO 3000-EXIT
           END-IF.
           MOVE "P" TO WS-AP-STATUS(WS-I-AP).
           MOVE ZERO TO WS-AP-PAY-RUN(WS-I-AP).
           MOVE WS-CURR-DATE TO WS-AP-PAY-DATE(WS-I-AP).
           PERFORM 7000-SAVE-PAYABLES THRU 7000-EXIT.
           DISPLAY "FACTURA MARCADA COMO PAGADA".
       3000-EXIT.
       5000-EXIT.
           EXIT.
       5100-AGE-ONE-INVOICE.
           PERFORM 6200-COMPUTE-GROSS THRU 6200-EXIT.
           COMPUTE WS-DEBT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-AP-DATE(WS-I-AP)).
           IF WS-DEBT-DAYS IS LESS THAN ZERO
               MOVE ZERO TO WS-DEBT-DAYS
           END-IF.
           MOVE WS-AP-GROSS TO WS-EDIT-MONEY.
           MOVE WS-DEBT-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO APAGE-LINE.
           STRING WS-AP-SUPPLIER(WS-I-AP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DOC-LABEL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AP-INVOICE(WS-I-AP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
           WRITE APAGE-LINE.
           EVALUATE TRUE
               WHEN WS-DEBT-DAYS IS NOT GREATER THAN 30
                   ADD WS-AP-GROSS TO WS-BRK-30
               WHEN WS-DEBT-DAYS IS NOT GREATER THAN 60
                   ADD WS-AP-GROSS TO WS-BRK-60
               WHEN WS-DEBT-DAYS IS NOT GREATER THAN 90
                   ADD WS-AP-GROSS TO WS-BRK-90
               WHEN OTHER
                   ADD WS-AP-GROSS TO WS-BRK-OVER
           END-EVALUATE.
       5100-EXIT.
           EXIT.
                       MOVE AP-DATE TO WS-AP-DATE(WS-AP-COUNT)
                       MOVE AP-AMOUNT TO WS-AP-AMOUNT(WS-AP-COUNT)
                       MOVE AP-STATUS TO WS-AP-STATUS(WS-AP-COUNT)
                       MOVE AP-DOC-TYPE TO
                           WS-AP-DOC-TYPE(WS-AP-COUNT)
                       PERFORM 6100-NORMALIZE-PAYABLE THRU
                           6100-EXIT
               END-READ
           END-PERFORM.
           CLOSE APOPEN-FILE.
       6000-EXIT.
           EXIT.
      * Un registro de antes del vencimiento y de la remesa trae
      * esos campos en blanco: vence con la factura y no tiene
      * remesa.
       6100-NORMALIZE-PAYABLE.
           IF AP-DUE-DATE IS NUMERIC AND AP-DUE-DATE IS GREATER
                   THAN ZERO
               MOVE AP-DUE-DATE TO WS-AP-DUE-DATE(WS-AP-COUNT)
           ELSE
               MOVE AP-DATE TO WS-AP-DUE-DATE(WS-AP-COUNT)
           END-IF.
           IF AP-PAY-RUN IS NUMERIC
               MOVE AP-PAY-RUN TO WS-AP-PAY-RUN(WS-AP-COUNT)
           ELSE
               MOVE ZERO TO WS-AP-PAY-RUN(WS-AP-COUNT)
           END-IF.
           IF AP-PAY-DATE IS NUMERIC
               MOVE AP-PAY-DATE TO WS-AP-PAY-DATE(WS-AP-COUNT)
           ELSE
               MOVE ZERO TO WS-AP-PAY-DATE(WS-AP-COUNT)
           END-IF.
           IF AP-TAX-AMOUNT IS NUMERIC
               MOVE AP-TAX-AMOUNT TO WS-AP-TAX(WS-AP-COUNT)
           ELSE
               MOVE ZERO TO WS-AP-TAX(WS-AP-COUNT)
           END-IF.
      * Sin fecha de asiento la factura es anterior al asiento de
      * compras: se le pone su propia fecha para que no se asiente
      * nunca al regrabar la cartera.
           IF AP-GL-DATE IS NUMERIC
               MOVE AP-GL-DATE TO WS-AP-GL-DATE(WS-AP-COUNT)
           ELSE
               MOVE AP-DATE TO WS-AP-GL-DATE(WS-AP-COUNT)
           END-IF.
           IF NOT AP-IS-DEBIT-NOTE
               MOVE "F" TO WS-AP-DOC-TYPE(WS-AP-COUNT)
           END-IF.
           MOVE SPACES TO WS-AP-SEL(WS-AP-COUNT).
       6100-EXIT.
           EXIT.
      * Lo que se debe por el documento de la tabla: base mas cuota,
      * en negativo si es una nota de cargo.
       6200-COMPUTE-GROSS.
           COMPUTE WS-AP-GROSS = WS-AP-AMOUNT(WS-I-AP) +
               WS-AP-TAX(WS-I-AP).
           IF WS-AP-DOC-TYPE(WS-I-AP) IS EQUAL TO "N"
               COMPUTE WS-AP-GROSS = ZERO - WS-AP-GROSS
               MOVE "N.C" TO WS-DOC-LABEL
           ELSE
               MOVE "FRA" TO WS-DOC-LABEL
           END-IF.
       6200-EXIT.
           EXIT.
       6500-FIND-INVOICE.
           SET WS-NOT-FOUND TO TRUE.
           DISPLAY "CODIGO DE PROVEEDOR: " WITH NO ADVANCING.
               MOVE WS-AP-DATE(WS-I-AP) TO AP-DATE
               MOVE WS-AP-AMOUNT(WS-I-AP) TO AP-AMOUNT
               MOVE WS-AP-STATUS(WS-I-AP) TO AP-STATUS
               MOVE WS-AP-DUE-DATE(WS-I-AP) TO AP-DUE-DATE
               MOVE WS-AP-PAY-RUN(WS-I-AP) TO AP-PAY-RUN
               MOVE WS-AP-PAY-DATE(WS-I-AP) TO AP-PAY-DATE
               MOVE WS-AP-TAX(WS-I-AP) TO AP-TAX-AMOUNT
               MOVE WS-AP-GL-DATE(WS-I-AP) TO AP-GL-DATE
               MOVE WS-AP-DOC-TYPE(WS-I-AP) TO AP-DOC-TYPE
               MOVE PAYABLE-REC TO APOPEN-FILE-REC
               WRITE APOPEN-FILE-REC
           END-PERFORM.
       7000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8000-PAYMENT-RUN - remesa de pagos: selecciona las abiertas *
      * vencidas, imprime la propuesta y, aprobada por un           *
      * supervisor, marca las facturas pagadas con el numero de     *
      * remesa antes de escribir ningun fichero. Si el paso se      *
      * corta despues de marcar, los ficheros se reproducen con la  *
      * opcion E y nada vuelve a entrar en otra remesa.             *
      *-----------------------------------------------------------*
       8000-PAYMENT-RUN.
           PERFORM 6000-LOAD-PAYABLES THRU 6000-EXIT.
           IF WS-AP-COUNT IS EQUAL TO ZERO
               DISPLAY "NO HAY FACTURAS REGISTRADAS"
               GO TO 8000-EXIT
           END-IF.
           PERFORM 8100-ASK-CRITERIA THRU 8100-EXIT.
           PERFORM 8200-SELECT-INVOICES THRU 8200-EXIT.
           IF WS-PS-COUNT IS EQUAL TO ZERO
               DISPLAY "NO HAY FACTURAS ABIERTAS VENCIDAS CON ESOS "
                   "CRITERIOS"
               GO TO 8000-EXIT
           END-IF.
           PERFORM 8300-PRINT-PROPOSAL THRU 8300-EXIT.
           MOVE WS-RUN-TOTAL TO WS-EDIT-MONEY.
           DISPLAY "PROPUESTA EN APPROPOS.TXT: " WS-RUN-INVOICES
               " FACTURAS POR " FUNCTION TRIM(WS-EDIT-MONEY).
           IF WS-RUN-INVOICES IS EQUAL TO ZERO
               DISPLAY "** NINGUN PROVEEDOR VENCIDO TIENE CUENTA "
                   "BANCARIA: NO HAY NADA QUE PAGAR **"
               GO TO 8000-EXIT
           END-IF.
           DISPLAY "CONFIRMA LA REMESA (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM IS NOT EQUAL TO "S"
               DISPLAY "REMESA CANCELADA, NO SE HA PAGADO NADA"
               GO TO 8000-EXIT
           END-IF.
           MOVE "REMESA DE PAGOS" TO WS-OVR-REASON.
           MOVE WS-RUN-TOTAL TO WS-OVR-AMOUNT.
           CALL "OVERRIDE" USING WS-OVR-REASON, WS-OVR-AMOUNT,
               WS-OVR-RESULT.
           IF WS-OVR-RESULT IS NOT EQUAL TO "S"
               DISPLAY "REMESA NO AUTORIZADA, NO SE HA PAGADO NADA"
               GO TO 8000-EXIT
           END-IF.
           COMPUTE WS-PAY-RUN = WS-HIGHEST-RUN + 1.
           MOVE WS-CURR-DATE TO WS-PAY-DATE.
           PERFORM 8400-STAMP-RUN THRU 8400-EXIT.
           PERFORM 8500-WRITE-BANK-FILE THRU 8500-EXIT.
           PERFORM 8600-WRITE-REMITTANCES THRU 8600-EXIT.
           DISPLAY "REMESA " WS-PAY-RUN " PAGADA: TRANSFERENCIAS EN "
               FUNCTION TRIM(WS-BANK-NAME) ", AVISOS EN APREMIT.TXT".
           MOVE "EX04API" TO WS-AUD-PROGRAM.
           MOVE "REMESA" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "REMESA DE PAGOS " WS-PAY-RUN " EMITIDA"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       8000-EXIT.
           EXIT.
       8100-ASK-CRITERIA.
           MOVE SPACES TO WS-DATE-INPUT.
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WS-DATE-INPUT) IS
                   EQUAL TO ZERO
               DISPLAY "PAGAR LO VENCIDO HASTA (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-DATE-INPUT
               IF FUNCTION TEST-NUMVAL(WS-DATE-INPUT) IS NOT EQUAL
                       TO ZERO
                   DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE NUEVO"
               END-IF
           END-PERFORM.
           MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-CUTOFF-DATE.
           DISPLAY "PROVEEDOR (EN BLANCO = TODOS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-RUN-SUPPLIER.
           ACCEPT WS-RUN-SUPPLIER.
           MOVE FUNCTION UPPER-CASE(WS-RUN-SUPPLIER) TO
               WS-RUN-SUPPLIER.
       8100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8200-SELECT-INVOICES - marca las abiertas ("A") vencidas    *
      * del proveedor pedido; las retenidas y las pagadas no entran *
      * nunca. De paso busca el mayor numero de remesa ya usado.    *
      * Un proveedor sin cuenta bancaria sale en la propuesta pero  *
      * sus facturas quedan excluidas ("E"). Las notas de cargo     *
      * abiertas se descuentan sin esperar vencimiento; si dejan al *
      * proveedor sin saldo a pagar, queda excluido entero.         *
      *-----------------------------------------------------------*
       8200-SELECT-INVOICES.
           MOVE ZERO TO WS-PS-COUNT.
           MOVE ZERO TO WS-HIGHEST-RUN.
           MOVE ZERO TO WS-RUN-INVOICES.
           MOVE ZERO TO WS-RUN-TOTAL.
           PERFORM VARYING WS-I-AP FROM 1 BY 1
                   UNTIL WS-I-AP IS GREATER THAN WS-AP-COUNT
               MOVE SPACES TO WS-AP-SEL(WS-I-AP)
               IF WS-AP-PAY-RUN(WS-I-AP) IS GREATER THAN
                       WS-HIGHEST-RUN
                   MOVE WS-AP-PAY-RUN(WS-I-AP) TO WS-HIGHEST-RUN
               END-IF
               IF WS-AP-STATUS(WS-I-AP) IS EQUAL TO "A" AND
                       (WS-AP-DUE-DATE(WS-I-AP) IS NOT GREATER THAN
                       WS-CUTOFF-DATE OR
                       WS-AP-DOC-TYPE(WS-I-AP) IS EQUAL TO "N") AND
                       (WS-RUN-SUPPLIER IS EQUAL TO SPACES OR
                       WS-AP-SUPPLIER(WS-I-AP) IS EQUAL TO
                       WS-RUN-SUPPLIER)
                   MOVE "S" TO WS-AP-SEL(WS-I-AP)
                   PERFORM 8210-ADD-TO-SUPPLIER THRU 8210-EXIT
               END-IF
           END-PERFORM.
           PERFORM 8220-READ-SUPPLIERS THRU 8220-EXIT.
           PERFORM VARYING WS-I-AP FROM 1 BY 1
                   UNTIL WS-I-AP IS GREATER THAN WS-AP-COUNT
               IF WS-AP-SEL(WS-I-AP) IS EQUAL TO "S"
                   PERFORM 8230-FIND-SUPPLIER THRU 8230-EXIT
                   IF WS-PS-PAYABLE(WS-I-PS)
                       PERFORM 6200-COMPUTE-GROSS THRU 6200-EXIT
                       ADD 1 TO WS-RUN-INVOICES
                       ADD WS-AP-GROSS TO WS-RUN-TOTAL
                   ELSE
                       MOVE "E" TO WS-AP-SEL(WS-I-AP)
                   END-IF
               END-IF
           END-PERFORM.
       8200-EXIT.
           EXIT.
      * Acumula la factura marcada en su proveedor; un proveedor
      * que no cabe en la tabla se queda fuera de esta remesa.
       8210-ADD-TO-SUPPLIER.
           PERFORM 8230-FIND-SUPPLIER THRU 8230-EXIT.
           IF WS-NOT-FOUND
               IF WS-PS-COUNT IS EQUAL TO API-MAX-SUPPLIERS
                   MOVE SPACES TO WS-AP-SEL(WS-I-AP)
                   GO TO 8210-EXIT
               END-IF
               ADD 1 TO WS-PS-COUNT
               MOVE WS-PS-COUNT TO WS-I-PS
               MOVE WS-AP-SUPPLIER(WS-I-AP) TO WS-PS-CODE(WS-I-PS)
               MOVE SPACES TO WS-PS-NAME(WS-I-PS)
               MOVE SPACES TO WS-PS-IBAN(WS-I-PS)
               MOVE ZERO TO WS-PS-INVOICES(WS-I-PS)
               MOVE ZERO TO WS-PS-TOTAL(WS-I-PS)
               MOVE "N" TO WS-PS-OK-SW(WS-I-PS)
           END-IF.
           ADD 1 TO WS-PS-INVOICES(WS-I-PS).
           PERFORM 6200-COMPUTE-GROSS THRU 6200-EXIT.
           ADD WS-AP-GROSS TO WS-PS-TOTAL(WS-I-PS).
       8210-EXIT.
           EXIT.
      * Nombre y cuenta de cada proveedor de la remesa; entra en
      * ella solo si esta activo y tiene IBAN.
       8220-READ-SUPPLIERS.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS IS NOT EQUAL TO "00"
               GO TO 8220-EXIT
           END-IF.
           PERFORM VARYING WS-I-PS FROM 1 BY 1
                   UNTIL WS-I-PS IS GREATER THAN WS-PS-COUNT
               MOVE WS-PS-CODE(WS-I-PS) TO SM-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE "** DESCONOCIDO **" TO
                           WS-PS-NAME(WS-I-PS)
                   NOT INVALID KEY
                       MOVE SM-NAME TO WS-PS-NAME(WS-I-PS)
                       MOVE SM-IBAN TO WS-PS-IBAN(WS-I-PS)
                       IF SM-IS-ACTIVE AND SM-IBAN IS NOT EQUAL TO
                               SPACES
                           MOVE "S" TO WS-PS-OK-SW(WS-I-PS)
                       END-IF
               END-READ
               IF WS-PS-TOTAL(WS-I-PS) IS NOT GREATER THAN ZERO
                   MOVE "N" TO WS-PS-OK-SW(WS-I-PS)
               END-IF
           END-PERFORM.
           CLOSE SUPPLIER-FILE.
       8220-EXIT.
           EXIT.
       8230-FIND-SUPPLIER.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-I-PS FROM 1 BY 1
                   UNTIL WS-I-PS IS GREATER THAN WS-PS-COUNT
               IF WS-PS-CODE(WS-I-PS) IS EQUAL TO
                       WS-AP-SUPPLIER(WS-I-AP)
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       8230-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8300-PRINT-PROPOSAL - propuesta para aprobar: por proveedor *
      * sus facturas vencidas y su total, y los excluidos por no    *
      * tener cuenta, con el total general de lo que se pagara.     *
      *-----------------------------------------------------------*
       8300-PRINT-PROPOSAL.
           OPEN OUTPUT APPROP-FILE.
           MOVE SPACES TO APPROP-LINE.
           STRING "PROPUESTA DE REMESA DE PAGOS - VENCIDO HASTA "
                   DELIMITED BY SIZE
                   WS-CUTOFF-DATE DELIMITED BY SIZE
                   INTO APPROP-LINE
           END-STRING.
           IF WS-RUN-SUPPLIER IS NOT EQUAL TO SPACES
               MOVE "PROVEEDOR" TO APPROP-LINE(60:9)
               MOVE WS-RUN-SUPPLIER TO APPROP-LINE(70:6)
           END-IF.
           WRITE APPROP-LINE.
           MOVE ALL "-" TO APPROP-LINE.
           WRITE APPROP-LINE.
           PERFORM VARYING WS-I-PS FROM 1 BY 1
                   UNTIL WS-I-PS IS GREATER THAN WS-PS-COUNT
               PERFORM 8310-PRINT-SUPPLIER THRU 8310-EXIT
           END-PERFORM.
           MOVE ALL "-" TO APPROP-LINE.
           WRITE APPROP-LINE.
           MOVE WS-RUN-TOTAL TO WS-EDIT-MONEY.
           MOVE SPACES TO APPROP-LINE.
           STRING "TOTAL A PAGAR: " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   "  FACTURAS: " DELIMITED BY SIZE
                   WS-RUN-INVOICES DELIMITED BY SIZE
                   INTO APPROP-LINE
           END-STRING.
           WRITE APPROP-LINE.
           CLOSE APPROP-FILE.
           MOVE "APPROPOS.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
       8300-EXIT.
           EXIT.
       8310-PRINT-SUPPLIER.
           MOVE SPACES TO APPROP-LINE.
           STRING WS-PS-CODE(WS-I-PS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PS-NAME(WS-I-PS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PS-IBAN(WS-I-PS) DELIMITED BY SIZE
                   INTO APPROP-LINE
           END-STRING.
           WRITE APPROP-LINE.
           PERFORM VARYING WS-I-AP FROM 1 BY 1
                   UNTIL WS-I-AP IS GREATER THAN WS-AP-COUNT
               IF WS-AP-SEL(WS-I-AP) IS NOT EQUAL TO SPACES AND
                       WS-AP-SUPPLIER(WS-I-AP) IS EQUAL TO
                       WS-PS-CODE(WS-I-PS)
                   PERFORM 6200-COMPUTE-GROSS THRU 6200-EXIT
                   MOVE WS-AP-GROSS TO WS-EDIT-MONEY
                   MOVE SPACES TO APPROP-LINE
                   STRING "    " DELIMITED BY SIZE
                           WS-DOC-LABEL DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-AP-INVOICE(WS-I-AP) DELIMITED BY SIZE
                           " FECHA " DELIMITED BY SIZE
                           WS-AP-DATE(WS-I-AP) DELIMITED BY SIZE
                           " VENCE " DELIMITED BY SIZE
                           WS-AP-DUE-DATE(WS-I-AP) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-EDIT-MONEY DELIMITED BY SIZE
                           INTO APPROP-LINE
                   END-STRING
                   WRITE APPROP-LINE
               END-IF
           END-PERFORM.
           MOVE WS-PS-TOTAL(WS-I-PS) TO WS-EDIT-MONEY.
           MOVE SPACES TO APPROP-LINE.
           IF WS-PS-PAYABLE(WS-I-PS)
               STRING "    TOTAL PROVEEDOR: " DELIMITED BY SIZE
                       WS-EDIT-MONEY DELIMITED BY SIZE
                       INTO APPROP-LINE
               END-STRING
           ELSE
               IF WS-PS-TOTAL(WS-I-PS) IS NOT GREATER THAN ZERO
                   STRING "    ** SALDO A FAVOR POR NOTAS DE CARGO: "
                           DELIMITED BY SIZE
                           WS-EDIT-MONEY DELIMITED BY SIZE
                           " NO ENTRA EN LA REMESA **"
                           DELIMITED BY SIZE
                           INTO APPROP-LINE
                   END-STRING
               ELSE
                   STRING "    ** SIN CUENTA BANCARIA O DADO DE BAJA: "
                           DELIMITED BY SIZE
                           "NO ENTRA EN LA REMESA **" DELIMITED BY SIZE
                           INTO APPROP-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE APPROP-LINE.
       8310-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8400-STAMP-RUN - marca pagadas las facturas de la remesa    *
      * con su numero y fecha y regraba la cartera; desde aqui      *
      * ninguna de ellas puede volver a seleccionarse.              *
      *-----------------------------------------------------------*
       8400-STAMP-RUN.
           PERFORM VARYING WS-I-AP FROM 1 BY 1
                   UNTIL WS-I-AP IS GREATER THAN WS-AP-COUNT
               IF WS-AP-SEL(WS-I-AP) IS EQUAL TO "S"
                   MOVE "P" TO WS-AP-STATUS(WS-I-AP)
                   MOVE WS-PAY-RUN TO WS-AP-PAY-RUN(WS-I-AP)
                   MOVE WS-PAY-DATE TO WS-AP-PAY-DATE(WS-I-AP)
               END-IF
           END-PERFORM.
           PERFORM 7000-SAVE-PAYABLES THRU 7000-EXIT.
       8400-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8500-WRITE-BANK-FILE - fichero de transferencias en formato *
      * fijo: registro "H" con remesa, fecha, recuento y total, un  *
      * "D" por proveedor pagable y la cola "T" con el recuento y   *
      * la suma de control, como la exportacion contable.           *
      *-----------------------------------------------------------*
       8500-WRITE-BANK-FILE.
           MOVE SPACES TO WS-BANK-NAME.
           STRING "TRANSF-" WS-PAY-RUN ".DAT"
               DELIMITED BY SIZE INTO WS-BANK-NAME.
           SET ENVIRONMENT "APBKFILE" TO WS-BANK-NAME.
           MOVE ZERO TO WS-BANK-COUNT.
           MOVE ZERO TO WS-BANK-HASH.
           PERFORM VARYING WS-I-PS FROM 1 BY 1
                   UNTIL WS-I-PS IS GREATER THAN WS-PS-COUNT
               IF WS-PS-PAYABLE(WS-I-PS)
                   ADD 1 TO WS-BANK-COUNT
                   ADD WS-PS-TOTAL(WS-I-PS) TO WS-BANK-HASH
               END-IF
           END-PERFORM.
           OPEN OUTPUT BANK-FILE.
           MOVE SPACES TO BANK-REC.
           STRING "H" WS-PAY-RUN WS-PAY-DATE WS-BANK-COUNT
               WS-BANK-HASH DELIMITED BY SIZE INTO BANK-REC.
           WRITE BANK-REC.
           MOVE SPACES TO WS-OUT-CONCEPT.
           STRING "REMESA " WS-PAY-RUN
               DELIMITED BY SIZE INTO WS-OUT-CONCEPT.
           PERFORM VARYING WS-I-PS FROM 1 BY 1
                   UNTIL WS-I-PS IS GREATER THAN WS-PS-COUNT
               IF WS-PS-PAYABLE(WS-I-PS)
                   MOVE WS-PS-TOTAL(WS-I-PS) TO WS-OUT-AMOUNT
                   MOVE SPACES TO BANK-REC
                   STRING "D" WS-PS-CODE(WS-I-PS)
                       WS-PS-IBAN(WS-I-PS) WS-OUT-AMOUNT
                       WS-PS-NAME(WS-I-PS) WS-OUT-CONCEPT
                       DELIMITED BY SIZE INTO BANK-REC
                   WRITE BANK-REC
               END-IF
           END-PERFORM.
           MOVE SPACES TO BANK-REC.
           STRING "T" WS-BANK-COUNT WS-BANK-HASH
               DELIMITED BY SIZE INTO BANK-REC.
           WRITE BANK-REC.
           CLOSE BANK-FILE.
       8500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8600-WRITE-REMITTANCES - un aviso de pago por proveedor con *
      * las facturas que se le pagan, para enviarselo junto con la  *
      * transferencia.                                              *
      *-----------------------------------------------------------*
       8600-WRITE-REMITTANCES.
           OPEN OUTPUT APREMIT-FILE.
           PERFORM VARYING WS-I-PS FROM 1 BY 1
                   UNTIL WS-I-PS IS GREATER THAN WS-PS-COUNT
               IF WS-PS-PAYABLE(WS-I-PS)
                   PERFORM 8610-WRITE-ONE-ADVICE THRU 8610-EXIT
               END-IF
           END-PERFORM.
           CLOSE APREMIT-FILE.
           MOVE "APREMIT.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
       8600-EXIT.
           EXIT.
       8610-WRITE-ONE-ADVICE.
           MOVE ALL "=" TO APREMIT-LINE.
           WRITE APREMIT-LINE.
           MOVE SPACES TO APREMIT-LINE.
           STRING "AVISO DE PAGO - REMESA " DELIMITED BY SIZE
                   WS-PAY-RUN DELIMITED BY SIZE
                   "  FECHA DE PAGO " DELIMITED BY SIZE
                   WS-PAY-DATE DELIMITED BY SIZE
                   INTO APREMIT-LINE
           END-STRING.
           WRITE APREMIT-LINE.
           MOVE SPACES TO APREMIT-LINE.
           STRING "PROVEEDOR: " DELIMITED BY SIZE
                   WS-PS-CODE(WS-I-PS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PS-NAME(WS-I-PS) DELIMITED BY SIZE
                   INTO APREMIT-LINE
           END-STRING.
           WRITE APREMIT-LINE.
           MOVE SPACES TO APREMIT-LINE.
           STRING "TRANSFERENCIA A LA CUENTA " DELIMITED BY SIZE
                   WS-PS-IBAN(WS-I-PS) DELIMITED BY SIZE
                   INTO APREMIT-LINE
           END-STRING.
           WRITE APREMIT-LINE.
           MOVE SPACES TO APREMIT-LINE.
           WRITE APREMIT-LINE.
           MOVE "FACTURAS QUE SE PAGAN:" TO APREMIT-LINE.
           WRITE APREMIT-LINE.
           PERFORM VARYING WS-I-AP FROM 1 BY 1
                   UNTIL WS-I-AP IS GREATER THAN WS-AP-COUNT
               IF WS-AP-SEL(WS-I-AP) IS EQUAL TO "S" AND
                       WS-AP-SUPPLIER(WS-I-AP) IS EQUAL TO
                       WS-PS-CODE(WS-I-PS)
                   PERFORM 6200-COMPUTE-GROSS THRU 6200-EXIT
                   MOVE WS-AP-GROSS TO WS-EDIT-MONEY
                   MOVE SPACES TO APREMIT-LINE
                   STRING "    " DELIMITED BY SIZE
                           WS-DOC-LABEL DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-AP-INVOICE(WS-I-AP) DELIMITED BY SIZE
                           " DE " DELIMITED BY SIZE
                           WS-AP-DATE(WS-I-AP) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-EDIT-MONEY DELIMITED BY SIZE
                           INTO APREMIT-LINE
                   END-STRING
                   WRITE APREMIT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-PS-TOTAL(WS-I-PS) TO WS-EDIT-MONEY.
           MOVE SPACES TO APREMIT-LINE.
           STRING "TOTAL TRANSFERIDO: " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO APREMIT-LINE
           END-STRING.
           WRITE APREMIT-LINE.
       8610-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8700-REISSUE-RUN - reproduce el fichero de transferencias y *
      * los avisos de una remesa ya marcada a partir de sus         *
      * facturas, sin volver a marcar ni a pagar nada.              *
      *-----------------------------------------------------------*
       8700-REISSUE-RUN.
           DISPLAY "NUMERO DE REMESA A REPRODUCIR: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-INPUT.
           IF FUNCTION TEST-NUMVAL(WS-RUN-INPUT) IS NOT EQUAL TO
                   ZERO
               DISPLAY "NUMERO NO VALIDO"
               GO TO 8700-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-RUN-INPUT) TO WS-PAY-RUN.
           IF WS-PAY-RUN IS EQUAL TO ZERO
               DISPLAY "NUMERO NO VALIDO"
               GO TO 8700-EXIT
           END-IF.
           PERFORM 6000-LOAD-PAYABLES THRU 6000-EXIT.
           MOVE ZERO TO WS-PS-COUNT.
           PERFORM VARYING WS-I-AP FROM 1 BY 1
                   UNTIL WS-I-AP IS GREATER THAN WS-AP-COUNT
               MOVE SPACES TO WS-AP-SEL(WS-I-AP)
               IF WS-AP-PAY-RUN(WS-I-AP) IS EQUAL TO WS-PAY-RUN
                   MOVE "S" TO WS-AP-SEL(WS-I-AP)
                   MOVE WS-AP-PAY-DATE(WS-I-AP) TO WS-PAY-DATE
                   PERFORM 8210-ADD-TO-SUPPLIER THRU 8210-EXIT
               END-IF
           END-PERFORM.
           IF WS-PS-COUNT IS EQUAL TO ZERO
               DISPLAY "** ESA REMESA NO EXISTE **"
               GO TO 8700-EXIT
           END-IF.
      * Lo ya pagado se reproduce tal cual, aunque el proveedor se
      * haya dado de baja despues: la cuenta es la de hoy en el
      * maestro.
           PERFORM 8220-READ-SUPPLIERS THRU 8220-EXIT.
           PERFORM VARYING WS-I-PS FROM 1 BY 1
                   UNTIL WS-I-PS IS GREATER THAN WS-PS-COUNT
               MOVE "S" TO WS-PS-OK-SW(WS-I-PS)
           END-PERFORM.
           PERFORM 8500-WRITE-BANK-FILE THRU 8500-EXIT.
           PERFORM 8600-WRITE-REMITTANCES THRU 8600-EXIT.
           DISPLAY "REMESA " WS-PAY-RUN " REPRODUCIDA EN "
               FUNCTION TRIM(WS-BANK-NAME) " Y APREMIT.TXT".
       8700-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - deja constancia del resultado en el rastro *
      * de auditoria.                                               *
      *-----------------------------------------------------------*

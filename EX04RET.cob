      *                  coste unitario (TR-UNIT-COST) de la venta  *
      *                  original, para que el margen bruto del dia *
      *                  netee bien las devoluciones.               *
      * 2026-10-15  JMS  La devolucion de un kit repone las         *
      *                  existencias de cada componente (KITBOM.DAT)*
      *                  con su apunte en el kardex, igual que la   *
      *                  venta las desconto.                        *
      * 2026-10-15  JMS  Las lineas de la devolucion arrastran      *
      *                  tambien el departamento y la familia de la *
      *                  venta original (TR-DEPT, TR-FAMILY).       *
      * 2026-10-15  JMS  La cabecera de la devolucion lleva la hora *
      *                  en que se hizo (TR-TICKET-TIME).           *
      * 2026-10-15  JMS  Las lineas devueltas llevan la tarifa de   *
      *                  cliente con la que se cobraron             *
      *                  (TR-PRICE-LIST).                           *
      * 2026-10-15  JMS  La devolucion de un ticket facturado       *
      *                  emite factura rectificativa de la serie    *
      *                  anual R (TICKNUM RECTIFIC) con las lineas  *
      *                  devueltas y los importes del abono; la     *
      *                  devolucion lleva su numero en              *
      *                  TR-INVOICE-NUM y el documento lo imprime   *
      *                  INVPRT.                                    *
      * 2026-10-15  JMS  Cada devolucion grabada se anota en el     *
      *                  registro fiscal encadenado (FISCLOG).      *
      * 2026-10-15  JMS  La devolucion de una compra de personal    *
      *                  anota su linea D en STAFFPUR.DAT para      *
      *                  rebajar el gasto del mes del empleado.     *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Composicion de los kits, para reponer sus componentes.
           SELECT KITBOM-FILE ASSIGN TO "KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KITBOM-STATUS.
      * Facturas emitidas: la devolucion de un ticket facturado
      * graba aqui su factura rectificativa.
           SELECT INVOICE-FILE ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
      * Diario de compras del personal: la devolucion de una compra
      * de personal anota aqui su linea "D" para el gasto del mes.
           SELECT STAFFPUR-FILE ASSIGN TO "STAFFPUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFFPUR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * El FD lleva el mismo layout que el buffer de trabajo, con
       FD  TICKET-FILE.
           COPY "TICKREC.CPY" REPLACING LEADING ==TR-== BY ==TF-==.
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  KITBOM-FILE.
           COPY "KITBOM.CPY".
       FD  INVOICE-FILE.
           COPY "INVREC.CPY".
       FD  STAFFPUR-FILE.
       01  STAFFPUR-FILE-REC                    PIC X(117).
       WORKING-STORAGE SECTION.
      * Layout del ticket (cliente + lineas de producto): aqui guarda
      * el ticket original tal y como se vendio.
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-KITBOM-STATUS                     PIC X(02).
       01  WS-INVOICE-STATUS                    PIC X(02).
       01  WS-STAFFPUR-STATUS                   PIC X(02).
           COPY "STAFFPUR.CPY".
      * Compra de personal original ("V") de la que sale la
      * devolucion, si la hay.
       01  WS-STAFF-SW                          PIC X(01) VALUE "N".
           88  WS-STAFF-FOUND                   VALUE "Y".
       01  WS-STAFF-EOF-SW                      PIC X(01) VALUE "N".
           88  WS-NO-MORE-STAFF                 VALUE "Y".
       01  WS-STAFF-BUYER                       PIC X(08).
       01  WS-STAFF-NAME                        PIC X(30).
       01  WS-STAFF-LEVEL                       PIC 9(01).
       01  WS-STAFF-DISCOUNT                    PIC 9(07)V99.
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-CLIENT-FILE-OPEN              VALUE "Y".
       01  WS-PRODCAT-FILE-SW                   PIC X(01) VALUE "N".
           88  WS-PRODCAT-FILE-OPEN             VALUE "Y".
       01  WS-KITBOM-FILE-SW                    PIC X(01) VALUE "N".
           88  WS-KITBOM-FILE-OPEN              VALUE "Y".
       01  WS-KIT-SW                            PIC X(01) VALUE "N".
           88  WS-IS-KIT                        VALUE "Y".
       01  WS-KIT-EOF-SW                        PIC X(01) VALUE "N".
           88  WS-NO-MORE-COMPONENTS            VALUE "Y".
       01  WS-KIT-CODE                          PIC X(06).
      * Marca de linea devuelta, en paralelo a WS-PRODUCTS.
       01  WS-SEL-TABLE.
           05  WS-SEL-FLAG OCCURS PRODUCTS-MAX-LENGTH TIMES
       01  WS-OUT-SEQ                           PIC 9(04).
       01  WS-LINE-AMOUNT                       PIC 9(09)V99.
       01  WS-RUN-DATE                          PIC 9(08).
       01  WS-RUN-TIME                          PIC 9(08).
       01  WS-OPERATOR                          PIC X(08).
      * Importes de la devolucion: el abono se prorratea sobre el
      * total cobrado del ticket (descuento e impuestos incluidos)
               10  WS-ORIG-BASE                 PIC S9(9)V99.
               10  WS-ORIG-TAX                  PIC S9(9)V99.
       01  WS-CAT-I                             PIC 9(1).
      * Desglose fiscal de la devolucion, guardado para la factura
      * rectificativa (el buffer del ticket se reutiliza para las
      * lineas).
       01  WS-REF-TAX-DATA.
           05  WS-REF-CAT-ENTRY OCCURS 4 TIMES.
               10  WS-REF-BASE                  PIC 9(9)V99.
               10  WS-REF-TAX                   PIC 9(9)V99.
      * Factura que llevaba el ticket original y rectificativa que
      * emite la devolucion (en blanco si el ticket no se facturo).
       01  WS-ORIG-INVOICE                      PIC X(12).
       01  WS-CORR-INVOICE                      PIC X(12).
       01  WS-CORR-YEAR                         PIC 9(4).
       01  WS-CORR-SEQ                          PIC 9(6).
       01  WS-INV-FOUND-SW                      PIC X(01) VALUE "N".
           88  WS-INV-FOUND                     VALUE "Y".
       01  WS-INV-LINE-SEQ                      PIC 9(4).
       01  WS-I-TICKET                          PIC 9(2).
      * Parametros para la subrutina TICKNUM: el numero de la
      * devolucion sale del correlativo compartido, de uno en uno;
      * el de la rectificativa, de la serie anual RECTIFIC.
       01  WS-TN-ACTION                         PIC X(8).
       01  WS-TN-NUMBER                         PIC 9(8).
      * Parametros para la subrutina OVERRIDE: una devolucion por
       01  WS-KX-QTY                            PIC S9(7).
       01  WS-KX-BEFORE                         PIC S9(7).
       01  WS-KX-AFTER                          PIC S9(7).
      * Programa que anota la devolucion en el registro fiscal
      * (subrutina FISCLOG).
       01  WS-FR-PROGRAM                        PIC X(8).
       01  WS-KIT-MOVE-QTY                      PIC S9(7).
       01  DISP-NUM                             PIC ZZZ,ZZZ,ZZ9.
       01  DISP-QTY                             PIC Z,ZZ9.
       01  DISP-CURRENCY                        PIC $$$,$$$,$$9.99.
           MOVE "N" TO WS-EOF-SW.
           MOVE ZERO TO WS-SEL-COUNT.
           MOVE ZERO TO WS-PRIOR-CREDIT.
           MOVE SPACES TO WS-ORIG-INVOICE.
           MOVE SPACES TO WS-CORR-INVOICE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-FIND-TICKET THRU 2000-EXIT
           IF WS-PRODCAT-STATUS IS EQUAL TO "00"
               SET WS-PRODCAT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT KITBOM-FILE.
           IF WS-KITBOM-STATUS IS EQUAL TO "00"
               SET WS-KITBOM-FILE-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
           MOVE TICKET-REC TO WS-TICKET-BUFFER.
           SET WS-FOUND TO TRUE.
           MOVE TR-TICKET-NUM TO WS-TICKET-NUM.
      * Un ticket facturado pide factura rectificativa al devolver.
           IF TR-INVOICE-NUM IS NOT EQUAL TO LOW-VALUES
               MOVE TR-INVOICE-NUM TO WS-ORIG-INVOICE
           END-IF.
           MOVE TR-NAME TO WS-NAME.
           MOVE TR-AGE TO WS-AGE.
           MOVE TR-BALANCE TO WS-BALANCE.
               ELSE
                   MOVE ZERO TO WS-PRODUCT-COST(WS-PRODUCTS-NUM)
               END-IF
               MOVE TR-DEPT TO WS-PRODUCT-DEPT(WS-PRODUCTS-NUM)
               MOVE TR-FAMILY TO WS-PRODUCT-FAMILY(WS-PRODUCTS-NUM)
               MOVE TR-PRICE-LIST TO
                   WS-PRODUCT-PRICELIST(WS-PRODUCTS-NUM)
               PERFORM 2100-READ-NEXT THRU 2100-EXIT
           END-PERFORM.
       2200-EXIT.
               END-IF
           END-IF.
           PERFORM 4100-ASSIGN-REFUND-NUMBER THRU 4100-EXIT.
           IF WS-ORIG-INVOICE IS NOT EQUAL TO SPACES
               PERFORM 4800-ASSIGN-CORRECTIVE THRU 4800-EXIT
           END-IF.
           PERFORM 4150-FETCH-CUSTOMER THRU 4150-EXIT.
           PERFORM 4200-WRITE-REFUND THRU 4200-EXIT.
           PERFORM 4300-CREDIT-CUSTOMER THRU 4300-EXIT.
           PERFORM 4400-RESTOCK-LINES THRU 4400-EXIT.
           PERFORM 4950-LOG-STAFF-REFUND THRU 4950-EXIT.
           MOVE WS-REFUND-CREDIT TO DISP-CURRENCY.
           DISPLAY "DEVOLUCION GRABADA, ABONO DE " FUNCTION TRIM
               (DISP-CURRENCY).
           IF WS-CORR-INVOICE IS NOT EQUAL TO SPACES
               PERFORM 4900-WRITE-CORRECTIVE THRU 4900-EXIT
           END-IF.
           MOVE "OK" TO WS-RUN-OUTCOME.
       4000-EXIT.
           EXIT.
      * del desglose original que el abono respecto de lo cobrado.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I IS GREATER THAN 4
               COMPUTE WS-REF-BASE(WS-CAT-I) ROUNDED =
                   WS-ORIG-BASE(WS-CAT-I) * WS-REFUND-GROSS /
                   WS-GROSS-TOTAL
               COMPUTE WS-REF-TAX(WS-CAT-I) ROUNDED =
                   WS-ORIG-TAX(WS-CAT-I) * WS-REFUND-GROSS /
                   WS-GROSS-TOTAL
               MOVE WS-REF-BASE(WS-CAT-I) TO TR-CAT-BASE(WS-CAT-I)
               MOVE WS-REF-TAX(WS-CAT-I) TO TR-CAT-TAX(WS-CAT-I)
           END-PERFORM.
           MOVE WS-OPERATOR TO TR-OPERATOR.
           IF CTL-STORE-ID IS EQUAL TO SPACES
           ELSE
               MOVE CTL-STORE-ID TO TR-STORE-ID
           END-IF.
      * Hora de la devolucion (HHMMSS), igual que en la venta.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO TR-TICKET-TIME.
           MOVE WS-CORR-INVOICE TO TR-INVOICE-NUM.
           MOVE WS-TICKET-BUFFER TO TICKET-REC.
           WRITE TICKET-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO GRABAR LA CABECERA DE LA "
                       "DEVOLUCION **"
               NOT INVALID KEY
                   MOVE "EX04RET" TO WS-FR-PROGRAM
                   CALL "FISCLOG" USING BY CONTENT WS-FR-PROGRAM,
                       TICKET-REC
           END-WRITE.
           MOVE ZERO TO WS-OUT-SEQ.
           PERFORM VARYING WS-I-PRODUCT FROM 1 BY 1
                       TR-TAX-CAT
                   MOVE WS-PRODUCT-COST(WS-I-PRODUCT) TO
                       TR-UNIT-COST
                   MOVE WS-PRODUCT-DEPT(WS-I-PRODUCT) TO TR-DEPT
                   MOVE WS-PRODUCT-FAMILY(WS-I-PRODUCT) TO TR-FAMILY
                   MOVE WS-PRODUCT-PRICELIST(WS-I-PRODUCT) TO
                       TR-PRICE-LIST
                   MOVE WS-TICKET-BUFFER TO TICKET-REC
                   WRITE TICKET-REC
                       INVALID KEY
                       WS-PRODUCT-CODE(WS-I-PRODUCT) IS NOT EQUAL
                       TO SPACES
                   MOVE WS-PRODUCT-CODE(WS-I-PRODUCT) TO PC-CODE
                   PERFORM 4600-FIND-KIT THRU 4600-EXIT
                   IF WS-IS-KIT
                       PERFORM 4700-RESTOCK-KIT THRU 4700-EXIT
                   ELSE
                       PERFORM 4410-RESTOCK-ONE THRU 4410-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       4400-EXIT.
           EXIT.
       4410-RESTOCK-ONE.
           READ PRODUCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PC-ON-HAND TO WS-KX-BEFORE
                   ADD WS-PRODUCT-QTY(WS-I-PRODUCT) TO PC-ON-HAND
                   REWRITE PRODUCT-CAT-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO REPONER EL STOCK DE "
                               FUNCTION TRIM(PC-CODE)
                       NOT INVALID KEY
                           MOVE WS-PRODUCT-QTY(WS-I-PRODUCT) TO
                               WS-KX-QTY
                           PERFORM 4500-LOG-STOCK-MOVE THRU
                               4500-EXIT
                   END-REWRITE
           END-READ.
       4410-EXIT.
           EXIT.
      * La reposicion queda en el kardex con el numero de la
      * devolucion como referencia; la cantidad va en positivo.
       4500-LOG-STOCK-MOVE.
           MOVE SPACES TO WS-KX-REFERENCE.
           MOVE WS-REFUND-NUM TO WS-KX-REFERENCE.
           MOVE PC-CODE TO WS-KX-PRODUCT.
           MOVE PC-ON-HAND TO WS-KX-AFTER.
           CALL "STKMOVE" USING BY CONTENT WS-KX-PROGRAM,
               WS-KX-REFERENCE, WS-KX-PRODUCT, WS-KX-QTY,
               WS-KX-BEFORE, WS-KX-AFTER.
       4500-EXIT.
           EXIT.
      * Un producto es un kit si tiene componentes en KITBOM.DAT;
      * si lo es, el fichero queda colocado en el primero.
       4600-FIND-KIT.
           MOVE "N" TO WS-KIT-SW.
           MOVE "N" TO WS-KIT-EOF-SW.
           IF NOT WS-KITBOM-FILE-OPEN
               GO TO 4600-EXIT
           END-IF.
           MOVE PC-CODE TO WS-KIT-CODE.
           MOVE PC-CODE TO KB-KIT.
           MOVE LOW-VALUES TO KB-COMPONENT.
           START KITBOM-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY
                   GO TO 4600-EXIT
           END-START.
           READ KITBOM-FILE NEXT RECORD
               AT END
                   GO TO 4600-EXIT
           END-READ.
           IF KB-KIT IS EQUAL TO WS-KIT-CODE
               SET WS-IS-KIT TO TRUE
           END-IF.
       4600-EXIT.
           EXIT.
      * El kit devuelto repone cada componente por su cantidad en
      * el kit, con su apunte en el kardex.
       4700-RESTOCK-KIT.
           PERFORM UNTIL WS-NO-MORE-COMPONENTS
               MOVE KB-COMPONENT TO PC-CODE
               COMPUTE WS-KIT-MOVE-QTY = KB-QTY *
                   WS-PRODUCT-QTY(WS-I-PRODUCT)
               READ PRODUCT-FILE
                   INVALID KEY
                       DISPLAY "NO SE ENCONTRO EL COMPONENTE "
                           FUNCTION TRIM(PC-CODE) " DEL KIT "
                           FUNCTION TRIM(WS-KIT-CODE)
                   NOT INVALID KEY
                       MOVE PC-ON-HAND TO WS-KX-BEFORE
                       ADD WS-KIT-MOVE-QTY TO PC-ON-HAND
                       REWRITE PRODUCT-CAT-REC
                           INVALID KEY
                               DISPLAY "NO SE PUDO REPONER EL STOCK "
                                   "DE " FUNCTION TRIM(PC-CODE)
                           NOT INVALID KEY
                               MOVE WS-KIT-MOVE-QTY TO WS-KX-QTY
                               PERFORM 4500-LOG-STOCK-MOVE THRU
                                   4500-EXIT
                       END-REWRITE
               END-READ
               READ KITBOM-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-COMPONENTS TO TRUE
               END-READ
               IF KB-KIT IS NOT EQUAL TO WS-KIT-CODE
                   SET WS-NO-MORE-COMPONENTS TO TRUE
               END-IF
           END-PERFORM.
       4700-EXIT.
           EXIT.
      * La rectificativa toma numero de la serie anual RECTIFIC con
      * el ano de la devolucion; sin numero la devolucion sigue
      * adelante y la rectificativa queda para hacerla a mano.
       4800-ASSIGN-CORRECTIVE.
           MOVE WS-RUN-DATE(1:4) TO WS-CORR-YEAR.
           MOVE "RECTIFIC" TO WS-TN-ACTION.
           MOVE WS-CORR-YEAR TO WS-TN-NUMBER.
           CALL "TICKNUM" USING WS-TN-ACTION, WS-TN-NUMBER.
           IF WS-TN-NUMBER IS EQUAL TO ZERO
               DISPLAY "** NO SE PUDO NUMERAR LA RECTIFICATIVA DE LA "
                   "FACTURA " WS-ORIG-INVOICE ": EMITALA A MANO **"
               GO TO 4800-EXIT
           END-IF.
           MOVE WS-TN-NUMBER TO WS-CORR-SEQ.
           STRING "R" WS-CORR-YEAR "-" WS-CORR-SEQ
               DELIMITED BY SIZE INTO WS-CORR-INVOICE
           END-STRING.
       4800-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4900-WRITE-CORRECTIVE - factura rectificativa de la         *
      * devolucion: los datos fiscales del cliente salen de la      *
      * factura original (o del maestro si no se encuentra), los    *
      * importes de la devolucion y las lineas de las devueltas.    *
      * Despues se imprime con INVPRT.                              *
      *-----------------------------------------------------------*
       4900-WRITE-CORRECTIVE.
           OPEN I-O INVOICE-FILE.
           IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.
           IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO ABRIR INVOICES.DAT: LA "
                   "RECTIFICATIVA " WS-CORR-INVOICE " QUEDA SIN "
                   "GRABAR **"
               GO TO 4900-EXIT
           END-IF.
           MOVE "N" TO WS-INV-FOUND-SW.
           MOVE WS-ORIG-INVOICE TO IV-NUMBER.
           MOVE ZERO TO IV-LINE-SEQ.
           READ INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-INV-FOUND TO TRUE
           END-READ.
           IF NOT WS-INV-FOUND
               MOVE SPACES TO INVOICE-REC
               MOVE WS-NAME TO IV-NAME
               MOVE ZERO TO IV-CUSTOMER-ID
               IF WS-FOUND
                   MOVE CM-CUSTOMER-ID TO IV-CUSTOMER-ID
                   MOVE CM-TAX-ID TO IV-TAX-ID
                   MOVE CM-FISCAL-ADDRESS TO IV-ADDRESS
                   MOVE CM-FISCAL-POSTCODE TO IV-POSTCODE
                   MOVE CM-FISCAL-CITY TO IV-CITY
               END-IF
               PERFORM VARYING WS-CAT-I FROM 1 BY 1
                       UNTIL WS-CAT-I IS GREATER THAN 4
                   IF CTL-CAT-RATE(WS-CAT-I) IS NUMERIC
                       MOVE CTL-CAT-RATE(WS-CAT-I) TO
                           IV-CAT-RATE(WS-CAT-I)
                   ELSE
                       MOVE ZERO TO IV-CAT-RATE(WS-CAT-I)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-CORR-INVOICE TO IV-NUMBER.
           MOVE ZERO TO IV-LINE-SEQ.
           MOVE "H" TO IV-REC-TYPE.
           MOVE "R" TO IV-KIND.
           MOVE WS-RUN-DATE TO IV-DATE.
           MOVE WS-ORIG-INVOICE TO IV-ORIG-INVOICE.
           MOVE 1 TO IV-TICKET-COUNT.
           MOVE WS-REFUND-NUM TO IV-TICKET(1).
           PERFORM VARYING WS-I-TICKET FROM 2 BY 1
                   UNTIL WS-I-TICKET IS GREATER THAN 10
               MOVE ZERO TO IV-TICKET(WS-I-TICKET)
           END-PERFORM.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I IS GREATER THAN 4
               MOVE WS-REF-BASE(WS-CAT-I) TO IV-CAT-BASE(WS-CAT-I)
               MOVE WS-REF-TAX(WS-CAT-I) TO IV-CAT-TAX(WS-CAT-I)
           END-PERFORM.
      * Los totales son los del abono, que es lo que se devolvio.
           MOVE WS-REFUND-NET TO IV-TOTAL-BASE.
           MOVE WS-REFUND-TAX TO IV-TOTAL-TAX.
           MOVE WS-REFUND-CREDIT TO IV-TOTAL.
           MOVE WS-OPERATOR TO IV-OPERATOR.
           IF CTL-STORE-ID IS EQUAL TO SPACES
               MOVE "001" TO IV-STORE-ID
           ELSE
               MOVE CTL-STORE-ID TO IV-STORE-ID
           END-IF.
           WRITE INVOICE-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO GRABAR LA RECTIFICATIVA "
                       WS-CORR-INVOICE " **"
                   CLOSE INVOICE-FILE
                   GO TO 4900-EXIT
           END-WRITE.
           MOVE ZERO TO WS-INV-LINE-SEQ.
           PERFORM VARYING WS-I-PRODUCT FROM 1 BY 1
                   UNTIL WS-I-PRODUCT IS GREATER THAN WS-PRODUCTS-NUM
               IF WS-LINE-RETURNED(WS-I-PRODUCT)
                   PERFORM 4910-WRITE-CORRECTIVE-LINE THRU 4910-EXIT
               END-IF
           END-PERFORM.
      * INVPRT abre INVOICES.DAT por su cuenta.
           CLOSE INVOICE-FILE.
           CALL "INVPRT" USING WS-CORR-INVOICE.
           DISPLAY "FACTURA RECTIFICATIVA " WS-CORR-INVOICE
               " DE LA FACTURA " WS-ORIG-INVOICE.
       4900-EXIT.
           EXIT.
       4910-WRITE-CORRECTIVE-LINE.
           MOVE SPACES TO INVOICE-REC.
           ADD 1 TO WS-INV-LINE-SEQ.
           MOVE WS-CORR-INVOICE TO IV-NUMBER.
           MOVE WS-INV-LINE-SEQ TO IV-LINE-SEQ.
           MOVE "L" TO IV-REC-TYPE.
           MOVE WS-REFUND-NUM TO IV-L-TICKET.
           MOVE WS-PRODUCT-CODE(WS-I-PRODUCT) TO IV-L-PRODUCT-CODE.
           MOVE WS-PRODUCT-NAME(WS-I-PRODUCT) TO IV-L-PRODUCT-NAME.
           MOVE WS-PRODUCT-QTY(WS-I-PRODUCT) TO IV-L-QTY.
           MOVE WS-PRODUCT-PRICE(WS-I-PRODUCT) TO IV-L-PRICE.
           MOVE ZERO TO IV-L-PROMO.
           COMPUTE IV-L-AMOUNT = WS-PRODUCT-PRICE(WS-I-PRODUCT) *
               WS-PRODUCT-QTY(WS-I-PRODUCT).
           MOVE WS-PRODUCT-TAXCAT(WS-I-PRODUCT) TO IV-L-TAX-CAT.
           WRITE INVOICE-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO GRABAR UNA LINEA DE LA "
                       "RECTIFICATIVA **"
           END-WRITE.
       4910-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4950-LOG-STAFF-REFUND - si el ticket original fue una       *
      * compra de personal, anota la devolucion ("D") en su diario  *
      * para que el gasto del mes del empleado baje. El abono ya ha *
      * ido al saldo de su ficha de cliente, asi que la linea no    *
      * lleva importe a nomina.                                     *
      *-----------------------------------------------------------*
       4950-LOG-STAFF-REFUND.
           MOVE "N" TO WS-STAFF-SW.
           MOVE "N" TO WS-STAFF-EOF-SW.
           OPEN INPUT STAFFPUR-FILE.
           IF WS-STAFFPUR-STATUS IS NOT EQUAL TO "00"
               GO TO 4950-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-STAFF OR WS-STAFF-FOUND
               READ STAFFPUR-FILE INTO STAFF-PURCH-REC
                   AT END
                       SET WS-NO-MORE-STAFF TO TRUE
                   NOT AT END
                       IF SP-IS-SALE AND
                               SP-TICKET IS EQUAL TO WS-TICKET-NUM
                           SET WS-STAFF-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAFFPUR-FILE.
           IF NOT WS-STAFF-FOUND
               GO TO 4950-EXIT
           END-IF.
      * El descuento de personal devuelto es la parte proporcional
      * de las lineas devueltas sobre el ticket completo.
           MOVE SP-BUYER TO WS-STAFF-BUYER.
           MOVE SP-BUYER-NAME TO WS-STAFF-NAME.
           MOVE SP-LEVEL TO WS-STAFF-LEVEL.
           COMPUTE WS-STAFF-DISCOUNT ROUNDED = SP-DISCOUNT *
               WS-REFUND-GROSS / WS-GROSS-TOTAL.
           OPEN EXTEND STAFFPUR-FILE.
           IF WS-STAFFPUR-STATUS IS NOT EQUAL TO "00" AND
                   WS-STAFFPUR-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT STAFFPUR-FILE
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO STAFF-PURCH-REC.
           SET SP-IS-REFUND TO TRUE.
           MOVE WS-RUN-DATE TO SP-DATE.
           MOVE WS-RUN-TIME(1:6) TO SP-TIME.
           MOVE WS-REFUND-NUM TO SP-TICKET.
           MOVE WS-TICKET-NUM TO SP-ORIG-TICKET.
           MOVE CTL-STORE-ID TO SP-STORE-ID.
           MOVE WS-STAFF-BUYER TO SP-BUYER.
           MOVE WS-STAFF-NAME TO SP-BUYER-NAME.
           MOVE WS-STAFF-LEVEL TO SP-LEVEL.
           MOVE WS-OPERATOR TO SP-CASHIER.
           MOVE WS-REFUND-GROSS TO SP-GROSS.
           MOVE WS-STAFF-DISCOUNT TO SP-DISCOUNT.
           MOVE WS-REFUND-CREDIT TO SP-TOTAL.
           MOVE ZERO TO SP-PAYROLL.
           MOVE STAFF-PURCH-REC TO STAFFPUR-FILE-REC.
           WRITE STAFFPUR-FILE-REC.
           CLOSE STAFFPUR-FILE.
           DISPLAY "DEVOLUCION DE COMPRA DE PERSONAL ANOTADA PARA "
               FUNCTION TRIM(WS-STAFF-BUYER).
       4950-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra ficheros y deja constancia del      *
      * resultado en el rastro de auditoria.                        *
           IF WS-PRODCAT-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-KITBOM-FILE-OPEN
               CLOSE KITBOM-FILE
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.

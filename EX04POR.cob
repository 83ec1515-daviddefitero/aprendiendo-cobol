      *                  (EX04RCV) recibe contra el pedido abierto, *
      *                  asi la llamada al proveedor y la entrega   *
      *                  quedan por fin enlazadas.                  *
      * 2026-10-15  JMS  Opcion V: valoracion mensual de            *
      *                  proveedores (SUPSCORE.TXT) con plazo medio *
      *                  de entrega, grado de servicio, lineas      *
      *                  servidas de menos o de mas y facturas      *
      *                  retenidas en la cartera de pagos.          *
      * 2026-10-15  JMS  La impresion del pedido deja tambien el    *
      *                  pedido electronico EPO-NNNNNN.DAT (EDIPO)  *
      *                  con el EAN activo de cada producto, para   *
      *                  los proveedores que lo aceptan.            *
      * 2026-10-15  JMS  Pedidos por cajas: la cantidad sugerida se *
      *                  redondea a cajas enteras (PC-PACK-SIZE),   *
      *                  la enmienda se teclea en cajas y el pedido *
      *                  se imprime en la unidad de compra. La      *
      *                  linea del pedido sigue en unidades.        *
      * 2026-10-15  JMS  Opcion R: recalculo de los puntos de       *
      *                  pedido con las ventas reales y el plazo    *
      *                  del proveedor (EX04ROP).                   *
      * 2026-10-15  JMS  El pedido electronico controla si el cruce *
      *                  de codigos de barras esta abierto con su   *
      *                  propio indicador y no con el estado, que   *
      *                  cambia con cada lectura.                   *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT POPRINT-FILE ASSIGN TO "POPRINT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POPRINT-STATUS.
      * Diario de recepciones, por la fecha de la primera entrega
      * de cada pedido.
           SELECT RECEIPT-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
      * Cartera de facturas de proveedor, por las retenidas.
           SELECT APOPEN-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APOPEN-STATUS.
      * Pedido electronico para el proveedor; el nombre real
      * (EPO-NNNNNN.DAT) se fija en ejecucion via POEDFILE.
           SELECT EDIPO-FILE ASSIGN TO POEDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIPO-STATUS.
      * Cruce de codigos de barras, por el EAN de cada linea del
      * pedido electronico.
           SELECT BARCODE-FILE ASSIGN TO "BARCODE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-EAN
               FILE STATUS IS WS-BARCODE-STATUS.
      * Valoracion mensual de proveedores.
           SELECT SCORE-FILE ASSIGN TO "SUPSCORE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PORDER-FILE.
       FD  SUPPLIER-FILE.
           COPY "SUPPMAST.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  POPRINT-FILE.
       01  POPRINT-LINE                         PIC X(80).
       FD  RECEIPT-FILE.
       01  RECEIPT-FILE-REC                     PIC X(53).
       FD  APOPEN-FILE.
       01  APOPEN-FILE-REC                      PIC X(78).
       FD  SCORE-FILE.
       01  SCORE-LINE                           PIC X(100).
       FD  EDIPO-FILE.
       01  EDIPO-FILE-REC                       PIC X(80).
       FD  BARCODE-FILE.
           COPY "BARCODE.CPY".
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
           COPY "RCPTREC.CPY".
           COPY "APREC.CPY".
           COPY "EDIPO.CPY".
       78  POR-MAX-SUGGEST                      VALUE 500.
       78  POR-MAX-SCORE                        VALUE 200.
       78  POR-MAX-RECEIPTS                     VALUE 5000.
       01  WS-PORDER-STATUS                     PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-SUPPLIER-STATUS                   PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-POPRINT-STATUS                    PIC X(02).
       01  WS-RECEIPT-STATUS                    PIC X(02).
       01  WS-APOPEN-STATUS                     PIC X(02).
       01  WS-SCORE-STATUS                      PIC X(02).
       01  WS-EDIPO-STATUS                      PIC X(02).
       01  WS-BARCODE-STATUS                    PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-OPT-AMEND                     VALUE "M".
           88  WS-OPT-PRINT                     VALUE "P".
           88  WS-OPT-CANCEL                    VALUE "X".
           88  WS-OPT-SCORECARD                 VALUE "V".
           88  WS-OPT-REORDER                   VALUE "R".
           88  WS-OPT-EXIT                      VALUE "S".
      * Sugerencias de reposicion recogidas del catalogo, con su
      * proveedor habitual; se emite un pedido por cada proveedor
               10  WS-SUG-NAME                  PIC A(30).
               10  WS-SUG-QTY                   PIC 9(07).
               10  WS-SUG-DONE                  PIC X(01).
      * Valoracion de proveedores: una entrada por proveedor con
      * pedidos del mes o facturas retenidas de ese mes.
       01  WS-SC-TABLE.
           05  WS-SC-COUNT                      PIC 9(04) VALUE ZERO.
           05  WS-SC-ENTRY OCCURS POR-MAX-SCORE TIMES.
               10  WS-SC-SUPPLIER               PIC X(06).
               10  WS-SC-ORDERS                 PIC 9(05).
               10  WS-SC-DELIVERED              PIC 9(05).
               10  WS-SC-LEAD-DAYS              PIC 9(07).
               10  WS-SC-QTY-ORDERED            PIC 9(09).
               10  WS-SC-QTY-SERVED             PIC 9(09).
               10  WS-SC-SHORT-LINES            PIC 9(05).
               10  WS-SC-OVER-LINES             PIC 9(05).
               10  WS-SC-HELD-COUNT             PIC 9(05).
               10  WS-SC-HELD-VALUE             PIC 9(09)V99.
      * Recepciones desde el primer dia del mes valorado: la primera
      * de cada pedido es la mas antigua de su proveedor y producto
      * no anterior a la fecha del pedido.
       01  WS-RT-TABLE.
           05  WS-RT-COUNT                      PIC 9(05) VALUE ZERO.
           05  WS-RT-ENTRY OCCURS POR-MAX-RECEIPTS TIMES.
               10  WS-RT-SUPPLIER               PIC X(06).
               10  WS-RT-PRODUCT                PIC X(06).
               10  WS-RT-DATE                   PIC 9(08).
       01  WS-I-SC                              PIC 9(04).
       01  WS-I-RT                              PIC 9(05).
       01  WS-SC-CUR                            PIC 9(04) VALUE ZERO.
       01  WS-SC-CUR-STATUS                     PIC X(01).
       01  WS-SC-CUR-DATE                       PIC 9(08).
       01  WS-SC-FIRST-RCPT                     PIC 9(08).
       01  WS-SC-THIS-SUPP                      PIC X(06).
       01  WS-SC-MONTH-INPUT                    PIC X(06).
       01  WS-SC-FROM-DATE                      PIC 9(08).
       01  WS-SC-TO-DATE                        PIC 9(08).
       01  WS-SC-RT-FULL-SW                     PIC X(01) VALUE "N".
           88  WS-SC-RT-FULL                    VALUE "Y".
       01  WS-SC-DAYS                           PIC S9(07).
       01  WS-SC-AVG-DAYS                       PIC 9(05)V9.
       01  WS-SC-FILL-PCT                       PIC 9(03)V9.
       01  WS-SC-GROSS                          PIC 9(09)V99.
       01  WS-SC-DETAIL.
           05  WS-SCD-SUPPLIER                  PIC X(06).
           05  FILLER                           PIC X(01) VALUE SPACE.
           05  WS-SCD-NAME                      PIC X(22).
           05  WS-SCD-ORDERS                    PIC ZZZZ9.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-SCD-AVG-DAYS                  PIC X(09).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-SCD-FILL-PCT                  PIC ZZ9.9.
           05  FILLER                           PIC X(04) VALUE SPACES.
           05  WS-SCD-SHORT                     PIC ZZZZ9.
           05  FILLER                           PIC X(03) VALUE SPACES.
           05  WS-SCD-OVER                      PIC ZZZZ9.
           05  FILLER                           PIC X(03) VALUE SPACES.
           05  WS-SCD-HELD-COUNT                PIC ZZZZ9.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-SCD-HELD-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS                         PIC ZZZZ9.9.
      * Pedido electronico: nombre del fichero, lineas y cantidad
      * total (cuentan las mismas lineas que salen en la impresion).
       01  WS-EDI-NAME                          PIC X(20).
       01  WS-EDI-LINES                         PIC 9(04).
       01  WS-EDI-QTY                           PIC 9(09).
       01  WS-EDI-RECS                          PIC 9(06).
       01  WS-EDI-DATE                          PIC 9(08).
       01  WS-EDI-SUPPLIER                      PIC X(06).
       01  WS-EDI-EAN                           PIC X(13).
      * Unidad de compra del producto en curso: cajas enteras y
      * unidades sueltas que sobran de la ultima caja.
       01  WS-PACK-SIZE                         PIC 9(04).
       01  WS-PURCH-UNIT                        PIC X(03).
       01  WS-CASE-QTY                          PIC 9(07).
       01  WS-LOOSE-QTY                         PIC 9(04).
       01  WS-EDIT-PACK                         PIC ZZZ9.
       01  WS-BX-EOF-SW                         PIC X(01).
           88  WS-BX-EOF                        VALUE "Y".
       01  WS-BARCODE-OPEN-SW                   PIC X(01) VALUE "N".
           88  WS-BARCODE-OPEN                  VALUE "Y".
      * Nombre del informe para la subrutina de spool: la copia
      * fechada y el indice los lleva SPOOLRPT.
       01  WS-SPL-NAME                          PIC X(12).
       01  WS-I-SUG                             PIC 9(04).
       01  WS-J-SUG                             PIC 9(04).
       01  WS-THIS-SUPPLIER                     PIC X(06).
                           PERFORM 4000-PRINT-ORDER THRU 4000-EXIT
                       WHEN WS-OPT-CANCEL
                           PERFORM 5000-CANCEL-ORDER THRU 5000-EXIT
                       WHEN WS-OPT-SCORECARD
                           PERFORM 6000-SUPPLIER-SCORECARD THRU
                               6000-EXIT
                       WHEN WS-OPT-REORDER
                           PERFORM 7000-REORDER-POINTS THRU 7000-EXIT
                       WHEN WS-OPT-EXIT
                           CONTINUE
                       WHEN OTHER
           DISPLAY " ".
           DISPLAY "---- PEDIDOS A PROVEEDOR ----".
           DISPLAY "G) GENERAR DESDE SUGERENCIAS   M) ENMENDAR   "
               "P) IMPRIMIR   X) ANULAR".
           DISPLAY "V) VALORACION DE PROVEEDORES   "
               "R) RECALCULAR PUNTOS DE PEDIDO   S) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
           MOVE PC-NAME TO WS-SUG-NAME(WS-SUG-COUNT).
           COMPUTE WS-SUG-QTY(WS-SUG-COUNT) = PC-REORDER-POINT * 2
               - PC-ON-HAND.
      * El proveedor sirve por cajas: se pide la caja entera.
           PERFORM 2250-SET-PACK THRU 2250-EXIT.
           COMPUTE WS-CASE-QTY = (WS-SUG-QTY(WS-SUG-COUNT) +
               WS-PACK-SIZE - 1) / WS-PACK-SIZE.
           COMPUTE WS-SUG-QTY(WS-SUG-COUNT) = WS-CASE-QTY *
               WS-PACK-SIZE.
           MOVE "N" TO WS-SUG-DONE(WS-SUG-COUNT).
       2200-EXIT.
           EXIT.
      * Unidad de compra del producto leido; sin ella (productos
      * anteriores) se compra por unidades sueltas.
       2250-SET-PACK.
           IF PC-PACK-SIZE IS NUMERIC AND PC-PACK-SIZE IS GREATER
                   THAN ZERO
               MOVE PC-PACK-SIZE TO WS-PACK-SIZE
           ELSE
               MOVE 1 TO WS-PACK-SIZE
           END-IF.
           IF PC-PURCH-UNIT IS EQUAL TO SPACES OR
                   PC-PURCH-UNIT IS EQUAL TO LOW-VALUES
               MOVE "UD" TO WS-PURCH-UNIT
           ELSE
               MOVE PC-PURCH-UNIT TO WS-PURCH-UNIT
           END-IF.
       2250-EXIT.
           EXIT.
      * Unidad de compra de la linea de pedido en curso, leida del
      * catalogo; un producto ya borrado se trata por unidades.
       2260-PACK-OF-LINE.
           MOVE PO-PRODUCT TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE ZERO TO PC-PACK-SIZE
                   MOVE SPACES TO PC-PURCH-UNIT
           END-READ.
           PERFORM 2250-SET-PACK THRU 2250-EXIT.
           DIVIDE PO-QTY-ORDERED BY WS-PACK-SIZE GIVING WS-CASE-QTY
               REMAINDER WS-LOOSE-QTY.
       2260-EXIT.
           EXIT.
       2300-MAKE-ONE-ORDER.
      * El numero del pedido lo entrega TICKNUM con el fichero de
      * control en exclusiva.
               DISPLAY "** LINEA INEXISTENTE **"
               GO TO 3100-EXIT
           END-IF.
      * La cantidad se teclea en la unidad de compra y la linea
      * la guarda en unidades.
           PERFORM 2260-PACK-OF-LINE THRU 2260-EXIT.
           MOVE WS-PACK-SIZE TO WS-EDIT-PACK.
           MOVE SPACES TO WS-QTY-INPUT.
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WS-QTY-INPUT) IS
                   EQUAL TO ZERO
               IF WS-PACK-SIZE IS GREATER THAN 1
                   DISPLAY "NUEVA CANTIDAD PEDIDA EN " WS-PURCH-UNIT
                       " DE " FUNCTION TRIM(WS-EDIT-PACK) ": "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "NUEVA CANTIDAD PEDIDA: " WITH NO ADVANCING
               END-IF
               ACCEPT WS-QTY-INPUT
               IF FUNCTION TEST-NUMVAL(WS-QTY-INPUT) IS NOT EQUAL
                       TO ZERO
                   DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE NUEVO"
               END-IF
           END-PERFORM.
           COMPUTE PO-QTY-ORDERED = FUNCTION NUMVAL(WS-QTY-INPUT) *
               WS-PACK-SIZE.
           REWRITE PURCHASE-ORDER-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO ENMENDAR LA LINEA **"
           MOVE ALL "-" TO POPRINT-LINE.
           WRITE POPRINT-LINE.
           MOVE "CODIGO  PRODUCTO                        CANTIDAD"
               & "  UNIDAD DE COMPRA" TO POPRINT-LINE.
           WRITE POPRINT-LINE.
           MOVE PO-DATE TO WS-EDI-DATE.
           MOVE PO-SUPPLIER TO WS-EDI-SUPPLIER.
           MOVE ZERO TO WS-EDI-LINES.
           MOVE ZERO TO WS-EDI-QTY.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3700-READ-NEXT THRU 3700-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR
                   PO-NUMBER IS NOT EQUAL TO WS-ASK-PO OR
                   NOT PO-IS-DETAIL
               IF PO-QTY-ORDERED IS GREATER THAN ZERO
                   ADD 1 TO WS-EDI-LINES
                   ADD PO-QTY-ORDERED TO WS-EDI-QTY
                   PERFORM 2260-PACK-OF-LINE THRU 2260-EXIT
                   MOVE WS-CASE-QTY TO WS-EDIT-QTY
                   MOVE WS-PACK-SIZE TO WS-EDIT-PACK
                   MOVE SPACES TO POPRINT-LINE
                   STRING PO-PRODUCT DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           PO-PROD-NAME DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-EDIT-QTY DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-PURCH-UNIT DELIMITED BY SIZE
                           " DE " DELIMITED BY SIZE
                           WS-EDIT-PACK DELIMITED BY SIZE
                           INTO POPRINT-LINE
                   END-STRING
                   WRITE POPRINT-LINE
      * Lo que no llena una caja (pedidos anteriores o enmendados
      * antes de pedir por cajas) va aparte en unidades.
                   IF WS-LOOSE-QTY IS GREATER THAN ZERO
                       MOVE WS-LOOSE-QTY TO WS-EDIT-QTY
                       MOVE SPACES TO POPRINT-LINE
                       STRING "        " DELIMITED BY SIZE
                               "  MAS UNIDADES SUELTAS:" DELIMITED
                               BY SIZE
                               "         " DELIMITED BY SIZE
                               WS-EDIT-QTY DELIMITED BY SIZE
                               "  UD" DELIMITED BY SIZE
                               INTO POPRINT-LINE
                       END-STRING
                       WRITE POPRINT-LINE
                   END-IF
               END-IF
               PERFORM 3700-READ-NEXT THRU 3700-EXIT
           END-PERFORM.
           CLOSE POPRINT-FILE.
           DISPLAY "PEDIDO IMPRESO EN POPRINT.TXT".
           PERFORM 4500-WRITE-EDI-ORDER THRU 4500-EXIT.
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4500-WRITE-EDI-ORDER - el mismo pedido en formato fijo      *
      * (EDIPO.CPY) para los proveedores que lo reciben por         *
      * fichero: cabecera, una linea por producto pedido con su EAN *
      * activo (en blanco si no tiene ninguno) y cola de control.   *
      *-----------------------------------------------------------*
       4500-WRITE-EDI-ORDER.
           MOVE SPACES TO WS-EDI-NAME.
           STRING "EPO-" WS-ASK-PO ".DAT"
               DELIMITED BY SIZE INTO WS-EDI-NAME.
           SET ENVIRONMENT "POEDFILE" TO WS-EDI-NAME.
           OPEN OUTPUT EDIPO-FILE.
           IF WS-EDIPO-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO CREAR " FUNCTION TRIM
                   (WS-EDI-NAME) " **"
               GO TO 4500-EXIT
           END-IF.
           MOVE "N" TO WS-BARCODE-OPEN-SW.
           OPEN INPUT BARCODE-FILE.
           IF WS-BARCODE-STATUS IS EQUAL TO "00"
               SET WS-BARCODE-OPEN TO TRUE
           END-IF.
           MOVE ZERO TO WS-EDI-RECS.
           MOVE SPACES TO EDI-PO-REC.
           SET EP-IS-HEADER TO TRUE.
           MOVE WS-ASK-PO TO EP-PO-NUMBER.
           MOVE WS-EDI-DATE TO EP-PO-DATE.
           MOVE CTL-STORE-ID TO EP-STORE-ID.
           MOVE WS-EDI-SUPPLIER TO EP-SUPPLIER.
           MOVE WS-EDI-LINES TO EP-LINE-COUNT.
           WRITE EDIPO-FILE-REC FROM EDI-PO-REC.
           ADD 1 TO WS-EDI-RECS.
      * Segunda pasada por las lineas, desde la cabecera.
           MOVE WS-ASK-PO TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-SEQ.
           READ PORDER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3700-READ-NEXT THRU 3700-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR
                   PO-NUMBER IS NOT EQUAL TO WS-ASK-PO OR
                   NOT PO-IS-DETAIL
               IF PO-QTY-ORDERED IS GREATER THAN ZERO
                   PERFORM 4600-FIND-EAN THRU 4600-EXIT
                   PERFORM 2260-PACK-OF-LINE THRU 2260-EXIT
                   MOVE SPACES TO EDI-PO-REC
                   SET EP-IS-DETAIL TO TRUE
                   MOVE WS-ASK-PO TO EP-PO-NUMBER
                   MOVE PO-LINE-SEQ TO EP-LINE-SEQ
                   MOVE PO-PRODUCT TO EP-PRODUCT
                   MOVE WS-EDI-EAN TO EP-EAN
                   MOVE PO-PROD-NAME TO EP-PROD-NAME
                   MOVE PO-QTY-ORDERED TO EP-QTY
                   MOVE WS-PURCH-UNIT TO EP-PURCH-UNIT
                   MOVE WS-PACK-SIZE TO EP-PACK-SIZE
                   MOVE WS-CASE-QTY TO EP-CASE-QTY
                   WRITE EDIPO-FILE-REC FROM EDI-PO-REC
                   ADD 1 TO WS-EDI-RECS
               END-IF
               PERFORM 3700-READ-NEXT THRU 3700-EXIT
           END-PERFORM.
           ADD 1 TO WS-EDI-RECS.
           MOVE SPACES TO EDI-PO-REC.
           SET EP-IS-TRAILER TO TRUE.
           MOVE WS-ASK-PO TO EP-PO-NUMBER.
           MOVE WS-EDI-RECS TO EP-REC-COUNT.
           MOVE WS-EDI-QTY TO EP-QTY-TOTAL.
           WRITE EDIPO-FILE-REC FROM EDI-PO-REC.
           CLOSE EDIPO-FILE.
           IF WS-BARCODE-OPEN
               CLOSE BARCODE-FILE
               MOVE "N" TO WS-BARCODE-OPEN-SW
           END-IF.
           DISPLAY "PEDIDO ELECTRONICO EN " FUNCTION TRIM(WS-EDI-NAME).
       4500-EXIT.
           EXIT.
      * El cruce esta indexado por EAN, no por codigo: se recorre
      * entero buscando el primer EAN activo del producto.
       4600-FIND-EAN.
           MOVE SPACES TO WS-EDI-EAN.
           IF NOT WS-BARCODE-OPEN
               GO TO 4600-EXIT
           END-IF.
           MOVE "N" TO WS-BX-EOF-SW.
           MOVE LOW-VALUES TO BX-EAN.
           START BARCODE-FILE KEY IS NOT LESS THAN BX-EAN
               INVALID KEY
                   SET WS-BX-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BX-EOF OR WS-EDI-EAN IS NOT EQUAL TO
                   SPACES
               READ BARCODE-FILE NEXT RECORD
                   AT END
                       SET WS-BX-EOF TO TRUE
                   NOT AT END
                       IF BX-CODE IS EQUAL TO PO-PRODUCT AND
                               BX-IS-ACTIVE
                           MOVE BX-EAN TO WS-EDI-EAN
                       END-IF
               END-READ
           END-PERFORM.
       4600-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-CANCEL-ORDER - anula un pedido abierto; lo ya recibido *
      * contra el no se toca.                                       *
      *-----------------------------------------------------------*
       5000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6000-SUPPLIER-SCORECARD - valoracion de los proveedores    *
      * por los pedidos emitidos en un mes: plazo medio desde el    *
      * pedido hasta la primera entrega, grado de servicio (lo      *
      * recibido contra lo pedido, sin contar los excesos), lineas  *
      * servidas de menos o de mas en los pedidos ya cerrados (la   *
      * misma regla del informe de excepciones de EX04RCV) y las    *
      * facturas del mes retenidas en la cartera de pagos.          *
      *-----------------------------------------------------------*
       6000-SUPPLIER-SCORECARD.
           DISPLAY "MES A VALORAR (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-SC-MONTH-INPUT.
           IF WS-SC-MONTH-INPUT IS NOT NUMERIC OR
                   WS-SC-MONTH-INPUT(5:2) IS LESS THAN "01" OR
                   WS-SC-MONTH-INPUT(5:2) IS GREATER THAN "12"
               DISPLAY "** MES NO VALIDO **"
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-SC-MONTH-INPUT TO WS-SC-FROM-DATE(1:6).
           MOVE "01" TO WS-SC-FROM-DATE(7:2).
           MOVE WS-SC-MONTH-INPUT TO WS-SC-TO-DATE(1:6).
           MOVE "31" TO WS-SC-TO-DATE(7:2).
           MOVE ZERO TO WS-SC-COUNT.
           PERFORM 6100-LOAD-RECEIPTS THRU 6100-EXIT.
           PERFORM 6200-SCAN-ORDERS THRU 6200-EXIT.
           PERFORM 6500-SCAN-HELD-INVOICES THRU 6500-EXIT.
           IF WS-SC-COUNT IS EQUAL TO ZERO
               DISPLAY "NO HAY PEDIDOS NI FACTURAS RETENIDAS EN ESE "
                   "MES"
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6700-PRINT-SCORECARD THRU 6700-EXIT.
           MOVE "SUPSCORE.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           MOVE WS-SC-COUNT TO WS-EDIT-COUNT.
           DISPLAY "PROVEEDORES VALORADOS: " FUNCTION TRIM
               (WS-EDIT-COUNT) " (SUPSCORE.TXT)".
       6000-EXIT.
           EXIT.
      * Carga las recepciones desde el primer dia del mes; las
      * anteriores no pueden ser entrega de un pedido del mes.
       6100-LOAD-RECEIPTS.
           MOVE ZERO TO WS-RT-COUNT.
           MOVE "N" TO WS-SC-RT-FULL-SW.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS IS NOT EQUAL TO "00"
               GO TO 6100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ RECEIPT-FILE INTO RECEIPT-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF RC-DATE IS NUMERIC AND RC-DATE IS NOT LESS
                               THAN WS-SC-FROM-DATE
                           PERFORM 6110-TAKE-RECEIPT THRU 6110-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-FILE.
           IF WS-SC-RT-FULL
               DISPLAY "** DEMASIADAS RECEPCIONES: EL PLAZO SOLO "
                   "CUENTA LAS " POR-MAX-RECEIPTS " PRIMERAS **"
           END-IF.
       6100-EXIT.
           EXIT.
       6110-TAKE-RECEIPT.
           IF WS-RT-COUNT IS EQUAL TO POR-MAX-RECEIPTS
               SET WS-SC-RT-FULL TO TRUE
               GO TO 6110-EXIT
           END-IF.
           ADD 1 TO WS-RT-COUNT.
           MOVE RC-SUPPLIER TO WS-RT-SUPPLIER(WS-RT-COUNT).
           MOVE RC-PRODUCT TO WS-RT-PRODUCT(WS-RT-COUNT).
           MOVE RC-DATE TO WS-RT-DATE(WS-RT-COUNT).
       6110-EXIT.
           EXIT.
      * Recorre el fichero de pedidos en orden de clave: cada
      * cabecera va seguida de sus lineas, asi que el pedido en curso
      * se cierra al llegar a la cabecera siguiente o al final.
       6200-SCAN-ORDERS.
           MOVE ZERO TO WS-SC-CUR.
           MOVE ZERO TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-SEQ.
           MOVE "N" TO WS-EOF-SW.
           START PORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-START.
           IF NOT WS-NO-MORE-RECORDS
               PERFORM 3700-READ-NEXT THRU 3700-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF PO-IS-HEADER
                   PERFORM 6400-END-ORDER THRU 6400-EXIT
                   PERFORM 6300-START-ORDER THRU 6300-EXIT
               ELSE
                   IF PO-IS-DETAIL AND WS-SC-CUR IS GREATER THAN
                           ZERO
                       PERFORM 6350-ORDER-LINE THRU 6350-EXIT
                   END-IF
               END-IF
               PERFORM 3700-READ-NEXT THRU 3700-EXIT
           END-PERFORM.
           PERFORM 6400-END-ORDER THRU 6400-EXIT.
       6200-EXIT.
           EXIT.
      * Solo cuentan los pedidos del mes que no se anularon.
       6300-START-ORDER.
           MOVE ZERO TO WS-SC-CUR.
           IF PO-DATE IS LESS THAN WS-SC-FROM-DATE OR
                   PO-DATE IS GREATER THAN WS-SC-TO-DATE OR
                   PO-IS-CANCELLED
               GO TO 6300-EXIT
           END-IF.
           MOVE PO-SUPPLIER TO WS-SC-THIS-SUPP.
           PERFORM 6600-FIND-SUPPLIER THRU 6600-EXIT.
           IF WS-SC-CUR IS EQUAL TO ZERO
               GO TO 6300-EXIT
           END-IF.
           ADD 1 TO WS-SC-ORDERS(WS-SC-CUR).
           MOVE PO-STATUS TO WS-SC-CUR-STATUS.
           MOVE PO-DATE TO WS-SC-CUR-DATE.
           MOVE ZERO TO WS-SC-FIRST-RCPT.
       6300-EXIT.
           EXIT.
       6350-ORDER-LINE.
           ADD PO-QTY-ORDERED TO WS-SC-QTY-ORDERED(WS-SC-CUR).
           IF PO-QTY-RECEIVED IS GREATER THAN PO-QTY-ORDERED
               ADD PO-QTY-ORDERED TO WS-SC-QTY-SERVED(WS-SC-CUR)
           ELSE
               ADD PO-QTY-RECEIVED TO WS-SC-QTY-SERVED(WS-SC-CUR)
           END-IF.
           IF WS-SC-CUR-STATUS IS EQUAL TO "C"
               IF PO-QTY-RECEIVED IS LESS THAN PO-QTY-ORDERED
                   ADD 1 TO WS-SC-SHORT-LINES(WS-SC-CUR)
               END-IF
               IF PO-QTY-RECEIVED IS GREATER THAN PO-QTY-ORDERED
                   ADD 1 TO WS-SC-OVER-LINES(WS-SC-CUR)
               END-IF
           END-IF.
           IF PO-QTY-RECEIVED IS EQUAL TO ZERO
               GO TO 6350-EXIT
           END-IF.
           PERFORM VARYING WS-I-RT FROM 1 BY 1
                   UNTIL WS-I-RT IS GREATER THAN WS-RT-COUNT
               IF WS-RT-SUPPLIER(WS-I-RT) IS EQUAL TO
                       WS-SC-THIS-SUPP AND
                       WS-RT-PRODUCT(WS-I-RT) IS EQUAL TO
                       PO-PRODUCT AND
                       WS-RT-DATE(WS-I-RT) IS NOT LESS THAN
                       WS-SC-CUR-DATE
                   IF WS-SC-FIRST-RCPT IS EQUAL TO ZERO OR
                           WS-RT-DATE(WS-I-RT) IS LESS THAN
                           WS-SC-FIRST-RCPT
                       MOVE WS-RT-DATE(WS-I-RT) TO WS-SC-FIRST-RCPT
                   END-IF
               END-IF
           END-PERFORM.
       6350-EXIT.
           EXIT.
      * Cierra el pedido en curso: si tuvo alguna entrega, suma sus
      * dias de plazo al proveedor.
       6400-END-ORDER.
           IF WS-SC-CUR IS EQUAL TO ZERO OR
                   WS-SC-FIRST-RCPT IS EQUAL TO ZERO
               GO TO 6400-EXIT
           END-IF.
           COMPUTE WS-SC-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SC-FIRST-RCPT) -
               FUNCTION INTEGER-OF-DATE(WS-SC-CUR-DATE).
           IF WS-SC-DAYS IS LESS THAN ZERO
               MOVE ZERO TO WS-SC-DAYS
           END-IF.
           ADD 1 TO WS-SC-DELIVERED(WS-SC-CUR).
           ADD WS-SC-DAYS TO WS-SC-LEAD-DAYS(WS-SC-CUR).
           MOVE ZERO TO WS-SC-FIRST-RCPT.
       6400-EXIT.
           EXIT.
      * Facturas del mes que EX04API dejo retenidas, por su importe
      * total con IVA.
       6500-SCAN-HELD-INVOICES.
           OPEN INPUT APOPEN-FILE.
           IF WS-APOPEN-STATUS IS NOT EQUAL TO "00"
               GO TO 6500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ APOPEN-FILE INTO PAYABLE-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF AP-IS-HELD AND
                               AP-DATE IS NOT LESS THAN
                               WS-SC-FROM-DATE AND
                               AP-DATE IS NOT GREATER THAN
                               WS-SC-TO-DATE
                           PERFORM 6510-TAKE-HELD THRU 6510-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APOPEN-FILE.
       6500-EXIT.
           EXIT.
       6510-TAKE-HELD.
           MOVE AP-SUPPLIER TO WS-SC-THIS-SUPP.
           PERFORM 6600-FIND-SUPPLIER THRU 6600-EXIT.
           IF WS-SC-CUR IS EQUAL TO ZERO
               GO TO 6510-EXIT
           END-IF.
           MOVE AP-AMOUNT TO WS-SC-GROSS.
           IF AP-TAX-AMOUNT IS NUMERIC
               ADD AP-TAX-AMOUNT TO WS-SC-GROSS
           END-IF.
           ADD 1 TO WS-SC-HELD-COUNT(WS-SC-CUR).
           ADD WS-SC-GROSS TO WS-SC-HELD-VALUE(WS-SC-CUR).
       6510-EXIT.
           EXIT.
      * Busca el proveedor en la tabla y lo anade si no estaba; con
      * la tabla llena deja WS-SC-CUR a cero y el proveedor fuera.
       6600-FIND-SUPPLIER.
           MOVE ZERO TO WS-SC-CUR.
           PERFORM VARYING WS-I-SC FROM 1 BY 1
                   UNTIL WS-I-SC IS GREATER THAN WS-SC-COUNT OR
                   WS-SC-CUR IS GREATER THAN ZERO
               IF WS-SC-SUPPLIER(WS-I-SC) IS EQUAL TO WS-SC-THIS-SUPP
                   MOVE WS-I-SC TO WS-SC-CUR
               END-IF
           END-PERFORM.
           IF WS-SC-CUR IS GREATER THAN ZERO
               GO TO 6600-EXIT
           END-IF.
           IF WS-SC-COUNT IS EQUAL TO POR-MAX-SCORE
               DISPLAY "** TABLA DE PROVEEDORES LLENA: "
                   WS-SC-THIS-SUPP " QUEDA FUERA **"
               GO TO 6600-EXIT
           END-IF.
           ADD 1 TO WS-SC-COUNT.
           MOVE WS-SC-COUNT TO WS-SC-CUR.
           INITIALIZE WS-SC-ENTRY(WS-SC-CUR).
           MOVE WS-SC-THIS-SUPP TO WS-SC-SUPPLIER(WS-SC-CUR).
       6600-EXIT.
           EXIT.
       6700-PRINT-SCORECARD.
           OPEN OUTPUT SCORE-FILE.
           MOVE SPACES TO SCORE-LINE.
           STRING "VALORACION DE PROVEEDORES - PEDIDOS DEL MES "
                   DELIMITED BY SIZE
                   WS-SC-MONTH-INPUT(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-SC-MONTH-INPUT(1:4) DELIMITED BY SIZE
                   INTO SCORE-LINE
           END-STRING.
           WRITE SCORE-LINE.
           MOVE ALL "-" TO SCORE-LINE.
           WRITE SCORE-LINE.
           MOVE "PROV.  NOMBRE              PEDIDOS  PLAZO MED "
               & "SERV.% DE MENOS  DE MAS  RETEN.    IMPORTE RET."
               TO SCORE-LINE.
           WRITE SCORE-LINE.
           PERFORM VARYING WS-I-SC FROM 1 BY 1
                   UNTIL WS-I-SC IS GREATER THAN WS-SC-COUNT
               PERFORM 6710-PRINT-SUPPLIER THRU 6710-EXIT
           END-PERFORM.
           MOVE ALL "-" TO SCORE-LINE.
           WRITE SCORE-LINE.
           MOVE "PLAZO EN DIAS HASTA LA PRIMERA ENTREGA; SERVICIO = % "
               & "RECIBIDO SOBRE LO PEDIDO" TO SCORE-LINE.
           WRITE SCORE-LINE.
           CLOSE SCORE-FILE.
       6700-EXIT.
           EXIT.
       6710-PRINT-SUPPLIER.
           MOVE WS-SC-SUPPLIER(WS-I-SC) TO SM-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE SPACES TO SM-NAME
           END-READ.
           MOVE WS-SC-SUPPLIER(WS-I-SC) TO WS-SCD-SUPPLIER.
           MOVE SM-NAME TO WS-SCD-NAME.
           MOVE WS-SC-ORDERS(WS-I-SC) TO WS-SCD-ORDERS.
      * Sin ninguna entrega el plazo no se puede medir.
           IF WS-SC-DELIVERED(WS-I-SC) IS GREATER THAN ZERO
               COMPUTE WS-SC-AVG-DAYS ROUNDED =
                   WS-SC-LEAD-DAYS(WS-I-SC) /
                   WS-SC-DELIVERED(WS-I-SC)
               MOVE WS-SC-AVG-DAYS TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS TO WS-SCD-AVG-DAYS
           ELSE
               MOVE "  SIN ENT" TO WS-SCD-AVG-DAYS
           END-IF.
           IF WS-SC-QTY-ORDERED(WS-I-SC) IS GREATER THAN ZERO
               COMPUTE WS-SC-FILL-PCT ROUNDED =
                   WS-SC-QTY-SERVED(WS-I-SC) * 100 /
                   WS-SC-QTY-ORDERED(WS-I-SC)
           ELSE
               MOVE ZERO TO WS-SC-FILL-PCT
           END-IF.
           MOVE WS-SC-FILL-PCT TO WS-SCD-FILL-PCT.
           MOVE WS-SC-SHORT-LINES(WS-I-SC) TO WS-SCD-SHORT.
           MOVE WS-SC-OVER-LINES(WS-I-SC) TO WS-SCD-OVER.
           MOVE WS-SC-HELD-COUNT(WS-I-SC) TO WS-SCD-HELD-COUNT.
           MOVE WS-SC-HELD-VALUE(WS-I-SC) TO WS-SCD-HELD-VALUE.
           MOVE WS-SC-DETAIL TO SCORE-LINE.
           WRITE SCORE-LINE.
       6710-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 7000-REORDER-POINTS - recalculo de los puntos de pedido     *
      * (EX04ROP). El catalogo se cierra durante la llamada y se    *
      * vuelve a abrir al regreso.                                  *
      *-----------------------------------------------------------*
       7000-REORDER-POINTS.
           CLOSE PRODUCT-FILE.
           CALL "EX04ROP".
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04POR: NO SE PUDO REABRIR PRODCAT.DAT"
               CLOSE PORDER-FILE
               IF WS-SUPPLIER-STATUS IS EQUAL TO "00"
                   CLOSE SUPPLIER-FILE
               END-IF
               MOVE "FALLO" TO WS-RUN-OUTCOME
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra ficheros y deja constancia del      *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*

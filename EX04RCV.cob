      *                  de menos o de mas sale en PORECEX.TXT, y   *
      *                  cada entrega estampa el proveedor habitual *
      *                  (PC-SUPPLIER) en el catalogo.              *
      * 2026-10-15  JMS  El alta de proveedor pide la cuenta IBAN   *
      *                  para la remesa de pagos de EX04API, y un   *
      *                  proveedor ya dado de alta puede cambiarla  *
      *                  (el cambio queda en el diario de cambios). *
      * 2026-10-15  JMS  Devolucion a proveedor (opcion D): la      *
      *                  mercancia danada o retirada sale de        *
      *                  existencias por el kardex con referencia   *
      *                  DEV, queda en el diario RTVJRNL.DAT con su *
      *                  motivo, se imprime el albaran para el      *
      *                  transportista (RTVDOC.TXT) y se anota una  *
      *                  nota de cargo ND en la cartera de          *
      *                  proveedores. Ya no hace falta darla de     *
      *                  baja como merma en el inventario fisico.   *
      * 2026-10-15  JMS  Importacion del aviso de expedicion del     *
      *                  proveedor (opcion A, DESADV.CPY): cada     *
      *                  linea reconocida queda como recepcion      *
      *                  pendiente (RCVPEND.DAT) y la recepcion     *
      *                  contra pedido la ofrece para confirmarla o *
      *                  corregirla; las lineas con pedido,         *
      *                  producto o EAN desconocidos salen en       *
      *                  DESADVRJ.TXT.                              *
      * 2026-10-15  JMS  Recepcion por cajas: la cantidad se teclea *
      *                  en la unidad de compra del producto y se   *
      *                  pasa a unidades para existencias, kardex y *
      *                  diario; las sugerencias de reposicion se   *
      *                  redondean a cajas enteras.                 *
      * 2026-10-15  JMS  Lotes de alimentacion: cada linea de un    *
      *                  producto de categoria 2 pide lote y fecha  *
      *                  de consumo preferente y la suma al fichero *
      *                  de lotes (LOTS.DAT); la devolucion a       *
      *                  proveedor descuenta de los lotes (LOTCONS).*
      * 2026-10-15  JMS  El coste del catalogo pasa a ser el coste  *
      *                  medio ponderado de lo que habia en stock y *
      *                  lo que entra, en vez del coste de la       *
      *                  ultima entrega; el diario de recepciones   *
      *                  sigue guardando el coste real de cada una. *
      * 2026-10-15  JMS  El alta de proveedor pide el plazo de      *
      *                  entrega en dias, y un proveedor ya dado de *
      *                  alta puede cambiarlo (queda en el diario   *
      *                  de cambios); lo usa el recalculo de puntos *
      *                  de pedido.                                 *
      * 2026-10-15  JMS  La cuenta IBAN del proveedor se valida con *
      *                  IBANCHK (alta y cambio) y se vuelve a      *
      *                  pedir hasta que cuadre. La importacion del *
      *                  aviso de expedicion controla con su propio *
      *                  indicador si el fichero de pedidos y el    *
      *                  cruce de codigos de barras estan abiertos. *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT POEXC-FILE ASSIGN TO "PORECEX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POEXC-STATUS.
      * Fichero de control, por los tipos de IVA de la nota de
      * cargo.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Diario de devoluciones a proveedor.
           SELECT RTVJRNL-FILE ASSIGN TO "RTVJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVJRNL-STATUS.
      * Albaran de devolucion para el transportista.
           SELECT RTVDOC-FILE ASSIGN TO "RTVDOC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVDOC-STATUS.
      * Cartera de proveedores, donde se anota la nota de cargo.
           SELECT APOPEN-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APOPEN-STATUS.
      * Aviso de expedicion del proveedor; el nombre real se fija
      * en ejecucion via RCVDAFILE (DESADV.DAT si no se indica otro).
           SELECT DESADV-FILE ASSIGN TO RCVDAFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESADV-STATUS.
      * Recepciones pendientes de confirmar, casadas con su pedido.
           SELECT RCVPEND-FILE ASSIGN TO "RCVPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVPEND-STATUS.
      * Copia de trabajo para retirar las pendientes ya recibidas.
           SELECT RCVPTMP-FILE ASSIGN TO "RCVPEND.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVPTMP-STATUS.
      * Lineas rechazadas del aviso de expedicion.
           SELECT DARJ-FILE ASSIGN TO "DESADVRJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DARJ-STATUS.
      * Cruce de codigos de barras, para los avisos que traen el
      * EAN en vez de nuestro codigo.
           SELECT BARCODE-FILE ASSIGN TO "BARCODE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-EAN
               FILE STATUS IS WS-BARCODE-STATUS.
      * Lotes de los productos de alimentacion, por producto +
      * consumo preferente + lote.
           SELECT LOT-FILE ASSIGN TO "LOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE.
           COPY "POREC.CPY".
       FD  POEXC-FILE.
       01  POEXC-LINE                           PIC X(90).
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  RTVJRNL-FILE.
       01  RTVJRNL-FILE-REC                     PIC X(99).
       FD  RTVDOC-FILE.
       01  RTVDOC-LINE                          PIC X(90).
       FD  APOPEN-FILE.
       01  APOPEN-FILE-REC                      PIC X(78).
       FD  DESADV-FILE.
       01  DESADV-FILE-REC                      PIC X(80).
       FD  RCVPEND-FILE.
       01  RCVPEND-FILE-REC                     PIC X(49).
       FD  RCVPTMP-FILE.
       01  RCVPTMP-FILE-REC                     PIC X(49).
       FD  DARJ-FILE.
       01  DARJ-LINE                            PIC X(90).
       FD  BARCODE-FILE.
           COPY "BARCODE.CPY".
       FD  LOT-FILE.
           COPY "LOTREC.CPY".
       WORKING-STORAGE SECTION.
           COPY "RCPTREC.CPY".
           COPY "CTLFILE.CPY".
           COPY "RTVREC.CPY".
           COPY "APREC.CPY".
           COPY "DESADV.CPY".
           COPY "RCVPEND.CPY".
       78  RCV-MAX-RTV-LINES                    VALUE 50.
       78  RCV-MAX-PENDING                      VALUE 200.
       01  WS-SUPPLIER-STATUS                   PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-RECEIPT-STATUS                    PIC X(02).
           88  WS-OPT-RECEIVE                   VALUE "R".
           88  WS-OPT-SUGGEST                   VALUE "S".
           88  WS-OPT-AGAINST-PO                VALUE "O".
           88  WS-OPT-RETURN                    VALUE "D".
           88  WS-OPT-ADVICE                    VALUE "A".
           88  WS-OPT-EXIT                      VALUE "X".
       01  WS-PORDER-STATUS                     PIC X(02).
       01  WS-POEXC-STATUS                      PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-RTVJRNL-STATUS                    PIC X(02).
       01  WS-RTVDOC-STATUS                     PIC X(02).
       01  WS-APOPEN-STATUS                     PIC X(02).
       01  WS-DESADV-STATUS                     PIC X(02).
       01  WS-RCVPEND-STATUS                    PIC X(02).
       01  WS-RCVPTMP-STATUS                    PIC X(02).
       01  WS-DARJ-STATUS                       PIC X(02).
       01  WS-BARCODE-STATUS                    PIC X(02).
       01  WS-LOT-STATUS                        PIC X(02).
      * Lote y consumo preferente de la linea recibida (solo los
      * productos de categoria 2, alimentacion).
       78  RCV-FOOD-CATEGORY                    VALUE 2.
       01  WS-LOT-INPUT                         PIC X(12).
       01  WS-BB-INPUT                          PIC X(08).
       01  WS-BB-DATE                           PIC 9(08).
      * Cantidades avisadas por el proveedor para el pedido que se
      * esta recibiendo, una entrada por linea de pedido (varios
      * avisos del mismo pedido se suman).
       01  WS-PND-TABLE.
           05  WS-PND-COUNT                     PIC 9(03) VALUE ZERO.
           05  WS-PND-ENTRY OCCURS RCV-MAX-PENDING TIMES.
               10  WS-PND-LINE-SEQ              PIC 9(04).
               10  WS-PND-QTY                   PIC 9(07).
       01  WS-I-PND                             PIC 9(03).
       01  WS-PND-ADVISED                       PIC 9(07).
      * Importacion del aviso de expedicion.
       01  WS-DA-NAME                           PIC X(40).
       01  WS-DA-SUPPLIER                       PIC X(06).
       01  WS-DA-ADVICE                         PIC X(12).
       01  WS-DA-SHIP-DATE                      PIC 9(08).
       01  WS-DA-PRODUCT                        PIC X(06).
       01  WS-DA-LINE-SEQ                       PIC 9(04).
       01  WS-DA-REASON                         PIC X(30).
       01  WS-DA-ACCEPTED                       PIC 9(05).
       01  WS-DA-REJECTED                       PIC 9(05).
       01  WS-DA-EOF-SW                         PIC X(01).
           88  WS-DA-EOF                        VALUE "Y".
       01  WS-DA-OK-SW                          PIC X(01).
           88  WS-DA-LINE-OK                    VALUE "Y".
       01  WS-DA-DUP-SW                         PIC X(01).
           88  WS-DA-DUPLICATE                  VALUE "Y".
       01  WS-PR-EOF-SW                         PIC X(01).
           88  WS-PR-EOF                        VALUE "Y".
      * Devolucion a proveedor en curso: las lineas se recogen
      * primero y solo se aplican (stock, diario, nota de cargo y
      * albaran) cuando se confirma la devolucion entera.
       01  WS-RTV-TABLE.
           05  WS-RTV-COUNT                     PIC 9(03) VALUE ZERO.
           05  WS-RTV-ENTRY OCCURS RCV-MAX-RTV-LINES TIMES.
               10  WS-RTV-CODE                  PIC X(06).
               10  WS-RTV-NAME                  PIC A(30).
               10  WS-RTV-QTY                   PIC 9(07).
               10  WS-RTV-COST                  PIC 9(5)V99.
               10  WS-RTV-CAT                   PIC 9(01).
               10  WS-RTV-AMOUNT                PIC 9(9)V99.
               10  WS-RTV-TAX                   PIC 9(7)V99.
       01  WS-I-RTV                             PIC 9(03).
       01  WS-RTV-NUM                           PIC 9(06).
       01  WS-RTV-REASON-CODE                   PIC X(01).
           88  WS-RTV-REASON-OK                 VALUE "D" "R" "O".
       01  WS-RTV-REASON                        PIC X(30).
       01  WS-RTV-PENDING                       PIC 9(09).
       01  WS-RTV-BASE                          PIC 9(9)V99.
       01  WS-RTV-TAX-TOTAL                     PIC 9(7)V99.
       01  WS-RTV-GROSS                         PIC 9(9)V99.
       01  WS-RTV-REF                           PIC X(12).
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99.
      * Parametros para la subrutina TICKNUM: el numero de
      * devolucion sale del correlativo compartido.
       01  WS-TN-ACTION                         PIC X(8).
       01  WS-TN-NUMBER                         PIC 9(8).
      * Nombre del informe para la subrutina de spool: la copia
      * fechada y el indice los lleva SPOOLRPT.
       01  WS-SPL-NAME                          PIC X(12).
       01  WS-PO-EOF-SW                         PIC X(01) VALUE "N".
           88  WS-NO-MORE-PO-LINES              VALUE "Y".
       01  WS-ASK-PO                            PIC 9(06).
       01  WS-PRODCAT-FILE-SW                   PIC X(01) VALUE "N".
           88  WS-PRODCAT-FILE-OPEN             VALUE "Y".
       01  WS-SUPP-KEY                          PIC X(06).
       01  WS-IBAN-INPUT                        PIC X(34).
       01  WS-IBAN-RESULT                       PIC X(01).
       01  WS-IBAN-BLANK                        PIC X(30).
       01  WS-IBAN-OK-SW                        PIC X(01) VALUE "N".
           88  WS-IBAN-OK                       VALUE "Y".
      * Ficheros que la importacion del aviso abre de consulta: el
      * estado cambia con cada lectura y no sirve para saberlo.
       01  WS-PORDER-FILE-SW                    PIC X(01) VALUE "N".
           88  WS-PORDER-FILE-OPEN              VALUE "Y".
       01  WS-BARCODE-FILE-SW                   PIC X(01) VALUE "N".
           88  WS-BARCODE-FILE-OPEN             VALUE "Y".
       01  WS-LEAD-INPUT                        PIC X(04).
       01  WS-LEAD-OK-SW                        PIC X(01) VALUE "N".
           88  WS-LEAD-OK                       VALUE "Y".
       01  WS-EDIT-LEAD                         PIC ZZ9.
       01  WS-CODE-KEY                          PIC X(06).
       01  WS-QTY-INPUT                         PIC X(08).
       01  WS-COST-INPUT                        PIC X(08).
       01  WS-RECV-QTY                          PIC 9(07).
       01  WS-RECV-COST                         PIC 9(5)V99.
      * Coste medio ponderado: valor de lo que ya habia en stock
      * (las existencias negativas no cuentan) mas el de la entrega.
       01  WS-AVG-QTY                           PIC 9(07).
       01  WS-AVG-VALUE                         PIC 9(13)V99.
       01  WS-SUGGEST-QTY                       PIC 9(07).
      * Unidad de compra del producto en curso (PC-PACK-SIZE): las
      * cantidades se piden y se reciben en cajas enteras.
       01  WS-PACK-SIZE                         PIC 9(04).
       01  WS-PURCH-UNIT                        PIC X(03).
       01  WS-CASE-QTY                          PIC 9(07).
       01  WS-EDIT-PACK                         PIC ZZZ9.
       01  WS-EDIT-CASES                        PIC ZZZZZZ9.
       01  WS-LINE-COUNT                        PIC 9(06) VALUE ZERO.
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-TIME                         PIC 9(08).
       01  WS-KX-QTY                            PIC S9(7).
       01  WS-KX-BEFORE                         PIC S9(7).
       01  WS-KX-AFTER                          PIC S9(7).
      * Parametros para la subrutina LOTCONS: lo que sale del
      * almacen se descuenta de los lotes del producto.
       01  WS-LC-PRODUCT                        PIC X(6).
       01  WS-LC-QTY                            PIC S9(7).
      * Parametros del diario de cambios, como en EX04MNT.
       01  WS-CHG-FILE                          PIC X(12).
       01  WS-CHG-KEY                           PIC X(30).
      * leyendo basura de memoria en el resto del campo si se le pasara
      * la literal directamente. Un MOVE normal si rellena con espacios.
       01  WS-AUD-PROGRAM                       PIC X(08).
       01  WS-AUD-OUTCOME                       PIC X(08).
       01  WS-AUD-DETAIL                        PIC X(40).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
                   WHEN WS-OPT-AGAINST-PO
                       PERFORM 5000-RECEIVE-AGAINST-PO THRU
                           5000-EXIT
                   WHEN WS-OPT-RETURN
                       PERFORM 6000-RETURN-TO-VENDOR THRU 6000-EXIT
                   WHEN WS-OPT-ADVICE
                       PERFORM 7000-IMPORT-ADVICE THRU 7000-EXIT
                   WHEN WS-OPT-EXIT
                       CONTINUE
                   WHEN OTHER
           DISPLAY "---- RECEPCION DE MERCANCIA ----".
           DISPLAY "P) ALTA PROVEEDOR   R) REGISTRAR RECEPCION   "
               "O) RECIBIR CONTRA PEDIDO".
           DISPLAY "S) SUGERENCIAS DE REPOSICION   "
               "D) DEVOLUCION A PROVEEDOR".
           DISPLAY "A) IMPORTAR AVISO DE EXPEDICION   X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
           PERFORM 2100-READ-SUPPLIER THRU 2100-EXIT.
           IF WS-FOUND AND SM-IS-ACTIVE
               DISPLAY "** YA EXISTE UN PROVEEDOR CON ESE CODIGO **"
               PERFORM 2200-CHANGE-IBAN THRU 2200-EXIT
               PERFORM 2250-CHANGE-LEAD-TIME THRU 2250-EXIT
           ELSE
      * La imagen anterior se captura antes de que el ACCEPT pise
      * el registro: en una reactivacion es el nombre que tenia el
               ACCEPT SM-NAME
               DISPLAY "TELEFONO: " WITH NO ADVANCING
               ACCEPT SM-PHONE
               MOVE "NO SE LE PAGA POR BANCO" TO WS-IBAN-BLANK
               PERFORM 2270-ASK-IBAN THRU 2270-EXIT
               MOVE WS-IBAN-INPUT TO SM-IBAN
               MOVE ZERO TO SM-LEAD-DAYS
               PERFORM 2260-ASK-LEAD-TIME THRU 2260-EXIT
               IF WS-LEAD-INPUT IS NOT EQUAL TO SPACES
                   MOVE FUNCTION NUMVAL(WS-LEAD-INPUT) TO
                       SM-LEAD-DAYS
               END-IF
               MOVE WS-SUPP-KEY TO SM-CODE
               SET SM-IS-ACTIVE TO TRUE
               IF WS-FOUND
           END-READ.
       2100-EXIT.
           EXIT.
      * Cambio de la cuenta IBAN de un proveedor activo; en blanco
      * se deja la que tenia.
       2200-CHANGE-IBAN.
           IF SM-IBAN IS NOT EQUAL TO SPACES
               DISPLAY "IBAN ACTUAL: " SM-IBAN
           END-IF.
           MOVE "NO CAMBIAR" TO WS-IBAN-BLANK.
           PERFORM 2270-ASK-IBAN THRU 2270-EXIT.
           IF WS-IBAN-INPUT IS EQUAL TO SPACES
               GO TO 2200-EXIT
           END-IF.
           MOVE SM-IBAN TO WS-CHG-BEFORE.
           MOVE WS-IBAN-INPUT TO SM-IBAN.
           REWRITE SUPPLIER-MASTER-REC
               INVALID KEY
                   DISPLAY "NO SE PUDO CAMBIAR LA CUENTA"
                   GO TO 2200-EXIT
           END-REWRITE.
           MOVE "SUPPLIER" TO WS-CHG-FILE.
           MOVE SM-CODE TO WS-CHG-KEY.
           MOVE "IBAN" TO WS-CHG-FIELD.
           MOVE SM-IBAN TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           DISPLAY "CUENTA DEL PROVEEDOR CAMBIADA".
       2200-EXIT.
           EXIT.
      * Cambio del plazo de entrega de un proveedor activo; en
      * blanco se deja el que tenia.
       2250-CHANGE-LEAD-TIME.
           IF SM-LEAD-DAYS IS NOT NUMERIC
               MOVE ZERO TO SM-LEAD-DAYS
           END-IF.
           MOVE SM-LEAD-DAYS TO WS-EDIT-LEAD.
           DISPLAY "PLAZO DE ENTREGA ACTUAL: " FUNCTION TRIM
               (WS-EDIT-LEAD) " DIAS".
           PERFORM 2260-ASK-LEAD-TIME THRU 2260-EXIT.
           IF WS-LEAD-INPUT IS EQUAL TO SPACES
               GO TO 2250-EXIT
           END-IF.
           MOVE SM-LEAD-DAYS TO WS-CHG-BEFORE.
           MOVE FUNCTION NUMVAL(WS-LEAD-INPUT) TO SM-LEAD-DAYS.
           REWRITE SUPPLIER-MASTER-REC
               INVALID KEY
                   DISPLAY "NO SE PUDO CAMBIAR EL PLAZO"
                   GO TO 2250-EXIT
           END-REWRITE.
           MOVE "SUPPLIER" TO WS-CHG-FILE.
           MOVE SM-CODE TO WS-CHG-KEY.
           MOVE "LEAD-DAYS" TO WS-CHG-FIELD.
           MOVE SM-LEAD-DAYS TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           DISPLAY "PLAZO DE ENTREGA CAMBIADO".
       2250-EXIT.
           EXIT.
      * Plazo de entrega en dias (1-365); en blanco no se toca.
       2260-ASK-LEAD-TIME.
           MOVE "N" TO WS-LEAD-OK-SW.
           PERFORM UNTIL WS-LEAD-OK
               DISPLAY "PLAZO DE ENTREGA EN DIAS (EN BLANCO = DEJAR "
                   "COMO ESTA): " WITH NO ADVANCING
               MOVE SPACES TO WS-LEAD-INPUT
               ACCEPT WS-LEAD-INPUT
               EVALUATE TRUE
                   WHEN WS-LEAD-INPUT IS EQUAL TO SPACES
                       SET WS-LEAD-OK TO TRUE
                   WHEN FUNCTION TEST-NUMVAL(WS-LEAD-INPUT) IS NOT
                           EQUAL TO ZERO
                       DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE "
                           "NUEVO"
                   WHEN FUNCTION NUMVAL(WS-LEAD-INPUT) IS LESS THAN 1
                           OR FUNCTION NUMVAL(WS-LEAD-INPUT) IS
                           GREATER THAN 365
                       DISPLAY "PLAZO FUERA DE RANGO (1-365)"
                   WHEN OTHER
                       SET WS-LEAD-OK TO TRUE
               END-EVALUATE
           END-PERFORM.
       2260-EXIT.
           EXIT.
      * Cuenta IBAN para transferencias, compactada y validada con
      * IBANCHK; se vuelve a pedir hasta que cuadre. En blanco vale
      * lo que diga WS-IBAN-BLANK.
       2270-ASK-IBAN.
           MOVE "N" TO WS-IBAN-OK-SW.
           PERFORM UNTIL WS-IBAN-OK
               DISPLAY "IBAN PARA TRANSFERENCIAS (EN BLANCO = "
                   FUNCTION TRIM(WS-IBAN-BLANK) "): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-IBAN-INPUT
               ACCEPT WS-IBAN-INPUT
               IF WS-IBAN-INPUT IS EQUAL TO SPACES
                   SET WS-IBAN-OK TO TRUE
               ELSE
                   CALL "IBANCHK" USING WS-IBAN-INPUT, WS-IBAN-RESULT
                   IF WS-IBAN-RESULT IS EQUAL TO "S"
                       SET WS-IBAN-OK TO TRUE
                   ELSE
                       DISPLAY "** IBAN NO VALIDO, INTENTELO DE "
                           "NUEVO **"
                   END-IF
               END-IF
           END-PERFORM.
       2270-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-RECEIVE-GOODS - registra una entrega: cada linea suma  *
      * existencias, actualiza el coste del catalogo y deja su      *
           END-PERFORM.
       3000-EXIT.
           EXIT.
      * Unidad de compra del producto leido; sin ella (productos
      * anteriores) se recibe por unidades sueltas.
       3050-SET-PACK.
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
           MOVE WS-PACK-SIZE TO WS-EDIT-PACK.
       3050-EXIT.
           EXIT.
       3100-RECEIVE-ONE-LINE.
           MOVE WS-CODE-KEY TO PC-CODE.
           SET WS-NOT-FOUND TO TRUE.
                   "DELO DE ALTA EN EL MANTENIMIENTO **"
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3050-SET-PACK THRU 3050-EXIT.
           MOVE SPACES TO WS-QTY-INPUT.
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WS-QTY-INPUT) IS
                   EQUAL TO ZERO
               IF WS-PACK-SIZE IS GREATER THAN 1
                   DISPLAY "CANTIDAD RECIBIDA EN " WS-PURCH-UNIT
                       " DE " FUNCTION TRIM(WS-EDIT-PACK) ": "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "CANTIDAD RECIBIDA: " WITH NO ADVANCING
               END-IF
               ACCEPT WS-QTY-INPUT
               IF FUNCTION TEST-NUMVAL(WS-QTY-INPUT) IS NOT EQUAL
                       TO ZERO
                   DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE NUEVO"
               END-IF
           END-PERFORM.
      * Existencias, kardex y diario van en unidades sueltas.
           COMPUTE WS-RECV-QTY = FUNCTION NUMVAL(WS-QTY-INPUT) *
               WS-PACK-SIZE.
           MOVE FUNCTION NUMVAL(WS-COST-INPUT) TO WS-RECV-COST.
           IF WS-RECV-QTY IS EQUAL TO ZERO
               DISPLAY "** CANTIDAD CERO, LINEA DESCARTADA **"
               GO TO 3100-EXIT
           END-IF.
           MOVE PC-ON-HAND TO WS-KX-BEFORE.
           PERFORM 3150-AVERAGE-COST THRU 3150-EXIT.
           ADD WS-RECV-QTY TO PC-ON-HAND.
      * El proveedor de la ultima entrega queda como proveedor
      * habitual del producto: es el que usara la generacion de
      * pedidos para agrupar las sugerencias.
                   PERFORM 3250-LOG-STOCK-MOVE THRU 3250-EXIT
           END-REWRITE.
           PERFORM 3200-WRITE-RECEIPT THRU 3200-EXIT.
           IF PC-TAX-CATEGORY IS EQUAL TO RCV-FOOD-CATEGORY
               PERFORM 3300-CAPTURE-LOT THRU 3300-EXIT
           END-IF.
           MOVE PC-ON-HAND TO WS-EDIT-QTY.
           DISPLAY "RECEPCION ANOTADA, STOCK ACTUAL: " FUNCTION TRIM
               (WS-EDIT-QTY).
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3150-AVERAGE-COST - nuevo coste medio del producto: las   *
      * unidades en stock a su coste medio mas las recibidas a su *
      * coste real, entre el total. Sin stock (o en negativo) o   *
      * sin coste anterior, el coste medio es el de la entrega.   *
      *-----------------------------------------------------------*
       3150-AVERAGE-COST.
           IF PC-COST IS NOT NUMERIC OR PC-COST IS EQUAL TO ZERO
                   OR PC-ON-HAND IS NOT GREATER THAN ZERO
               MOVE WS-RECV-COST TO PC-COST
               GO TO 3150-EXIT
           END-IF.
           MOVE PC-ON-HAND TO WS-AVG-QTY.
           COMPUTE WS-AVG-VALUE = WS-AVG-QTY * PC-COST +
               WS-RECV-QTY * WS-RECV-COST.
           ADD WS-RECV-QTY TO WS-AVG-QTY.
           COMPUTE PC-COST ROUNDED = WS-AVG-VALUE / WS-AVG-QTY.
       3150-EXIT.
           EXIT.
       3200-WRITE-RECEIPT.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-DATE TO RC-DATE.
       3250-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3300-CAPTURE-LOT - los productos de alimentacion llevan     *
      * lote y fecha de consumo preferente: la linea recibida se    *
      * suma al lote si ya existe (misma fecha y lote) o lo da de   *
      * alta con el proveedor y el coste de esta entrega.           *
      *-----------------------------------------------------------*
       3300-CAPTURE-LOT.
           MOVE SPACES TO WS-LOT-INPUT.
           PERFORM UNTIL WS-LOT-INPUT IS NOT EQUAL TO SPACES
               DISPLAY "LOTE: " WITH NO ADVANCING
               ACCEPT WS-LOT-INPUT
               MOVE FUNCTION UPPER-CASE(WS-LOT-INPUT) TO WS-LOT-INPUT
           END-PERFORM.
           MOVE ZERO TO WS-BB-DATE.
           PERFORM UNTIL WS-BB-DATE IS GREATER THAN 19000000
               DISPLAY "CONSUMO PREFERENTE (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-BB-INPUT
               IF FUNCTION TEST-NUMVAL(WS-BB-INPUT) IS EQUAL TO ZERO
                   MOVE FUNCTION NUMVAL(WS-BB-INPUT) TO WS-BB-DATE
               END-IF
               IF WS-BB-DATE IS NOT GREATER THAN 19000000
                   DISPLAY "FECHA NO VALIDA, INTENTELO DE NUEVO"
               END-IF
           END-PERFORM.
           OPEN I-O LOT-FILE.
           IF WS-LOT-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.
           IF WS-LOT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO ABRIR EL FICHERO DE LOTES **"
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-CODE-KEY TO LT-PRODUCT.
           MOVE WS-BB-DATE TO LT-BEST-BEFORE.
           MOVE WS-LOT-INPUT TO LT-LOT.
           READ LOT-FILE
               INVALID KEY
                   MOVE WS-CURR-DATE TO LT-RECEIVED-DATE
                   MOVE WS-SUPP-KEY TO LT-SUPPLIER
                   MOVE WS-RECV-QTY TO LT-QTY-RECEIVED
                   MOVE WS-RECV-QTY TO LT-QTY-ON-HAND
                   MOVE WS-RECV-COST TO LT-UNIT-COST
                   SET LT-IS-ACTIVE TO TRUE
                   WRITE LOT-REC
                       INVALID KEY
                           DISPLAY "** NO SE PUDO DAR DE ALTA EL "
                               "LOTE **"
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RECV-QTY TO LT-QTY-RECEIVED
                   ADD WS-RECV-QTY TO LT-QTY-ON-HAND
                   MOVE WS-RECV-COST TO LT-UNIT-COST
                   SET LT-IS-ACTIVE TO TRUE
                   REWRITE LOT-REC
                       INVALID KEY
                           DISPLAY "** NO SE PUDO ACTUALIZAR EL "
                               "LOTE **"
                   END-REWRITE
           END-READ.
           CLOSE LOT-FILE.
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-REORDER-LIST - recorre el catalogo y escribe la lista  *
      * de productos con el stock por debajo de su punto de pedido. *
      *-----------------------------------------------------------*
           MOVE SPACES TO REORDER-LINE.
           STRING "CODIGO  PRODUCTO                          STOCK"
                   DELIMITED BY SIZE "   PTO.PEDIDO   SUGERIDO"
                   DELIMITED BY SIZE "   EN COMPRA" DELIMITED BY SIZE
                   INTO REORDER-LINE
           END-STRING.
           WRITE REORDER-LINE.
           PERFORM 4100-READ-PRODUCT THRU 4100-EXIT.
           EXIT.
      * La cantidad sugerida repone hasta el doble del punto de
      * pedido, para no volver a caer por debajo con la primera
      * venta del dia siguiente, redondeada a cajas enteras.
       4200-PRINT-SUGGESTION.
           ADD 1 TO WS-LINE-COUNT.
           COMPUTE WS-SUGGEST-QTY = PC-REORDER-POINT * 2 -
               PC-ON-HAND.
           PERFORM 3050-SET-PACK THRU 3050-EXIT.
           COMPUTE WS-CASE-QTY = (WS-SUGGEST-QTY + WS-PACK-SIZE - 1)
               / WS-PACK-SIZE.
           COMPUTE WS-SUGGEST-QTY = WS-CASE-QTY * WS-PACK-SIZE.
           MOVE SPACES TO REORDER-LINE.
           MOVE PC-ON-HAND TO WS-EDIT-QTY.
           STRING PC-CODE DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   INTO REORDER-LINE(64:)
           END-STRING.
           MOVE WS-CASE-QTY TO WS-EDIT-CASES.
           STRING WS-EDIT-CASES DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PURCH-UNIT DELIMITED BY SIZE
                   INTO REORDER-LINE(78:)
           END-STRING.
           WRITE REORDER-LINE.
       4200-EXIT.
           EXIT.
               GO TO 5000-EXIT
           END-IF.
           MOVE PO-SUPPLIER TO WS-SUPP-KEY.
           PERFORM 5050-LOAD-PENDING THRU 5050-EXIT.
           MOVE "N" TO WS-PO-EOF-SW.
           PERFORM 5300-READ-PO-NEXT THRU 5300-EXIT.
           PERFORM UNTIL WS-NO-MORE-PO-LINES OR
               PERFORM 5100-RECEIVE-PO-LINE THRU 5100-EXIT
               PERFORM 5300-READ-PO-NEXT THRU 5300-EXIT
           END-PERFORM.
      * Lo avisado ya se ha confirmado o corregido linea a linea.
           IF WS-PND-COUNT IS GREATER THAN ZERO
               PERFORM 5400-CLEAR-PENDING THRU 5400-EXIT
           END-IF.
           DISPLAY "DAR EL PEDIDO POR CERRADO (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           CLOSE PORDER-FILE.
       5000-EXIT.
           EXIT.
      * Recepciones pendientes del pedido, importadas del aviso de
      * expedicion del proveedor.
       5050-LOAD-PENDING.
           MOVE ZERO TO WS-PND-COUNT.
           OPEN INPUT RCVPEND-FILE.
           IF WS-RCVPEND-STATUS IS NOT EQUAL TO "00"
               GO TO 5050-EXIT
           END-IF.
           MOVE "N" TO WS-PR-EOF-SW.
           PERFORM UNTIL WS-PR-EOF
               READ RCVPEND-FILE INTO PENDING-RECEIPT-REC
                   AT END
                       SET WS-PR-EOF TO TRUE
                   NOT AT END
                       IF PR-PO-NUMBER IS EQUAL TO WS-ASK-PO
                           PERFORM 5060-TAKE-PENDING THRU 5060-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RCVPEND-FILE.
           IF WS-PND-COUNT IS GREATER THAN ZERO
               DISPLAY "EL PEDIDO TIENE AVISO DE EXPEDICION: ENTER "
                   "ACEPTA LO AVISADO EN CADA LINEA"
           END-IF.
       5050-EXIT.
           EXIT.
       5060-TAKE-PENDING.
           PERFORM VARYING WS-I-PND FROM 1 BY 1
                   UNTIL WS-I-PND IS GREATER THAN WS-PND-COUNT
               IF WS-PND-LINE-SEQ(WS-I-PND) IS EQUAL TO PR-LINE-SEQ
                   ADD PR-QTY TO WS-PND-QTY(WS-I-PND)
                   GO TO 5060-EXIT
               END-IF
           END-PERFORM.
           IF WS-PND-COUNT IS LESS THAN RCV-MAX-PENDING
               ADD 1 TO WS-PND-COUNT
               MOVE PR-LINE-SEQ TO WS-PND-LINE-SEQ(WS-PND-COUNT)
               MOVE PR-QTY TO WS-PND-QTY(WS-PND-COUNT)
           END-IF.
       5060-EXIT.
           EXIT.
      * Lo pendiente de la linea se muestra antes de preguntar: el
      * que recibe ve lo que el proveedor deberia haber servido y,
      * si llego aviso de expedicion, lo que dice haber enviado.
       5100-RECEIVE-PO-LINE.
           COMPUTE WS-PO-PENDING = PO-QTY-ORDERED -
               PO-QTY-RECEIVED.
           MOVE WS-PO-PENDING TO WS-EDIT-QTY.
           DISPLAY PO-PRODUCT " " PO-PROD-NAME " PENDIENTE "
               FUNCTION TRIM(WS-EDIT-QTY).
      * El catalogo se lee antes de preguntar: la cantidad se
      * teclea en su unidad de compra.
           MOVE PO-PRODUCT TO WS-CODE-KEY.
           MOVE WS-CODE-KEY TO PC-CODE.
           SET WS-NOT-FOUND TO TRUE.
                   "LINEA SIN APLICAR **"
               GO TO 5100-EXIT
           END-IF.
           PERFORM 3050-SET-PACK THRU 3050-EXIT.
           MOVE ZERO TO WS-PND-ADVISED.
           PERFORM VARYING WS-I-PND FROM 1 BY 1
                   UNTIL WS-I-PND IS GREATER THAN WS-PND-COUNT
               IF WS-PND-LINE-SEQ(WS-I-PND) IS EQUAL TO PO-LINE-SEQ
                   MOVE WS-PND-QTY(WS-I-PND) TO WS-PND-ADVISED
               END-IF
           END-PERFORM.
           IF WS-PND-ADVISED IS GREATER THAN ZERO
               MOVE WS-PND-ADVISED TO WS-EDIT-QTY
               DISPLAY "  AVISADAS POR EL PROVEEDOR "
                   FUNCTION TRIM(WS-EDIT-QTY) " UNIDADES"
           END-IF.
      * Lo avisado viene en unidades: ENTER lo acepta tal cual;
      * cualquier cifra es la cantidad contada, en la unidad de
      * compra.
           MOVE SPACES TO WS-QTY-INPUT.
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WS-QTY-INPUT) IS
                   EQUAL TO ZERO
               IF WS-PACK-SIZE IS GREATER THAN 1
                   DISPLAY "EN " WS-PURCH-UNIT " DE "
                       FUNCTION TRIM(WS-EDIT-PACK) ", "
                       WITH NO ADVANCING
               END-IF
               IF WS-PND-ADVISED IS GREATER THAN ZERO
                   DISPLAY "CANTIDAD RECIBIDA AHORA (ENTER = LO "
                       "AVISADO, 0 = NADA): " WITH NO ADVANCING
               ELSE
                   DISPLAY "CANTIDAD RECIBIDA AHORA (0 = NADA): "
                       WITH NO ADVANCING
               END-IF
               ACCEPT WS-QTY-INPUT
               IF WS-QTY-INPUT IS EQUAL TO SPACES AND
                       WS-PND-ADVISED IS GREATER THAN ZERO
                   MOVE "AVISADO" TO WS-QTY-INPUT
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-QTY-INPUT) IS NOT EQUAL
                           TO ZERO
                       DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE "
                           "NUEVO"
                   END-IF
               END-IF
               IF WS-QTY-INPUT IS EQUAL TO "AVISADO"
                   MOVE "0" TO WS-QTY-INPUT
                   MOVE WS-PND-ADVISED TO WS-RECV-QTY
               ELSE
                   MOVE ZERO TO WS-RECV-QTY
               END-IF
           END-PERFORM.
           IF WS-RECV-QTY IS EQUAL TO ZERO
               COMPUTE WS-RECV-QTY = FUNCTION NUMVAL(WS-QTY-INPUT)
                   * WS-PACK-SIZE
           END-IF.
           IF WS-RECV-QTY IS EQUAL TO ZERO
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO WS-COST-INPUT.
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WS-COST-INPUT) IS
                   EQUAL TO ZERO
      * Mismo tratamiento que una recepcion suelta: existencias,
      * coste, proveedor habitual, kardex y diario de recepciones.
           MOVE PC-ON-HAND TO WS-KX-BEFORE.
           PERFORM 3150-AVERAGE-COST THRU 3150-EXIT.
           ADD WS-RECV-QTY TO PC-ON-HAND.
           MOVE WS-SUPP-KEY TO PC-SUPPLIER.
           REWRITE PRODUCT-CAT-REC
               INVALID KEY
                   PERFORM 3250-LOG-STOCK-MOVE THRU 3250-EXIT
           END-REWRITE.
           PERFORM 3200-WRITE-RECEIPT THRU 3200-EXIT.
           IF PC-TAX-CATEGORY IS EQUAL TO RCV-FOOD-CATEGORY
               PERFORM 3300-CAPTURE-LOT THRU 3300-EXIT
           END-IF.
           ADD WS-RECV-QTY TO PO-QTY-RECEIVED.
           REWRITE PURCHASE-ORDER-REC
               INVALID KEY
           END-READ.
       5300-EXIT.
           EXIT.
      * Retira de RCVPEND.DAT las pendientes del pedido recibido,
      * pasando el resto por la copia de trabajo.
       5400-CLEAR-PENDING.
           OPEN INPUT RCVPEND-FILE.
           IF WS-RCVPEND-STATUS IS NOT EQUAL TO "00"
               GO TO 5400-EXIT
           END-IF.
           OPEN OUTPUT RCVPTMP-FILE.
           MOVE "N" TO WS-PR-EOF-SW.
           PERFORM UNTIL WS-PR-EOF
               READ RCVPEND-FILE INTO PENDING-RECEIPT-REC
                   AT END
                       SET WS-PR-EOF TO TRUE
                   NOT AT END
                       IF PR-PO-NUMBER IS NOT EQUAL TO WS-ASK-PO
                           MOVE PENDING-RECEIPT-REC TO
                               RCVPTMP-FILE-REC
                           WRITE RCVPTMP-FILE-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RCVPEND-FILE.
           CLOSE RCVPTMP-FILE.
           OPEN INPUT RCVPTMP-FILE.
           OPEN OUTPUT RCVPEND-FILE.
           MOVE "N" TO WS-PR-EOF-SW.
           PERFORM UNTIL WS-PR-EOF
               READ RCVPTMP-FILE
                   AT END
                       SET WS-PR-EOF TO TRUE
                   NOT AT END
                       MOVE RCVPTMP-FILE-REC TO RCVPEND-FILE-REC
                       WRITE RCVPEND-FILE-REC
               END-READ
           END-PERFORM.
           CLOSE RCVPTMP-FILE.
           CLOSE RCVPEND-FILE.
           MOVE ZERO TO WS-PND-COUNT.
       5400-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6000-RETURN-TO-VENDOR - devolucion a proveedor de mercancia *
      * danada o retirada: recoge proveedor, motivo y lineas, y     *
      * con la confirmacion descuenta existencias por el kardex     *
      * (referencia DEV), deja cada linea en RTVJRNL.DAT, anota la  *
      * nota de cargo en la cartera de proveedores e imprime el     *
      * albaran para el transportista.                              *
      *-----------------------------------------------------------*
       6000-RETURN-TO-VENDOR.
           IF NOT WS-PRODCAT-FILE-OPEN
               DISPLAY "** EL CATALOGO NO ESTA DISPONIBLE **"
               GO TO 6000-EXIT
           END-IF.
           DISPLAY "CODIGO DE PROVEEDOR: " WITH NO ADVANCING.
           ACCEPT WS-SUPP-KEY.
           MOVE FUNCTION UPPER-CASE(WS-SUPP-KEY) TO WS-SUPP-KEY.
           MOVE WS-SUPP-KEY TO SM-CODE.
           PERFORM 2100-READ-SUPPLIER THRU 2100-EXIT.
           IF WS-NOT-FOUND OR SM-IS-DELETED
               DISPLAY "** PROVEEDOR NO ENCONTRADO **"
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-ASK-REASON THRU 6100-EXIT.
           MOVE ZERO TO WS-RTV-COUNT.
           MOVE SPACES TO WS-CODE-KEY.
           PERFORM UNTIL WS-CODE-KEY IS EQUAL TO "FIN"
               DISPLAY "PRODUCTO DEVUELTO (O FIN PARA TERMINAR): "
                   WITH NO ADVANCING
               ACCEPT WS-CODE-KEY
               MOVE FUNCTION UPPER-CASE(WS-CODE-KEY) TO WS-CODE-KEY
               IF WS-CODE-KEY IS NOT EQUAL TO "FIN" AND
                       WS-CODE-KEY IS NOT EQUAL TO SPACES
                   PERFORM 6200-TAKE-RETURN-LINE THRU 6200-EXIT
               END-IF
           END-PERFORM.
           IF WS-RTV-COUNT IS EQUAL TO ZERO
               DISPLAY "DEVOLUCION SIN LINEAS, NO SE HA HECHO NADA"
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6300-PRICE-RETURN THRU 6300-EXIT.
           MOVE WS-RTV-GROSS TO WS-EDIT-MONEY.
           MOVE WS-RTV-COUNT TO WS-EDIT-NUM.
           DISPLAY "DEVOLUCION DE " FUNCTION TRIM(WS-EDIT-NUM)
               " LINEAS, NOTA DE CARGO POR " FUNCTION TRIM
               (WS-EDIT-MONEY) " IVA INCLUIDO".
           DISPLAY "CONFIRMA LA DEVOLUCION (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM IS NOT EQUAL TO "S"
               DISPLAY "DEVOLUCION CANCELADA, NO SE HA HECHO NADA"
               GO TO 6000-EXIT
           END-IF.
           MOVE "DEVPROV" TO WS-TN-ACTION.
           CALL "TICKNUM" USING WS-TN-ACTION, WS-TN-NUMBER.
           IF WS-TN-NUMBER IS EQUAL TO ZERO
               DISPLAY "** NO SE PUDO NUMERAR LA DEVOLUCION, NO SE "
                   "HA HECHO NADA **"
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-TN-NUMBER TO WS-RTV-NUM.
           MOVE SPACES TO WS-RTV-REF.
           STRING "DEV" WS-RTV-NUM DELIMITED BY SIZE
               INTO WS-RTV-REF.
           PERFORM VARYING WS-I-RTV FROM 1 BY 1
                   UNTIL WS-I-RTV IS GREATER THAN WS-RTV-COUNT
               PERFORM 6400-APPLY-RETURN-LINE THRU 6400-EXIT
           END-PERFORM.
           PERFORM 6500-WRITE-DEBIT-NOTE THRU 6500-EXIT.
           PERFORM 6600-PRINT-RETURN-NOTE THRU 6600-EXIT.
           DISPLAY "DEVOLUCION " WS-RTV-REF " ANOTADA; ALBARAN EN "
               "RTVDOC.TXT, NOTA DE CARGO ND" WS-RTV-NUM.
           MOVE "EX04RCV" TO WS-AUD-PROGRAM.
           MOVE "DEVPROV" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "DEVOLUCION " WS-RTV-REF " A " WS-SUPP-KEY
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       6000-EXIT.
           EXIT.
      * Motivo de la devolucion: dos habituales con su texto fijo y
      * uno libre.
       6100-ASK-REASON.
           MOVE SPACES TO WS-RTV-REASON-CODE.
           PERFORM UNTIL WS-RTV-REASON-OK
               DISPLAY "MOTIVO: D) MERCANCIA DANADA   R) RETIRADA DEL "
                   "PRODUCTO   O) OTRO: " WITH NO ADVANCING
               ACCEPT WS-RTV-REASON-CODE
               MOVE FUNCTION UPPER-CASE(WS-RTV-REASON-CODE) TO
                   WS-RTV-REASON-CODE
           END-PERFORM.
           EVALUATE WS-RTV-REASON-CODE
               WHEN "D"
                   MOVE "MERCANCIA DANADA" TO WS-RTV-REASON
               WHEN "R"
                   MOVE "RETIRADA DEL PRODUCTO" TO WS-RTV-REASON
               WHEN OTHER
                   DISPLAY "DESCRIBA EL MOTIVO: " WITH NO ADVANCING
                   ACCEPT WS-RTV-REASON
                   MOVE FUNCTION UPPER-CASE(WS-RTV-REASON) TO
                       WS-RTV-REASON
           END-EVALUATE.
       6100-EXIT.
           EXIT.
      * Una linea de la devolucion: no se puede devolver mas de lo
      * que hay en existencias, contando lo ya anotado del mismo
      * producto en esta devolucion.
       6200-TAKE-RETURN-LINE.
           IF WS-RTV-COUNT IS EQUAL TO RCV-MAX-RTV-LINES
               DISPLAY "** DEVOLUCION LLENA: TECLEE FIN Y HAGA OTRA **"
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-CODE-KEY TO PC-CODE.
           SET WS-NOT-FOUND TO TRUE.
           READ PRODUCT-FILE
               INVALID KEY
                   SET WS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           IF WS-NOT-FOUND OR PC-IS-DELETED
               DISPLAY "** PRODUCTO NO ENCONTRADO EN EL CATALOGO **"
               GO TO 6200-EXIT
           END-IF.
           MOVE SPACES TO WS-QTY-INPUT.
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WS-QTY-INPUT) IS
                   EQUAL TO ZERO
               DISPLAY "CANTIDAD DEVUELTA: " WITH NO ADVANCING
               ACCEPT WS-QTY-INPUT
               IF FUNCTION TEST-NUMVAL(WS-QTY-INPUT) IS NOT EQUAL
                       TO ZERO
                   DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE NUEVO"
               END-IF
           END-PERFORM.
           MOVE FUNCTION NUMVAL(WS-QTY-INPUT) TO WS-RECV-QTY.
           IF WS-RECV-QTY IS EQUAL TO ZERO
               DISPLAY "** CANTIDAD CERO, LINEA DESCARTADA **"
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-RECV-QTY TO WS-RTV-PENDING.
           PERFORM VARYING WS-I-RTV FROM 1 BY 1
                   UNTIL WS-I-RTV IS GREATER THAN WS-RTV-COUNT
               IF WS-RTV-CODE(WS-I-RTV) IS EQUAL TO PC-CODE
                   ADD WS-RTV-QTY(WS-I-RTV) TO WS-RTV-PENDING
               END-IF
           END-PERFORM.
           IF PC-ON-HAND IS LESS THAN WS-RTV-PENDING
               MOVE PC-ON-HAND TO WS-EDIT-QTY
               DISPLAY "** NO HAY TANTAS EXISTENCIAS (STOCK: "
                   FUNCTION TRIM(WS-EDIT-QTY) "), LINEA DESCARTADA **"
               GO TO 6200-EXIT
           END-IF.
           ADD 1 TO WS-RTV-COUNT.
           MOVE PC-CODE TO WS-RTV-CODE(WS-RTV-COUNT).
           MOVE PC-NAME TO WS-RTV-NAME(WS-RTV-COUNT).
           MOVE WS-RECV-QTY TO WS-RTV-QTY(WS-RTV-COUNT).
           MOVE PC-COST TO WS-RTV-COST(WS-RTV-COUNT).
      * El IVA de la linea va por el tipo de la categoria fiscal del
      * producto (en blanco o fuera de rango, la 1).
           IF PC-TAX-CATEGORY IS NUMERIC AND PC-TAX-CATEGORY IS
                   GREATER THAN ZERO AND PC-TAX-CATEGORY IS NOT
                   GREATER THAN 4
               MOVE PC-TAX-CATEGORY TO WS-RTV-CAT(WS-RTV-COUNT)
           ELSE
               MOVE 1 TO WS-RTV-CAT(WS-RTV-COUNT)
           END-IF.
           DISPLAY "LINEA ANOTADA EN LA DEVOLUCION".
       6200-EXIT.
           EXIT.
      * Valora la devolucion al coste del catalogo con el IVA de
      * cada linea, con los tipos del fichero de control.
       6300-PRICE-RETURN.
           MOVE ZERO TO WS-RTV-BASE.
           MOVE ZERO TO WS-RTV-TAX-TOTAL.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
               CLOSE CTL-FILE
           ELSE
               MOVE SPACES TO CTL-RECORD
           END-IF.
      * Misma siembra de tipos que EX04 para un fichero de control
      * de antes de la tabla por categorias.
           IF CTL-CAT-RATE(1) IS NOT NUMERIC
               MOVE CTL-TAX-RATE TO CTL-CAT-RATE(1)
               MOVE 04.000 TO CTL-CAT-RATE(2)
               MOVE 10.000 TO CTL-CAT-RATE(3)
               MOVE 21.000 TO CTL-CAT-RATE(4)
           END-IF.
           IF CTL-CAT-RATE(1) IS NOT NUMERIC
               MOVE 21.000 TO CTL-CAT-RATE(1)
           END-IF.
           PERFORM VARYING WS-I-RTV FROM 1 BY 1
                   UNTIL WS-I-RTV IS GREATER THAN WS-RTV-COUNT
               COMPUTE WS-RTV-AMOUNT(WS-I-RTV) =
                   WS-RTV-QTY(WS-I-RTV) * WS-RTV-COST(WS-I-RTV)
               COMPUTE WS-RTV-TAX(WS-I-RTV) ROUNDED =
                   WS-RTV-AMOUNT(WS-I-RTV) *
                   CTL-CAT-RATE(WS-RTV-CAT(WS-I-RTV)) / 100
               ADD WS-RTV-AMOUNT(WS-I-RTV) TO WS-RTV-BASE
               ADD WS-RTV-TAX(WS-I-RTV) TO WS-RTV-TAX-TOTAL
           END-PERFORM.
           COMPUTE WS-RTV-GROSS = WS-RTV-BASE + WS-RTV-TAX-TOTAL.
       6300-EXIT.
           EXIT.
      * Aplica una linea confirmada: descuenta existencias, la deja
      * en el kardex con la referencia DEV y en el diario de
      * devoluciones.
       6400-APPLY-RETURN-LINE.
           MOVE WS-RTV-CODE(WS-I-RTV) TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "** EL PRODUCTO " WS-RTV-CODE(WS-I-RTV)
                       " YA NO ESTA EN EL CATALOGO **"
                   GO TO 6400-EXIT
           END-READ.
           MOVE PC-ON-HAND TO WS-KX-BEFORE.
           SUBTRACT WS-RTV-QTY(WS-I-RTV) FROM PC-ON-HAND.
           REWRITE PRODUCT-CAT-REC
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CATALOGO"
                   GO TO 6400-EXIT
           END-REWRITE.
           MOVE "EX04RCV" TO WS-KX-PROGRAM.
           MOVE WS-RTV-REF TO WS-KX-REFERENCE.
           MOVE PC-CODE TO WS-KX-PRODUCT.
           COMPUTE WS-KX-QTY = ZERO - WS-RTV-QTY(WS-I-RTV).
           MOVE PC-ON-HAND TO WS-KX-AFTER.
           CALL "STKMOVE" USING BY CONTENT WS-KX-PROGRAM,
               WS-KX-REFERENCE, WS-KX-PRODUCT, WS-KX-QTY,
               WS-KX-BEFORE, WS-KX-AFTER.
           IF PC-TAX-CATEGORY IS EQUAL TO RCV-FOOD-CATEGORY
               MOVE PC-CODE TO WS-LC-PRODUCT
               MOVE WS-RTV-QTY(WS-I-RTV) TO WS-LC-QTY
               CALL "LOTCONS" USING BY CONTENT WS-LC-PRODUCT,
                   WS-LC-QTY
           END-IF.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-DATE TO RV-DATE.
           MOVE WS-CURR-TIME TO RV-TIME.
           MOVE WS-RTV-NUM TO RV-NUMBER.
           MOVE WS-SUPP-KEY TO RV-SUPPLIER.
           MOVE PC-CODE TO RV-PRODUCT.
           MOVE WS-RTV-QTY(WS-I-RTV) TO RV-QTY.
           MOVE WS-RTV-COST(WS-I-RTV) TO RV-UNIT-COST.
           MOVE WS-RTV-AMOUNT(WS-I-RTV) TO RV-AMOUNT.
           MOVE WS-RTV-TAX(WS-I-RTV) TO RV-TAX-AMOUNT.
           MOVE WS-RTV-REASON-CODE TO RV-REASON-CODE.
           MOVE WS-RTV-REASON TO RV-REASON.
           OPEN EXTEND RTVJRNL-FILE.
           IF WS-RTVJRNL-STATUS IS NOT EQUAL TO "00" AND
                   WS-RTVJRNL-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT RTVJRNL-FILE
           END-IF.
           MOVE RETURN-TO-VENDOR-REC TO RTVJRNL-FILE-REC.
           WRITE RTVJRNL-FILE-REC.
           CLOSE RTVJRNL-FILE.
       6400-EXIT.
           EXIT.
      * La nota de cargo entra abierta en la cartera con el numero
      * ND de la devolucion: la remesa de pagos la descuenta de lo
      * que se le paga al proveedor, y el asiento de compras la
      * lleva al diario contable.
       6500-WRITE-DEBIT-NOTE.
           MOVE SPACES TO PAYABLE-REC.
           MOVE WS-SUPP-KEY TO AP-SUPPLIER.
           STRING "ND" WS-RTV-NUM DELIMITED BY SIZE INTO AP-INVOICE.
           MOVE WS-CURR-DATE TO AP-DATE.
           MOVE WS-RTV-BASE TO AP-AMOUNT.
           MOVE "A" TO AP-STATUS.
           MOVE WS-CURR-DATE TO AP-DUE-DATE.
           MOVE ZERO TO AP-PAY-RUN.
           MOVE ZERO TO AP-PAY-DATE.
           MOVE WS-RTV-TAX-TOTAL TO AP-TAX-AMOUNT.
           MOVE ZERO TO AP-GL-DATE.
           SET AP-IS-DEBIT-NOTE TO TRUE.
           OPEN EXTEND APOPEN-FILE.
           IF WS-APOPEN-STATUS IS NOT EQUAL TO "00" AND
                   WS-APOPEN-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT APOPEN-FILE
           END-IF.
           MOVE PAYABLE-REC TO APOPEN-FILE-REC.
           WRITE APOPEN-FILE-REC.
           CLOSE APOPEN-FILE.
       6500-EXIT.
           EXIT.
      * Albaran de devolucion: viaja con la mercancia y lo firma el
      * transportista al recogerla.
       6600-PRINT-RETURN-NOTE.
           OPEN OUTPUT RTVDOC-FILE.
           MOVE WS-CURR-DATE TO WS-CURR-DATE-ED.
           MOVE SPACES TO RTVDOC-LINE.
           STRING "ALBARAN DE DEVOLUCION A PROVEEDOR " DELIMITED BY SIZE
                   WS-RTV-REF DELIMITED BY SPACE
                   "  FECHA " DELIMITED BY SIZE
                   WS-CD-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-YYYY DELIMITED BY SIZE
                   INTO RTVDOC-LINE
           END-STRING.
           WRITE RTVDOC-LINE.
           MOVE SPACES TO RTVDOC-LINE.
           STRING "PROVEEDOR: " DELIMITED BY SIZE
                   WS-SUPP-KEY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SM-NAME DELIMITED BY SIZE
                   INTO RTVDOC-LINE
           END-STRING.
           WRITE RTVDOC-LINE.
           MOVE SPACES TO RTVDOC-LINE.
           STRING "MOTIVO: " DELIMITED BY SIZE
                   WS-RTV-REASON DELIMITED BY SIZE
                   INTO RTVDOC-LINE
           END-STRING.
           WRITE RTVDOC-LINE.
           MOVE ALL "-" TO RTVDOC-LINE.
           WRITE RTVDOC-LINE.
           MOVE "CODIGO  PRODUCTO                          CANTIDAD  "
               & "  COSTE UNIT.        IMPORTE" TO RTVDOC-LINE.
           WRITE RTVDOC-LINE.
           PERFORM VARYING WS-I-RTV FROM 1 BY 1
                   UNTIL WS-I-RTV IS GREATER THAN WS-RTV-COUNT
               MOVE SPACES TO RTVDOC-LINE
               MOVE WS-RTV-QTY(WS-I-RTV) TO WS-EDIT-QTY
               STRING WS-RTV-CODE(WS-I-RTV) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RTV-NAME(WS-I-RTV) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-EDIT-QTY DELIMITED BY SIZE
                       INTO RTVDOC-LINE
               END-STRING
               MOVE WS-RTV-COST(WS-I-RTV) TO WS-EDIT-COST
               MOVE WS-EDIT-COST TO RTVDOC-LINE(53:10)
               MOVE WS-RTV-AMOUNT(WS-I-RTV) TO WS-EDIT-MONEY
               MOVE WS-EDIT-MONEY TO RTVDOC-LINE(64:14)
               WRITE RTVDOC-LINE
           END-PERFORM.
           MOVE ALL "-" TO RTVDOC-LINE.
           WRITE RTVDOC-LINE.
           MOVE SPACES TO RTVDOC-LINE.
           MOVE "BASE" TO RTVDOC-LINE(53:4).
           MOVE WS-RTV-BASE TO WS-EDIT-MONEY.
           MOVE WS-EDIT-MONEY TO RTVDOC-LINE(64:14).
           WRITE RTVDOC-LINE.
           MOVE SPACES TO RTVDOC-LINE.
           MOVE "IVA" TO RTVDOC-LINE(53:3).
           MOVE WS-RTV-TAX-TOTAL TO WS-EDIT-MONEY.
           MOVE WS-EDIT-MONEY TO RTVDOC-LINE(64:14).
           WRITE RTVDOC-LINE.
           MOVE SPACES TO RTVDOC-LINE.
           STRING "TOTAL NOTA DE CARGO ND" DELIMITED BY SIZE
                   WS-RTV-NUM DELIMITED BY SIZE
                   INTO RTVDOC-LINE(33:)
           END-STRING.
           MOVE WS-RTV-GROSS TO WS-EDIT-MONEY.
           MOVE WS-EDIT-MONEY TO RTVDOC-LINE(64:14).
           WRITE RTVDOC-LINE.
           MOVE SPACES TO RTVDOC-LINE.
           WRITE RTVDOC-LINE.
           MOVE "ENTREGADO POR: ____________________   RECOGIDO POR "
               & "(TRANSPORTISTA): ____________________" TO RTVDOC-LINE.
           WRITE RTVDOC-LINE.
           MOVE SPACES TO RTVDOC-LINE.
           WRITE RTVDOC-LINE.
           MOVE "MATRICULA: ____________   FIRMA: _________________"
               TO RTVDOC-LINE.
           WRITE RTVDOC-LINE.
           CLOSE RTVDOC-FILE.
           MOVE "RTVDOC.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
       6600-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 7000-IMPORT-ADVICE - importa el aviso de expedicion del     *
      * proveedor: cada linea cuyo pedido este abierto y sea de ese *
      * proveedor, y cuyo producto (por codigo o por EAN activo)    *
      * figure en el pedido, queda como recepcion pendiente en      *
      * RCVPEND.DAT. Las demas salen con su motivo en DESADVRJ.TXT. *
      * Nada se suma a existencias hasta que se recibe el pedido.   *
      *-----------------------------------------------------------*
       7000-IMPORT-ADVICE.
           IF NOT WS-PRODCAT-FILE-OPEN
               DISPLAY "** EL CATALOGO NO ESTA DISPONIBLE **"
               GO TO 7000-EXIT
           END-IF.
           DISPLAY "FICHERO DEL AVISO (ENTER = DESADV.DAT): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DA-NAME.
           ACCEPT WS-DA-NAME.
           IF WS-DA-NAME IS EQUAL TO SPACES
               MOVE "DESADV.DAT" TO WS-DA-NAME
           END-IF.
           SET ENVIRONMENT "RCVDAFILE" TO WS-DA-NAME.
           OPEN INPUT DESADV-FILE.
           IF WS-DESADV-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO ABRIR " FUNCTION TRIM
                   (WS-DA-NAME) " **"
               GO TO 7000-EXIT
           END-IF.
           MOVE "N" TO WS-DA-EOF-SW.
           PERFORM 7100-READ-ADVICE THRU 7100-EXIT.
           IF WS-DA-EOF OR NOT DA-IS-HEADER
               DISPLAY "** EL AVISO NO EMPIEZA POR SU CABECERA, NO SE "
                   "HA IMPORTADO NADA **"
               CLOSE DESADV-FILE
               GO TO 7000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(DA-SUPPLIER) TO WS-DA-SUPPLIER.
           MOVE DA-ADVICE-NUM TO WS-DA-ADVICE.
           IF DA-SHIP-DATE IS NUMERIC
               MOVE DA-SHIP-DATE TO WS-DA-SHIP-DATE
           ELSE
               MOVE WS-CURR-DATE TO WS-DA-SHIP-DATE
           END-IF.
           MOVE WS-DA-SUPPLIER TO SM-CODE.
           PERFORM 2100-READ-SUPPLIER THRU 2100-EXIT.
           IF WS-NOT-FOUND OR SM-IS-DELETED
               DISPLAY "** PROVEEDOR " WS-DA-SUPPLIER " DESCONOCIDO, "
                   "NO SE HA IMPORTADO NADA **"
               CLOSE DESADV-FILE
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7200-CHECK-DUPLICATE THRU 7200-EXIT.
           IF WS-DA-DUPLICATE
               DISPLAY "** EL AVISO " FUNCTION TRIM(WS-DA-ADVICE)
                   " YA ESTA IMPORTADO Y PENDIENTE DE RECIBIR **"
               CLOSE DESADV-FILE
               GO TO 7000-EXIT
           END-IF.
           MOVE "N" TO WS-PORDER-FILE-SW.
           OPEN INPUT PORDER-FILE.
           IF WS-PORDER-STATUS IS EQUAL TO "00"
               SET WS-PORDER-FILE-OPEN TO TRUE
           END-IF.
           MOVE "N" TO WS-BARCODE-FILE-SW.
           OPEN INPUT BARCODE-FILE.
           IF WS-BARCODE-STATUS IS EQUAL TO "00"
               SET WS-BARCODE-FILE-OPEN TO TRUE
           END-IF.
           OPEN EXTEND RCVPEND-FILE.
           IF WS-RCVPEND-STATUS IS NOT EQUAL TO "00" AND
                   WS-RCVPEND-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT RCVPEND-FILE
           END-IF.
           PERFORM 7500-START-REJECTS THRU 7500-EXIT.
           MOVE ZERO TO WS-DA-ACCEPTED.
           MOVE ZERO TO WS-DA-REJECTED.
           PERFORM 7100-READ-ADVICE THRU 7100-EXIT.
           PERFORM UNTIL WS-DA-EOF
               PERFORM 7300-CHECK-ADVICE-LINE THRU 7300-EXIT
               IF WS-DA-LINE-OK
                   PERFORM 7400-WRITE-PENDING THRU 7400-EXIT
               ELSE
                   PERFORM 7600-WRITE-REJECT THRU 7600-EXIT
               END-IF
               PERFORM 7100-READ-ADVICE THRU 7100-EXIT
           END-PERFORM.
           PERFORM 7700-END-REJECTS THRU 7700-EXIT.
           CLOSE DESADV-FILE.
           CLOSE RCVPEND-FILE.
           IF WS-PORDER-FILE-OPEN
               CLOSE PORDER-FILE
               MOVE "N" TO WS-PORDER-FILE-SW
           END-IF.
           IF WS-BARCODE-FILE-OPEN
               CLOSE BARCODE-FILE
               MOVE "N" TO WS-BARCODE-FILE-SW
           END-IF.
           MOVE WS-DA-ACCEPTED TO WS-EDIT-NUM.
           DISPLAY "AVISO " FUNCTION TRIM(WS-DA-ADVICE) ": "
               FUNCTION TRIM(WS-EDIT-NUM) " LINEAS PENDIENTES DE "
               "RECIBIR" WITH NO ADVANCING.
           MOVE WS-DA-REJECTED TO WS-EDIT-NUM.
           DISPLAY ", " FUNCTION TRIM(WS-EDIT-NUM)
               " RECHAZADAS EN DESADVRJ.TXT".
           MOVE "EX04RCV" TO WS-AUD-PROGRAM.
           MOVE "AVISOEXP" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "AVISO " WS-DA-ADVICE " DE " WS-DA-SUPPLIER
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       7000-EXIT.
           EXIT.
       7100-READ-ADVICE.
           READ DESADV-FILE INTO DESPATCH-ADVICE-REC
               AT END
                   SET WS-DA-EOF TO TRUE
           END-READ.
       7100-EXIT.
           EXIT.
      * Un aviso ya importado y aun sin recibir no se carga dos
      * veces: se duplicaria lo pendiente.
       7200-CHECK-DUPLICATE.
           MOVE "N" TO WS-DA-DUP-SW.
           OPEN INPUT RCVPEND-FILE.
           IF WS-RCVPEND-STATUS IS NOT EQUAL TO "00"
               GO TO 7200-EXIT
           END-IF.
           MOVE "N" TO WS-PR-EOF-SW.
           PERFORM UNTIL WS-PR-EOF OR WS-DA-DUPLICATE
               READ RCVPEND-FILE INTO PENDING-RECEIPT-REC
                   AT END
                       SET WS-PR-EOF TO TRUE
                   NOT AT END
                       IF PR-SUPPLIER IS EQUAL TO WS-DA-SUPPLIER AND
                               PR-ADVICE-NUM IS EQUAL TO WS-DA-ADVICE
                           SET WS-DA-DUPLICATE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RCVPEND-FILE.
       7200-EXIT.
           EXIT.
      * Validacion de una linea del aviso; el primer motivo de
      * rechazo que aparece es el que se informa.
       7300-CHECK-ADVICE-LINE.
           MOVE "N" TO WS-DA-OK-SW.
           MOVE SPACES TO WS-DA-PRODUCT.
           IF NOT DA-IS-DETAIL
               MOVE "REGISTRO NO RECONOCIDO" TO WS-DA-REASON
               GO TO 7300-EXIT
           END-IF.
           IF DA-QTY IS NOT NUMERIC OR DA-QTY IS EQUAL TO ZERO
               MOVE "CANTIDAD NO VALIDA" TO WS-DA-REASON
               GO TO 7300-EXIT
           END-IF.
           IF DA-PO-NUMBER IS NOT NUMERIC OR
                   NOT WS-PORDER-FILE-OPEN
               MOVE "PEDIDO DESCONOCIDO" TO WS-DA-REASON
               GO TO 7300-EXIT
           END-IF.
           MOVE DA-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-SEQ.
           READ PORDER-FILE
               INVALID KEY
                   MOVE "PEDIDO DESCONOCIDO" TO WS-DA-REASON
                   GO TO 7300-EXIT
           END-READ.
           IF NOT PO-IS-HEADER
               MOVE "PEDIDO DESCONOCIDO" TO WS-DA-REASON
               GO TO 7300-EXIT
           END-IF.
           IF PO-SUPPLIER IS NOT EQUAL TO WS-DA-SUPPLIER
               MOVE "PEDIDO DE OTRO PROVEEDOR" TO WS-DA-REASON
               GO TO 7300-EXIT
           END-IF.
           IF NOT PO-IS-OPEN
               MOVE "PEDIDO NO ABIERTO" TO WS-DA-REASON
               GO TO 7300-EXIT
           END-IF.
      * Producto: nuestro codigo si viene, y si no el EAN por el
      * cruce de codigos de barras.
           IF DA-PRODUCT IS NOT EQUAL TO SPACES
               MOVE FUNCTION UPPER-CASE(DA-PRODUCT) TO WS-DA-PRODUCT
           ELSE
               IF DA-EAN IS EQUAL TO SPACES OR
                       NOT WS-BARCODE-FILE-OPEN
                   MOVE "EAN DESCONOCIDO" TO WS-DA-REASON
                   GO TO 7300-EXIT
               END-IF
               MOVE DA-EAN TO BX-EAN
               READ BARCODE-FILE
                   INVALID KEY
                       MOVE "EAN DESCONOCIDO" TO WS-DA-REASON
                       GO TO 7300-EXIT
               END-READ
               IF NOT BX-IS-ACTIVE
                   MOVE "EAN DESCONOCIDO" TO WS-DA-REASON
                   GO TO 7300-EXIT
               END-IF
               MOVE BX-CODE TO WS-DA-PRODUCT
           END-IF.
           MOVE WS-DA-PRODUCT TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "PRODUCTO DESCONOCIDO" TO WS-DA-REASON
                   GO TO 7300-EXIT
           END-READ.
           IF PC-IS-DELETED
               MOVE "PRODUCTO DESCONOCIDO" TO WS-DA-REASON
               GO TO 7300-EXIT
           END-IF.
      * El producto tiene que ser una linea del pedido.
           MOVE ZERO TO WS-DA-LINE-SEQ.
           MOVE DA-PO-NUMBER TO PO-NUMBER.
           MOVE 1 TO PO-LINE-SEQ.
           MOVE "N" TO WS-PO-EOF-SW.
           START PORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   SET WS-NO-MORE-PO-LINES TO TRUE
           END-START.
           PERFORM 5300-READ-PO-NEXT THRU 5300-EXIT.
           PERFORM UNTIL WS-NO-MORE-PO-LINES OR
                   PO-NUMBER IS NOT EQUAL TO DA-PO-NUMBER OR
                   NOT PO-IS-DETAIL OR
                   WS-DA-LINE-SEQ IS GREATER THAN ZERO
               IF PO-PRODUCT IS EQUAL TO WS-DA-PRODUCT
                   MOVE PO-LINE-SEQ TO WS-DA-LINE-SEQ
               ELSE
                   PERFORM 5300-READ-PO-NEXT THRU 5300-EXIT
               END-IF
           END-PERFORM.
           IF WS-DA-LINE-SEQ IS EQUAL TO ZERO
               MOVE "PRODUCTO FUERA DEL PEDIDO" TO WS-DA-REASON
               GO TO 7300-EXIT
           END-IF.
           SET WS-DA-LINE-OK TO TRUE.
       7300-EXIT.
           EXIT.
       7400-WRITE-PENDING.
           MOVE DA-PO-NUMBER TO PR-PO-NUMBER.
           MOVE WS-DA-LINE-SEQ TO PR-LINE-SEQ.
           MOVE WS-DA-PRODUCT TO PR-PRODUCT.
           MOVE DA-QTY TO PR-QTY.
           MOVE WS-DA-SUPPLIER TO PR-SUPPLIER.
           MOVE WS-DA-ADVICE TO PR-ADVICE-NUM.
           MOVE WS-DA-SHIP-DATE TO PR-SHIP-DATE.
           MOVE PENDING-RECEIPT-REC TO RCVPEND-FILE-REC.
           WRITE RCVPEND-FILE-REC.
           ADD 1 TO WS-DA-ACCEPTED.
       7400-EXIT.
           EXIT.
       7500-START-REJECTS.
           OPEN OUTPUT DARJ-FILE.
           MOVE WS-CURR-DATE TO WS-CURR-DATE-ED.
           MOVE SPACES TO DARJ-LINE.
           STRING "RECHAZOS DEL AVISO DE EXPEDICION " DELIMITED BY SIZE
                   WS-DA-ADVICE DELIMITED BY SPACE
                   "  FECHA " DELIMITED BY SIZE
                   WS-CD-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-YYYY DELIMITED BY SIZE
                   INTO DARJ-LINE
           END-STRING.
           WRITE DARJ-LINE.
           MOVE SPACES TO DARJ-LINE.
           STRING "PROVEEDOR: " DELIMITED BY SIZE
                   WS-DA-SUPPLIER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SM-NAME DELIMITED BY SIZE
                   INTO DARJ-LINE
           END-STRING.
           WRITE DARJ-LINE.
           MOVE ALL "-" TO DARJ-LINE.
           WRITE DARJ-LINE.
           MOVE "PEDIDO  CODIGO  EAN              CANTIDAD  MOTIVO"
               TO DARJ-LINE.
           WRITE DARJ-LINE.
       7500-EXIT.
           EXIT.
       7600-WRITE-REJECT.
           ADD 1 TO WS-DA-REJECTED.
           MOVE SPACES TO DARJ-LINE.
           IF DA-IS-DETAIL
               MOVE DA-PO-NUMBER TO DARJ-LINE(1:6)
               MOVE DA-PRODUCT TO DARJ-LINE(9:6)
               MOVE DA-EAN TO DARJ-LINE(17:13)
               IF DA-QTY IS NUMERIC
                   MOVE DA-QTY TO WS-EDIT-QTY
                   MOVE WS-EDIT-QTY TO DARJ-LINE(31:11)
               ELSE
                   MOVE DA-QTY TO DARJ-LINE(34:7)
               END-IF
           ELSE
               MOVE DESPATCH-ADVICE-REC TO DARJ-LINE(1:40)
           END-IF.
           MOVE WS-DA-REASON TO DARJ-LINE(44:30).
           WRITE DARJ-LINE.
       7600-EXIT.
           EXIT.
       7700-END-REJECTS.
           MOVE ALL "-" TO DARJ-LINE.
           WRITE DARJ-LINE.
           IF WS-DA-REJECTED IS EQUAL TO ZERO
               MOVE "SIN LINEAS RECHAZADAS" TO DARJ-LINE
               WRITE DARJ-LINE
           END-IF.
           MOVE SPACES TO DARJ-LINE.
           MOVE WS-DA-ACCEPTED TO WS-EDIT-NUM.
           STRING "LINEAS PENDIENTES DE RECIBIR: " DELIMITED BY SIZE
                   WS-EDIT-NUM DELIMITED BY SIZE
                   INTO DARJ-LINE
           END-STRING.
           WRITE DARJ-LINE.
           MOVE SPACES TO DARJ-LINE.
           MOVE WS-DA-REJECTED TO WS-EDIT-NUM.
           STRING "LINEAS RECHAZADAS:            " DELIMITED BY SIZE
                   WS-EDIT-NUM DELIMITED BY SIZE
                   INTO DARJ-LINE
           END-STRING.
           WRITE DARJ-LINE.
           CLOSE DARJ-FILE.
           MOVE "DESADVRJ.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
       7700-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 7900-LOG-CHANGE - anota la escritura en el diario de        *
      * cambios, como hacen los mantenimientos de EX04MNT.          *

                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BX-EAN
                FILE STATUS IS WS-BARCODE-STATUS.
      * Composicion de los kits: un producto con componentes no
      * tiene stock propio, su venta descuenta cada componente.
           SELECT KITBOM-FILE ASSIGN TO "KITBOM.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KB-KEY
                FILE STATUS IS WS-KITBOM-STATUS.
      * Tarifas de clientes profesionales: el cliente con tarifa
      * paga el precio de su tarifa en los productos que la tienen.
           SELECT PRICELST-FILE ASSIGN TO "PRICELST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PL-KEY
                FILE STATUS IS WS-PRICELST-STATUS.
      * Diario de lineas anuladas: cada BORRAR queda registrado
      * con su operador y su desenlace, para el informe de
      * prevencion de perdidas.
           SELECT RECEIPT-FILE ASSIGN TO RCPFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECEIPT-STATUS.
      * Maestro de operadores: el comprador de una venta de
      * personal tiene que ser un operador activo.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OP-ID
                FILE STATUS IS WS-OPER-STATUS.
      * Diario de compras del personal: una linea por venta en modo
      * empleado, para el tope mensual y el cierre de mes.
           SELECT STAFFPUR-FILE ASSIGN TO "STAFFPUR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STAFFPUR-STATUS.
      * Tickets aparcados a medias, por referencia corta: se
      * recuperan desde esta caja o desde cualquier otra.
           SELECT SUSPEND-FILE ASSIGN TO "SUSPEND.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SU-KEY
                FILE STATUS IS WS-SUSPEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * El FD lleva el mismo layout que el buffer de trabajo, con
       FD  TICKET-FILE.
           COPY "TICKREC.CPY" REPLACING LEADING ==TR-== BY ==TF-==.
       FD  CKPT-FILE.
       01  CKPT-FILE-REC                        PIC X(241).
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  PRODUCT-FILE.
       FD  PTSJRNL-FILE.
       01  PTSJRNL-FILE-REC                     PIC X(62).
       FD  OFFSPOOL-FILE.
       01  OFFSPOOL-FILE-REC                    PIC X(241).
       FD  BARCODE-FILE.
           COPY "BARCODE.CPY".
       FD  KITBOM-FILE.
           COPY "KITBOM.CPY".
       FD  PRICELST-FILE.
           COPY "PRICELST.CPY".
       FD  RECEIPT-FILE.
       01  RECEIPT-LINE                         PIC X(80).
       FD  VOIDJRNL-FILE.
       01  VOIDJRNL-FILE-REC                    PIC X(84).
       FD  OPERATOR-FILE.
           COPY "OPERMAST.CPY".
       FD  STAFFPUR-FILE.
       01  STAFFPUR-FILE-REC                    PIC X(117).
       FD  SUSPEND-FILE.
           COPY "SUSPREC.CPY".
       WORKING-STORAGE SECTION.
      * Layout del ticket (cliente + lineas de producto), compartido
      * con el resto de programas que tocan una venta.
       01 WS-TEND-AMT-IN                        PIC X(12).
       01 WS-TEND-AMT-VALUE                     PIC 9(9)V99.
       01 WS-ACCT-PORTION                       PIC 9(9)V99 VALUE ZERO.
      * Parte del ticket de personal cargada en nomina (medio "N"):
      * ni pasa por el saldo del cliente ni entra en el cajon.
       01 WS-PAYROLL-PORTION                    PIC 9(9)V99 VALUE ZERO.
      * Vales regalo: los importes de los vales vendidos en este
      * ticket (los registros del fichero de vales se crean al
      * confirmarlo) y el numero de vale de cada cobro "V", por si
       01 WS-BARCODE-FILE-SW                    PIC X(01) VALUE "N".
           88 WS-BARCODE-FILE-OPEN              VALUE "Y".
       01 WS-EAN-BUFF                           PIC X(13).
      * Composicion de kits: abierta si existe; sin ella todos los
      * productos se venden como articulos sueltos.
       01 WS-KITBOM-STATUS                      PIC X(02).
       01 WS-KITBOM-FILE-SW                     PIC X(01) VALUE "N".
           88 WS-KITBOM-FILE-OPEN               VALUE "Y".
      * Tarifas de clientes: abiertas si existen; sin ellas todos
      * pagan precio de catalogo. WS-PRICE-LIST es la tarifa activa
      * del cliente del ticket en curso (blanco = ninguna).
       01 WS-PRICELST-STATUS                    PIC X(02).
       01 WS-PRICELST-FILE-SW                   PIC X(01) VALUE "N".
           88 WS-PRICELST-FILE-OPEN             VALUE "Y".
       01 WS-PRICE-LIST                         PIC X(04) VALUE SPACES.
       01 WS-KIT-SW                             PIC X(01) VALUE "N".
           88 WS-IS-KIT                         VALUE "Y".
       01 WS-KIT-EOF-SW                         PIC X(01) VALUE "N".
           88 WS-NO-MORE-COMPONENTS             VALUE "Y".
       01 WS-KIT-CODE                           PIC X(6).
       01 WS-KIT-COST                           PIC 9(7)V99.
       01 WS-KIT-MOVE-QTY                       PIC S9(7).
       01 WS-EAN-RESULT                         PIC X(01).
      * Disponibilidad real de la linea: el stock teorico menos lo
      * reservado por encargos de clientes (EX04ORD).
       01 WS-I-VOID                             PIC 9(2).
       01 WS-VOID-OUTCOME                       PIC X(1).
       01 WS-VOIDJRNL-STATUS                    PIC X(02).
      * Venta de personal: se entra tecleando EMPLEADO en lugar del
      * cliente. El comprador es un operador activo distinto del que
      * cobra; su nivel fija el descuento y el tope de gasto mensual
      * (tabla de personal del fichero de control). El importe antes
      * del descuento se guarda por si el tope obliga a anularlo.
       78 STAFF-WORD                            VALUE "EMPLEADO".
           COPY "STAFFPUR.CPY".
       01 WS-OPER-STATUS                        PIC X(02).
       01 WS-STAFFPUR-STATUS                    PIC X(02).
       01 WS-STAFF-SW                           PIC X(01) VALUE "N".
           88 WS-STAFF-SALE                     VALUE "Y".
       01 WS-STAFF-EOF-SW                       PIC X(01) VALUE "N".
           88 WS-STAFF-EOF                      VALUE "Y".
       01 WS-STAFF-BUYER                        PIC X(08).
       01 WS-STAFF-NAME                         PIC X(30).
       01 WS-STAFF-LEVEL                        PIC 9(01).
       01 WS-STAFF-GROSS                        PIC 9(9)V99.
       01 WS-STAFF-DISCOUNT                     PIC 9(9)V99.
       01 WS-STAFF-SPENT                        PIC S9(9)V99.
       01 WS-STAFF-AFTER                        PIC S9(9)V99.
      * Ticket aparcado: APARCAR en el alta de productos lo deja en
      * SUSPEND.DAT con una referencia corta, y RECUPERAR en lugar
      * del cliente lo trae de vuelta (en esta o en otra caja).
       78 PARK-WORD                             VALUE "APARCAR".
       78 RECALL-WORD                           VALUE "RECUPERAR".
       01 WS-SUSPEND-STATUS                     PIC X(02).
       01 WS-PARK-SW                            PIC X(01) VALUE "N".
           88 WS-PARKED-YES                     VALUE "Y".
       01 WS-RECALL-SW                          PIC X(01) VALUE "N".
           88 WS-RECALLED-YES                   VALUE "Y".
       01 WS-SUSP-EOF-SW                        PIC X(01) VALUE "N".
           88 WS-SUSP-EOF                       VALUE "Y".
       01 WS-SUSP-REF                           PIC 9(4).
       01 WS-SUSP-SEQ                           PIC 9(4).
       01 WS-SUSP-TRIES                         PIC 9(2).
       01 WS-SUSP-INPUT                         PIC X(10).
      * Recibo legal del ticket confirmado.
       01 WS-RECEIPT-STATUS                     PIC X(02).
       01 WS-RCP-NAME                           PIC X(24).
       01 DISP-RATE                             PIC Z9.999.
      * Como termino PRODUCT-ENTRY-LOOP: por el terminador/FIN, por un
      * EOF de TRANIN.DAT, o porque se alcanzo CTL-MAX-PRODUCTS sin
      * que el lote trajera su propio terminador todavia; o porque
      * el ticket se aparco.
       01 WS-LOOP-END-SW                        PIC X(01) VALUE "C".
           88 WS-ENDED-BY-WORD                  VALUE "W".
           88 WS-ENDED-BY-EOF                   VALUE "F".
           88 WS-ENDED-BY-CAP                   VALUE "C".
           88 WS-ENDED-BY-PARK                  VALUE "P".
      * Status codes de los ficheros.
       01 WS-RUN-DATE                           PIC 9(08).
       01 WS-TICKET-STATUS                      PIC X(02).
       01 WS-KX-QTY                             PIC S9(7).
       01 WS-KX-BEFORE                          PIC S9(7).
       01 WS-KX-AFTER                           PIC S9(7).
      * Programa que anota el ticket en el registro fiscal
      * (subrutina FISCLOG).
       01 WS-FR-PROGRAM                         PIC X(8).
      * Parametros para la subrutina LOTCONS: lo vendido de un
      * producto de alimentacion (categoria 2) se descuenta de sus
      * lotes, empezando por el que caduca antes.
       01 WS-LC-PRODUCT                         PIC X(6).
       01 WS-LC-QTY                             PIC S9(7).
      * Campos de salida para reconstruir las lineas C/P del ticket
      * rechazado en el formato de TRANIN.DAT.
       01 WS-BALANCE-CENTS-OUT                  PIC 9(08).
                CTL-BUSINESS-DATE IS GREATER THAN ZERO
                MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE
           END-IF.
      * Descuentos y topes de las compras del personal de fabrica
      * para un fichero de control de antes de la venta de personal.
           IF CTL-STAFF-CAP(3) IS NOT NUMERIC
                MOVE 10.00 TO CTL-STAFF-RATE(1)
                MOVE 300.00 TO CTL-STAFF-CAP(1)
                MOVE 15.00 TO CTL-STAFF-RATE(2)
                MOVE 500.00 TO CTL-STAFF-CAP(2)
                MOVE 15.00 TO CTL-STAFF-RATE(3)
                MOVE 500.00 TO CTL-STAFF-CAP(3)
           END-IF.
           IF CTL-MAX-PRODUCTS IS EQUAL TO ZERO
                MOVE 50 TO CTL-MAX-PRODUCTS
           END-IF.
           IF WS-BARCODE-STATUS IS EQUAL TO "00"
                SET WS-BARCODE-FILE-OPEN TO TRUE
           END-IF.
           MOVE "N" TO WS-KITBOM-FILE-SW.
           OPEN INPUT KITBOM-FILE.
           IF WS-KITBOM-STATUS IS EQUAL TO "00"
                SET WS-KITBOM-FILE-OPEN TO TRUE
           END-IF.
           MOVE "N" TO WS-PRICELST-FILE-SW.
           OPEN INPUT PRICELST-FILE.
           IF WS-PRICELST-STATUS IS EQUAL TO "00"
                SET WS-PRICELST-FILE-OPEN TO TRUE
           END-IF.
      * Con un maestro caido, en interactivo se ofrece el modo
      * degradado explicito en vez de cojear en silencio: todo
      * tecleado a mano, el ticket a la bolsa, y la repesca
                END-IF
                EXIT PARAGRAPH
           END-IF.
      * Un ticket aparcado no es venta ni anulacion: no se graba
      * nada, su numero vuelve al correlativo (al recuperarlo se le
      * da uno nuevo) y el checkpoint se limpia porque el ticket ya
      * esta a salvo en SUSPEND.DAT.
           IF WS-PARKED-YES
                PERFORM UNASSIGN-TICKET-NUMBER
                PERFORM CLEAR-CHECKPOINT
                MOVE "APARCADO" TO WS-RUN-OUTCOME
                EXIT PARAGRAPH
           END-IF.
           PERFORM EVALUATE-PROMOTIONS.
           PERFORM APPLY-DISCOUNT.
           PERFORM REDEEM-POINTS.
           PERFORM COMPUTE-TAX.
           PERFORM CHECK-STAFF-CAP.
           PERFORM CAPTURE-TENDERS.
           PERFORM CHECK-BALANCE.
           IF WS-RUN-MODE IS EQUAL TO "BATCH"
                     PERFORM SAVE-CUSTOMER
                     PERFORM POST-INVENTORY
                     PERFORM POST-VOUCHERS
                     IF WS-STAFF-SALE
                          PERFORM WRITE-STAFF-PURCHASE
                     END-IF
                     PERFORM WRITE-SALE-RECEIPT
                END-IF
                MOVE "C" TO WS-VOID-OUTCOME
           MOVE ZERO TO WS-BALANCE.
           MOVE ZERO TO WS-CREDIT-LIMIT.
           MOVE SPACES TO WS-MEMBER-CODE.
           MOVE SPACES TO WS-PRICE-LIST.
           MOVE ZERO TO WS-POINTS.
           MOVE ZERO TO WS-POINTS-USED.
           MOVE ZERO TO WS-POINTS-EARNED.
           MOVE ZERO TO WS-TICKET-NUM.
           MOVE ZERO TO WS-TEND-COUNT.
           MOVE ZERO TO WS-ACCT-PORTION.
           MOVE ZERO TO WS-PAYROLL-PORTION.
           MOVE ZERO TO WS-VCH-PEND-COUNT.
           MOVE ZERO TO WS-VOID-COUNT.
           MOVE "N" TO WS-STAFF-SW.
           MOVE SPACES TO WS-STAFF-BUYER.
           MOVE ZERO TO WS-STAFF-DISCOUNT.
           MOVE "N" TO WS-PARK-SW.
           MOVE "N" TO WS-RECALL-SW.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
                UNTIL WS-CAT-I IS GREATER THAN 4
                   MOVE ZERO TO WS-CAT-BASE(WS-CAT-I)
           PERFORM RESUME-CHECKPOINT.
           IF WS-RESUMED-YES
                DISPLAY "REANUDANDO TICKET EN CURSO..."
                IF WS-DISCOUNT-CODE IS EQUAL TO STAFF-DISC-CODE
                     PERFORM RESUME-STAFF-SALE
                END-IF
           ELSE
                IF WS-RUN-MODE IS EQUAL TO "BATCH"
                     PERFORM BATCH-READ-CUSTOMER
                     DISPLAY "INTRODUZCA SU NOMBRE O NUMERO DE "
                          "CLIENTE: " WITH NO ADVANCING
                     ACCEPT WS-NAME
      * RECUPERAR en lugar del cliente trae un ticket aparcado; si
      * no se encuentra, se vuelve a pedir el cliente.
                     PERFORM UNTIL WS-RECALLED-YES OR
                          FUNCTION UPPER-CASE(WS-NAME) IS NOT EQUAL
                          TO RECALL-WORD
                          PERFORM RECALL-SUSPENDED
                     END-PERFORM
      * Un ticket recuperado trae su cliente y su codigo de
      * descuento; la venta de personal vuelve a pedir el comprador
      * como al reanudar un checkpoint.
                     IF WS-RECALLED-YES
                          IF WS-DISCOUNT-CODE IS EQUAL TO
                               STAFF-DISC-CODE
                               PERFORM RESUME-STAFF-SALE
                          END-IF
                     ELSE
                          PERFORM ASK-CUSTOMER-DATA
                     END-IF
                END-IF
                PERFORM ASSIGN-TICKET-NUMBER
                PERFORM OPEN-CHECKPOINT-NEW
      * Las lineas del ticket recuperado pasan al checkpoint con su
      * numero nuevo, por si la caja se interrumpe despues.
                IF WS-RECALLED-YES
                     PERFORM WRITE-CHECKPOINT-FULL
                END-IF
           END-IF.
           COMPUTE WS-NEXT-SLOT = WS-PRODUCTS-NUM + 1.
           PERFORM PRODUCT-ENTRY-LOOP.
           EXIT PARAGRAPH.
      * Cliente, codigo de descuento y codigo de socio de un ticket
      * nuevo en modo interactivo; el nombre ya esta tecleado.
       ASK-CUSTOMER-DATA.
           IF FUNCTION UPPER-CASE(WS-NAME) IS EQUAL TO
                STAFF-WORD
                PERFORM ASK-STAFF-BUYER
           END-IF
           PERFORM LOOKUP-CUSTOMER
      * La venta de personal lleva su propio descuento y no suma
      * ni canjea puntos: no se pide codigo de descuento ni de
      * socio, y el ticket queda marcado en su codigo de descuento.
           IF WS-STAFF-SALE
                MOVE STAFF-DISC-CODE TO WS-DISCOUNT-CODE
                MOVE SPACES TO WS-MEMBER-CODE
           ELSE
                DISPLAY "CODIGO DE DESCUENTO (O EN BLANCO): "
                     WITH NO ADVANCING
                ACCEPT WS-DISCOUNT-CODE
                MOVE FUNCTION UPPER-CASE(WS-DISCOUNT-CODE)
                     TO WS-DISCOUNT-CODE
                IF WS-DISCOUNT-CODE IS EQUAL TO
                     STAFF-DISC-CODE
                     MOVE SPACES TO WS-DISCOUNT-CODE
                END-IF
      * El codigo de socio (el que imprime EX03) se captura aqui si
      * la ficha del cliente aun no lo tiene; se guardara en el
      * maestro al grabar el ticket.
                IF WS-MEMBER-CODE IS EQUAL TO SPACES
                     DISPLAY "CODIGO DE SOCIO (O EN "
                          "BLANCO): " WITH NO ADVANCING
                     ACCEPT WS-MEMBER-CODE
                     MOVE FUNCTION UPPER-CASE
                          (WS-MEMBER-CODE) TO WS-MEMBER-CODE
                END-IF
           END-IF.
           EXIT PARAGRAPH.
      * Cada tienda emite desde su propia base de numeracion: si el
      * correlativo aun no ha alcanzado la base (instalacion nueva o
      * base recien asignada), se arranca desde ella.
                SET WS-KNOWN-CUSTOMER TO TRUE
                DISPLAY "CLIENTE RECONOCIDO: " FUNCTION TRIM
                     (WS-NAME)
                PERFORM FIND-CUSTOMER-PRICE-LIST
           ELSE
                SET WS-NEW-CUSTOMER TO TRUE
                MOVE "N" TO WS-BLOCKED-SW
      * El empleado que compra por primera vez se da de alta sin
      * saldo: su edad y su saldo no se le preguntan en caja.
                IF WS-RUN-MODE IS NOT EQUAL TO "BATCH" AND
                     NOT WS-STAFF-SALE
                     DISPLAY "INTRODUZCA SU EDAD: " WITH NO ADVANCING
                     ACCEPT WS-AGE
                     DISPLAY "INTRODUZCA SU SALDO: " WITH NO ADVANCING
                END-IF
           END-IF.
           EXIT PARAGRAPH.
      * La tarifa de la ficha solo vale si su cabecera sigue activa
      * en PRICELST.DAT; si no, el cliente paga precio de catalogo.
       FIND-CUSTOMER-PRICE-LIST.
           MOVE SPACES TO WS-PRICE-LIST.
           IF CM-PRICE-LIST IS EQUAL TO SPACES OR
                CM-PRICE-LIST IS EQUAL TO LOW-VALUES OR
                NOT WS-PRICELST-FILE-OPEN
                EXIT PARAGRAPH
           END-IF.
           MOVE CM-PRICE-LIST TO PL-LIST.
           MOVE SPACES TO PL-PRODUCT.
           READ PRICELST-FILE
                INVALID KEY
                     DISPLAY "** LA TARIFA " CM-PRICE-LIST " DEL "
                          "CLIENTE NO EXISTE: PRECIO DE CATALOGO **"
                     EXIT PARAGRAPH
           END-READ.
           IF PL-IS-ACTIVE
                MOVE PL-LIST TO WS-PRICE-LIST
                DISPLAY "TARIFA DEL CLIENTE: " PL-LIST " "
                     FUNCTION TRIM(PL-NAME)
           ELSE
                DISPLAY "** LA TARIFA " CM-PRICE-LIST " DEL "
                     "CLIENTE ESTA DE BAJA: PRECIO DE CATALOGO **"
           END-IF.
           EXIT PARAGRAPH.
      * Venta de personal: el comprador se identifica por su OP-ID.
      * Sin el, o con uno que no vale, la venta sigue como una venta
      * normal y se vuelve a pedir el cliente.
       ASK-STAFF-BUYER.
           IF WS-OFFLINE-YES
                DISPLAY "** SIN VENTA DE PERSONAL EN MODO DEGRADADO **"
           ELSE
                DISPLAY "IDENTIFICADOR DEL EMPLEADO QUE COMPRA: "
                     WITH NO ADVANCING
                MOVE SPACES TO WS-STAFF-BUYER
                ACCEPT WS-STAFF-BUYER
                MOVE FUNCTION UPPER-CASE(WS-STAFF-BUYER) TO
                     WS-STAFF-BUYER
                PERFORM FIND-STAFF-BUYER
           END-IF.
           IF WS-STAFF-SALE
                MOVE WS-STAFF-NAME TO WS-NAME
                MOVE CTL-STAFF-RATE(WS-STAFF-LEVEL) TO DISP-RATE
                DISPLAY "VENTA DE PERSONAL A " FUNCTION TRIM
                     (WS-STAFF-NAME) " - DESCUENTO " DISP-RATE " %"
                IF CTL-STAFF-CAP(WS-STAFF-LEVEL) IS GREATER THAN ZERO
                     PERFORM SUM-STAFF-MONTH
                     MOVE WS-STAFF-SPENT TO DISP-CURRENCY
                     DISPLAY "GASTADO ESTE MES: " FUNCTION TRIM
                          (DISP-CURRENCY) WITH NO ADVANCING
                     MOVE CTL-STAFF-CAP(WS-STAFF-LEVEL) TO
                          DISP-CURRENCY
                     DISPLAY " DE UN TOPE DE " FUNCTION TRIM
                          (DISP-CURRENCY)
                END-IF
           ELSE
                DISPLAY "INTRODUZCA SU NOMBRE O NUMERO DE "
                     "CLIENTE: " WITH NO ADVANCING
                ACCEPT WS-NAME
           END-IF.
           EXIT PARAGRAPH.
      * Un ticket de personal reanudado del checkpoint no guarda el
      * comprador: se vuelve a pedir y tiene que ser el mismo
      * empleado; si no, el ticket sigue sin descuento de personal.
       RESUME-STAFF-SALE.
           MOVE SPACES TO WS-DISCOUNT-CODE.
           IF WS-OFFLINE-YES
                DISPLAY "** SIN VENTA DE PERSONAL EN MODO DEGRADADO: "
                     "EL TICKET SIGUE SIN DESCUENTO DE PERSONAL **"
                EXIT PARAGRAPH
           END-IF.
           DISPLAY "TICKET DE PERSONAL - IDENTIFICADOR DEL EMPLEADO "
                "QUE COMPRA: " WITH NO ADVANCING.
           MOVE SPACES TO WS-STAFF-BUYER.
           ACCEPT WS-STAFF-BUYER.
           MOVE FUNCTION UPPER-CASE(WS-STAFF-BUYER) TO WS-STAFF-BUYER.
           PERFORM FIND-STAFF-BUYER.
           IF WS-STAFF-SALE AND WS-STAFF-NAME IS NOT EQUAL TO WS-NAME
                DISPLAY "** EL EMPLEADO NO ES EL COMPRADOR DEL "
                     "TICKET **"
                MOVE "N" TO WS-STAFF-SW
           END-IF.
           IF WS-STAFF-SALE
                MOVE STAFF-DISC-CODE TO WS-DISCOUNT-CODE
                MOVE SPACES TO WS-MEMBER-CODE
           ELSE
                DISPLAY "** EL TICKET SIGUE SIN DESCUENTO DE "
                     "PERSONAL **"
           END-IF.
           EXIT PARAGRAPH.
      * El comprador tiene que estar activo en el maestro de
      * operadores y no puede ser quien cobra: nadie se cobra a si
      * mismo su propia compra con descuento.
       FIND-STAFF-BUYER.
           MOVE "N" TO WS-STAFF-SW.
           IF WS-STAFF-BUYER IS EQUAL TO SPACES
                EXIT PARAGRAPH
           END-IF.
           IF WS-STAFF-BUYER IS EQUAL TO WS-OPERATOR
                DISPLAY "** UN EMPLEADO NO PUEDE COBRARSE SU PROPIA "
                     "COMPRA: LE TIENE QUE ATENDER OTRO OPERADOR **"
                EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
                DISPLAY "** NO SE PUDO ABRIR EL MAESTRO DE "
                     "OPERADORES **"
                EXIT PARAGRAPH
           END-IF.
           MOVE WS-STAFF-BUYER TO OP-ID.
           READ OPERATOR-FILE
                INVALID KEY
                     DISPLAY "** EMPLEADO NO ENCONTRADO **"
                NOT INVALID KEY
                     IF OP-IS-ACTIVE
                          SET WS-STAFF-SALE TO TRUE
                          MOVE OP-NAME TO WS-STAFF-NAME
                          MOVE OP-LEVEL TO WS-STAFF-LEVEL
                     ELSE
                          DISPLAY "** EL EMPLEADO ESTA DE BAJA **"
                     END-IF
           END-READ.
           CLOSE OPERATOR-FILE.
      * Un nivel fuera de la tabla cuenta como cajero.
           IF WS-STAFF-LEVEL IS NOT NUMERIC OR
                WS-STAFF-LEVEL IS LESS THAN 1 OR
                WS-STAFF-LEVEL IS GREATER THAN 3
                MOVE 1 TO WS-STAFF-LEVEL
           END-IF.
           EXIT PARAGRAPH.
      * Gasto del empleado en el mes del dia de negocio: sus
      * compras de personal menos lo devuelto, IVA incluido.
       SUM-STAFF-MONTH.
           MOVE ZERO TO WS-STAFF-SPENT.
           MOVE "N" TO WS-STAFF-EOF-SW.
           OPEN INPUT STAFFPUR-FILE.
           IF WS-STAFFPUR-STATUS IS NOT EQUAL TO "00"
                EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STAFF-EOF
                READ STAFFPUR-FILE INTO STAFF-PURCH-REC
                     AT END
                          SET WS-STAFF-EOF TO TRUE
                     NOT AT END
                          IF SP-BUYER IS EQUAL TO WS-STAFF-BUYER AND
                               SP-DATE(1:6) IS EQUAL TO
                               WS-RUN-DATE(1:6)
                               IF SP-IS-REFUND
                                    SUBTRACT SP-TOTAL FROM
                                         WS-STAFF-SPENT
                               ELSE
                                    ADD SP-TOTAL TO WS-STAFF-SPENT
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE STAFFPUR-FILE.
           IF WS-STAFF-SPENT IS LESS THAN ZERO
                MOVE ZERO TO WS-STAFF-SPENT
           END-IF.
           EXIT PARAGRAPH.
      * La venta de personal confirmada queda en su diario con el
      * comprador, el descuento concedido y la parte a nomina.
       WRITE-STAFF-PURCHASE.
           OPEN EXTEND STAFFPUR-FILE.
           IF WS-STAFFPUR-STATUS IS NOT EQUAL TO "00" AND
                WS-STAFFPUR-STATUS IS NOT EQUAL TO "05"
                OPEN OUTPUT STAFFPUR-FILE
           END-IF.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE SPACES TO STAFF-PURCH-REC.
           SET SP-IS-SALE TO TRUE.
           MOVE WS-RUN-DATE TO SP-DATE.
           MOVE WS-CURR-TIME(1:6) TO SP-TIME.
           MOVE WS-TICKET-NUM TO SP-TICKET.
           MOVE ZERO TO SP-ORIG-TICKET.
           MOVE CTL-STORE-ID TO SP-STORE-ID.
           MOVE WS-STAFF-BUYER TO SP-BUYER.
           MOVE WS-STAFF-NAME TO SP-BUYER-NAME.
           MOVE WS-STAFF-LEVEL TO SP-LEVEL.
           MOVE WS-OPERATOR TO SP-CASHIER.
           MOVE WS-STAFF-GROSS TO SP-GROSS.
           MOVE WS-STAFF-DISCOUNT TO SP-DISCOUNT.
           MOVE WS-TOTAL-WITH-TAX TO SP-TOTAL.
           MOVE WS-PAYROLL-PORTION TO SP-PAYROLL.
           MOVE STAFF-PURCH-REC TO STAFFPUR-FILE-REC.
           WRITE STAFFPUR-FILE-REC.
           CLOSE STAFFPUR-FILE.
           EXIT PARAGRAPH.
      * Aparca el ticket en curso en SUSPEND.DAT con una referencia
      * corta (la siguiente a la mas alta en uso): cabecera, lineas
      * y lineas ya anuladas, sin numero de ticket. El fichero se
      * abre y se cierra en cada aparcamiento para que las demas
      * cajas lo vean al momento.
       PARK-TICKET.
           IF WS-PRODUCTS-NUM IS EQUAL TO ZERO
                DISPLAY "NO HAY PRODUCTOS: NO HAY NADA QUE APARCAR"
                EXIT PARAGRAPH
           END-IF.
           IF WS-OFFLINE-YES
                DISPLAY "** SIN CONEXION NO SE PUEDEN APARCAR "
                     "TICKETS **"
                EXIT PARAGRAPH
           END-IF.
           OPEN I-O SUSPEND-FILE.
           IF WS-SUSPEND-STATUS IS NOT EQUAL TO "00"
                OPEN OUTPUT SUSPEND-FILE
                CLOSE SUSPEND-FILE
                OPEN I-O SUSPEND-FILE
           END-IF.
           IF WS-SUSPEND-STATUS IS NOT EQUAL TO "00"
                DISPLAY "** NO SE PUEDE ABRIR SUSPEND.DAT (ESTADO "
                     WS-SUSPEND-STATUS ") **"
                EXIT PARAGRAPH
           END-IF.
      * El fichero va por referencia: el ultimo registro lleva la
      * referencia mas alta en uso.
           MOVE ZERO TO WS-SUSP-REF.
           MOVE "N" TO WS-SUSP-EOF-SW.
           MOVE ZERO TO SU-REF.
           MOVE ZERO TO SU-SEQ.
           START SUSPEND-FILE KEY IS NOT LESS THAN SU-KEY
                INVALID KEY
                     SET WS-SUSP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SUSP-EOF
                READ SUSPEND-FILE NEXT RECORD
                     AT END
                          SET WS-SUSP-EOF TO TRUE
                     NOT AT END
                          MOVE SU-REF TO WS-SUSP-REF
                END-READ
           END-PERFORM.
           ACCEPT WS-CURR-TIME FROM TIME.
           PERFORM BUILD-TICKET-HEADER.
           MOVE ZERO TO TR-TICKET-NUM.
      * Si otra caja se adelanta con la misma referencia, la
      * cabecera sale con clave duplicada y se prueba la siguiente.
           MOVE ZERO TO WS-SUSP-TRIES.
           PERFORM UNTIL WS-PARKED-YES OR WS-SUSP-TRIES IS GREATER
                THAN 20
                IF WS-SUSP-REF IS EQUAL TO 9999
                     MOVE 1 TO WS-SUSP-REF
                ELSE
                     ADD 1 TO WS-SUSP-REF
                END-IF
                MOVE ZERO TO WS-SUSP-SEQ
                PERFORM FILL-SUSPEND-REC
                SET SU-IS-HEADER TO TRUE
                MOVE WS-NAME TO SU-NAME
                MOVE WS-MEMBER-CODE TO SU-MEMBER-CODE
                MOVE WS-PRODUCTS-NUM TO SU-LINES
                MOVE WS-TOTAL TO SU-SUBTOTAL
                WRITE SUSPEND-REC
                     INVALID KEY
                          ADD 1 TO WS-SUSP-TRIES
                     NOT INVALID KEY
                          SET WS-PARKED-YES TO TRUE
                END-WRITE
           END-PERFORM.
           IF NOT WS-PARKED-YES
                CLOSE SUSPEND-FILE
                DISPLAY "** NO SE HA PODIDO APARCAR EL TICKET, "
                     "SIGA CON LA VENTA **"
                EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I-PRODUCT FROM 1 BY 1
                UNTIL WS-I-PRODUCT IS GREATER THAN WS-PRODUCTS-NUM
                   PERFORM BUILD-TICKET-DETAIL
                   MOVE ZERO TO TR-TICKET-NUM
                   MOVE WS-I-PRODUCT TO WS-SUSP-SEQ
                   PERFORM FILL-SUSPEND-REC
                   SET SU-IS-LINE TO TRUE
                   WRITE SUSPEND-REC
                        INVALID KEY
                             DISPLAY "** ERROR GRABANDO SUSPEND.DAT **"
                   END-WRITE
           END-PERFORM.
      * Las lineas anuladas viajan con el ticket: su desenlace
      * (completado o perdido) se sabra al recuperarlo.
           PERFORM VARYING WS-I-VOID FROM 1 BY 1
                UNTIL WS-I-VOID IS GREATER THAN WS-VOID-COUNT
                   MOVE WS-RUN-DATE TO VD-DATE
                   MOVE WS-CURR-TIME TO VD-TIME
                   MOVE WS-OPERATOR TO VD-OPERATOR
                   MOVE ZERO TO VD-TICKET
                   MOVE WS-VOID-CODE(WS-I-VOID) TO VD-PRODUCT-CODE
                   MOVE WS-VOID-NAME(WS-I-VOID) TO VD-PRODUCT-NAME
                   MOVE WS-VOID-QTY(WS-I-VOID) TO VD-QTY
                   MOVE WS-VOID-AMT(WS-I-VOID) TO VD-AMOUNT
                   MOVE SPACE TO VD-OUTCOME
                   MOVE VOID-REC TO WS-TICKET-BUFFER
                   COMPUTE WS-SUSP-SEQ = WS-PRODUCTS-NUM + WS-I-VOID
                   PERFORM FILL-SUSPEND-REC
                   SET SU-IS-VOID TO TRUE
                   WRITE SUSPEND-REC
                        INVALID KEY
                             DISPLAY "** ERROR GRABANDO SUSPEND.DAT **"
                   END-WRITE
           END-PERFORM.
           CLOSE SUSPEND-FILE.
           MOVE ZERO TO WS-VOID-COUNT.
           MOVE ZERO TO WS-VCH-PEND-COUNT.
           MOVE WS-SUSP-REF TO DISP-NUM.
           DISPLAY "TICKET APARCADO CON LA REFERENCIA "
                FUNCTION TRIM(DISP-NUM).
           DISPLAY "PARA RECUPERARLO, TECLEE " RECALL-WORD
                " EN LUGAR DEL CLIENTE".
           MOVE "EX04" TO WS-AUD-PROGRAM.
           MOVE "APARCADO" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "TICKET APARCADO REF " WS-SUSP-REF
                DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           EXIT PARAGRAPH.
      * Rellena un registro de SUSPEND.DAT con la imagen que haya en
      * WS-TICKET-BUFFER; el tipo y los datos de cabecera los pone
      * quien llama.
       FILL-SUSPEND-REC.
           MOVE SPACES TO SUSPEND-REC.
           MOVE WS-SUSP-REF TO SU-REF.
           MOVE WS-SUSP-SEQ TO SU-SEQ.
           MOVE WS-RUN-DATE TO SU-DATE.
           MOVE WS-CURR-TIME(1:6) TO SU-TIME.
           MOVE WS-OPERATOR TO SU-OPERATOR.
           MOVE CTL-STORE-ID TO SU-STORE-ID.
           MOVE ZERO TO SU-LINES.
           MOVE ZERO TO SU-SUBTOTAL.
           MOVE WS-TICKET-BUFFER TO SU-IMAGE.
           EXIT PARAGRAPH.
      * RECUPERAR: pide la referencia, borra el ticket aparcado de
      * SUSPEND.DAT (empezando por la cabecera, para que dos cajas
      * no lo recuperen a la vez) y lo deja como ticket en curso,
      * igual que al reanudar un checkpoint. Si no se puede, vuelve
      * a pedir el cliente.
       RECALL-SUSPENDED.
           IF WS-OFFLINE-YES
                DISPLAY "** SIN CONEXION NO SE PUEDEN RECUPERAR "
                     "TICKETS **"
                PERFORM ASK-NAME-AGAIN
                EXIT PARAGRAPH
           END-IF.
           DISPLAY "REFERENCIA DEL TICKET APARCADO: "
                WITH NO ADVANCING.
           ACCEPT WS-SUSP-INPUT.
           IF FUNCTION TEST-NUMVAL(WS-SUSP-INPUT) IS NOT EQUAL TO
                ZERO OR FUNCTION NUMVAL(WS-SUSP-INPUT) IS LESS THAN
                1 OR FUNCTION NUMVAL(WS-SUSP-INPUT) IS GREATER THAN
                9999
                DISPLAY "REFERENCIA NO VALIDA"
                PERFORM ASK-NAME-AGAIN
                EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SUSP-INPUT) TO WS-SUSP-REF.
           OPEN I-O SUSPEND-FILE.
           IF WS-SUSPEND-STATUS IS NOT EQUAL TO "00"
                DISPLAY "NO HAY TICKETS APARCADOS"
                PERFORM ASK-NAME-AGAIN
                EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUSP-REF TO SU-REF.
           MOVE ZERO TO SU-SEQ.
           READ SUSPEND-FILE
                INVALID KEY
                     MOVE "23" TO WS-SUSPEND-STATUS
           END-READ.
           IF WS-SUSPEND-STATUS IS EQUAL TO "00" AND SU-IS-HEADER
                DELETE SUSPEND-FILE RECORD
                     INVALID KEY
                          MOVE "23" TO WS-SUSPEND-STATUS
                END-DELETE
           ELSE
                MOVE "23" TO WS-SUSPEND-STATUS
           END-IF.
           IF WS-SUSPEND-STATUS IS NOT EQUAL TO "00"
                CLOSE SUSPEND-FILE
                DISPLAY "NO HAY NINGUN TICKET APARCADO CON ESA "
                     "REFERENCIA"
                PERFORM ASK-NAME-AGAIN
                EXIT PARAGRAPH
           END-IF.
           MOVE SU-IMAGE TO WS-TICKET-BUFFER.
           PERFORM RESTORE-CKPT-HEADER.
      * No es un checkpoint reanudado: el numero de ticket se
      * asigna nuevo y, si el ticket no se completa, se devuelve.
           SET WS-RESUMED-NO TO TRUE.
           SET WS-RECALLED-YES TO TRUE.
           IF WS-MEMBER-CODE IS EQUAL TO SPACES
                MOVE SU-MEMBER-CODE TO WS-MEMBER-CODE
           END-IF.
           MOVE "N" TO WS-SUSP-EOF-SW.
           MOVE 1 TO SU-SEQ.
           START SUSPEND-FILE KEY IS NOT LESS THAN SU-KEY
                INVALID KEY
                     SET WS-SUSP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SUSP-EOF
                READ SUSPEND-FILE NEXT RECORD
                     AT END
                          SET WS-SUSP-EOF TO TRUE
                END-READ
                IF NOT WS-SUSP-EOF AND SU-REF IS NOT EQUAL TO
                     WS-SUSP-REF
                     SET WS-SUSP-EOF TO TRUE
                END-IF
                IF NOT WS-SUSP-EOF
                     PERFORM RECALL-SUSPENDED-LINE
                     DELETE SUSPEND-FILE RECORD
                          INVALID KEY
                               CONTINUE
                     END-DELETE
                END-IF
           END-PERFORM.
           CLOSE SUSPEND-FILE.
           MOVE WS-SUSP-REF TO DISP-NUM.
           DISPLAY "RECUPERADO EL TICKET APARCADO "
                FUNCTION TRIM(DISP-NUM) " DE "
                FUNCTION TRIM(WS-NAME).
           MOVE "EX04" TO WS-AUD-PROGRAM.
           MOVE "OK" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "TICKET APARCADO RECUPERADO REF " WS-SUSP-REF
                DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           EXIT PARAGRAPH.
      * Una linea del ticket aparcado vuelve a la tabla de productos
      * (y, si es un vale regalo, a los vales pendientes de emitir)
      * o a la tabla de lineas anuladas.
       RECALL-SUSPENDED-LINE.
           IF SU-IS-LINE AND WS-PRODUCTS-NUM IS LESS THAN
                CTL-MAX-PRODUCTS
                MOVE SU-IMAGE TO WS-TICKET-BUFFER
                PERFORM RESTORE-DETAIL-LINE
                IF WS-PRODUCT-NAME(WS-PRODUCTS-NUM) IS EQUAL TO
                     "VALE REGALO" AND WS-PRODUCT-PRICE
                     (WS-PRODUCTS-NUM) IS GREATER THAN ZERO AND
                     WS-VCH-PEND-COUNT IS LESS THAN 5
                     ADD 1 TO WS-VCH-PEND-COUNT
                     MOVE WS-PRODUCT-PRICE(WS-PRODUCTS-NUM) TO
                          WS-VCH-PEND-AMT(WS-VCH-PEND-COUNT)
                END-IF
           END-IF.
           IF SU-IS-VOID AND WS-VOID-COUNT IS LESS THAN
                VOID-MAX-ENTRIES
                MOVE SU-IMAGE TO VOID-REC
                ADD 1 TO WS-VOID-COUNT
                MOVE VD-PRODUCT-CODE TO WS-VOID-CODE(WS-VOID-COUNT)
                MOVE VD-PRODUCT-NAME TO WS-VOID-NAME(WS-VOID-COUNT)
                MOVE VD-QTY TO WS-VOID-QTY(WS-VOID-COUNT)
                MOVE VD-AMOUNT TO WS-VOID-AMT(WS-VOID-COUNT)
           END-IF.
           EXIT PARAGRAPH.
       ASK-NAME-AGAIN.
           DISPLAY "INTRODUZCA SU NOMBRE O NUMERO DE "
                "CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-NAME.
           EXIT PARAGRAPH.
      * La parte del ticket cargada a cuenta se descuenta del saldo
      * antes de grabar, para que CHECK-BALANCE de la proxima venta
      * de este cliente la tenga en cuenta en vez de validar siempre
                     MOVE WS-MEMBER-CODE TO CM-MEMBER-CODE
                     MOVE WS-POINTS-EARNED TO CM-POINTS
                     SET CM-IS-ACTIVE TO TRUE
      * Sin segmento hasta la proxima pasada de segmentacion.
                     MOVE SPACE TO CM-SEGMENT
                     MOVE ZERO TO CM-SEGMENT-DATE
                     MOVE ZERO TO CM-LAST-PURCHASE
                     MOVE ZERO TO CM-RFM-TICKETS
                     MOVE ZERO TO CM-RFM-SPEND
                     MOVE SPACES TO CM-PRICE-LIST
      * Los datos fiscales se dan de alta en el mantenimiento.
                     MOVE SPACES TO CM-TAX-ID
                     MOVE SPACES TO CM-FISCAL-ADDRESS
                     MOVE SPACES TO CM-FISCAL-POSTCODE
                     MOVE SPACES TO CM-FISCAL-CITY
                     MOVE ZERO TO CM-WRITTEN-OFF
                     MOVE SPACES TO CM-MANDATE-IBAN
                     MOVE SPACES TO CM-MANDATE-REF
                     MOVE ZERO TO CM-MANDATE-DATE
                     MOVE SPACE TO CM-MANDATE-STATUS
                     MOVE ZERO TO CM-MANDATE-LAST-DEBIT
      * Sin contacto ni consentimiento comercial hasta que se
      * recojan en el mantenimiento.
                     MOVE SPACES TO CM-EMAIL
                     MOVE SPACES TO CM-PHONE
                     MOVE SPACES TO CM-POSTAL-ADDRESS
                     MOVE SPACES TO CM-POSTAL-POSTCODE
                     MOVE SPACES TO CM-POSTAL-CITY
                     MOVE SPACE TO CM-MKT-CONSENT
                     MOVE ZERO TO CM-MKT-CONSENT-DATE
                     WRITE CLIENT-MASTER-REC
                          INVALID KEY DISPLAY "NO SE PUDO DAR DE ALTA "
                               "AL CLIENTE"
      * confirmado y grabado: una linea borrada con BORRAR o un
      * ticket rechazado por saldo no deben tocar el catalogo. Las
      * lineas tecleadas como <NOMBRE$PRECIO> no tienen codigo de
      * catalogo y no mueven stock. Los kits no tienen stock
      * propio: descuentan el de sus componentes.
       POST-INVENTORY.
           IF NOT WS-PRODCAT-FILE-OPEN
                EXIT PARAGRAPH
                   IF WS-PRODUCT-CODE(WS-I-PRODUCT) IS NOT EQUAL TO
                        SPACES
                        MOVE WS-PRODUCT-CODE(WS-I-PRODUCT) TO PC-CODE
                        PERFORM FIND-KIT-COMPONENTS
                        IF WS-IS-KIT
                             PERFORM EXPLODE-KIT
                        ELSE
                             PERFORM POST-ONE-LINE
                        END-IF
                   END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
      * Linea de un producto suelto: descuenta sus propias
      * existencias.
       POST-ONE-LINE.
           READ PRODUCT-FILE
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE PC-ON-HAND TO WS-KX-BEFORE
                     SUBTRACT WS-PRODUCT-QTY(WS-I-PRODUCT) FROM
                          PC-ON-HAND
                     REWRITE PRODUCT-CAT-REC
                          INVALID KEY
                               DISPLAY "NO SE PUDO ACTUALIZAR EL "
                                    "STOCK DE " FUNCTION TRIM
                                    (PC-CODE)
                          NOT INVALID KEY
                               PERFORM LOG-STOCK-MOVE
                     END-REWRITE
           END-READ.
           EXIT PARAGRAPH.
      * El movimiento queda en el kardex via STKMOVE; la cantidad
      * va en negativo porque la venta resta existencias. En los
      * productos de alimentacion la venta sale ademas de los lotes.
       LOG-STOCK-MOVE.
           MOVE "EX04" TO WS-KX-PROGRAM.
           MOVE SPACES TO WS-KX-REFERENCE.
           CALL "STKMOVE" USING BY CONTENT WS-KX-PROGRAM,
                WS-KX-REFERENCE, WS-KX-PRODUCT, WS-KX-QTY,
                WS-KX-BEFORE, WS-KX-AFTER.
           IF PC-TAX-CATEGORY IS EQUAL TO 2
                MOVE PC-CODE TO WS-LC-PRODUCT
                MOVE WS-PRODUCT-QTY(WS-I-PRODUCT) TO WS-LC-QTY
                CALL "LOTCONS" USING BY CONTENT WS-LC-PRODUCT,
                     WS-LC-QTY
           END-IF.
           EXIT PARAGRAPH.
      * Un producto es un kit si tiene componentes en KITBOM.DAT;
      * si lo es, el fichero queda colocado en el primero.
       FIND-KIT-COMPONENTS.
           MOVE "N" TO WS-KIT-SW.
           MOVE "N" TO WS-KIT-EOF-SW.
           IF NOT WS-KITBOM-FILE-OPEN
                EXIT PARAGRAPH
           END-IF.
           MOVE PC-CODE TO WS-KIT-CODE.
           MOVE PC-CODE TO KB-KIT.
           MOVE LOW-VALUES TO KB-COMPONENT.
           START KITBOM-FILE KEY IS NOT LESS THAN KB-KEY
                INVALID KEY
                     EXIT PARAGRAPH
           END-START.
           READ KITBOM-FILE NEXT RECORD
                AT END
                     EXIT PARAGRAPH
           END-READ.
           IF KB-KIT IS EQUAL TO WS-KIT-CODE
                SET WS-IS-KIT TO TRUE
           END-IF.
           EXIT PARAGRAPH.
      * La venta de un kit descuenta cada componente por su
      * cantidad en el kit, con su propio apunte en el kardex; el
      * kit no tiene existencias propias.
       EXPLODE-KIT.
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
                          SUBTRACT WS-KIT-MOVE-QTY FROM PC-ON-HAND
                          REWRITE PRODUCT-CAT-REC
                               INVALID KEY
                                    DISPLAY "NO SE PUDO "
                                         "ACTUALIZAR EL STOCK DE "
                                         FUNCTION TRIM(PC-CODE)
                               NOT INVALID KEY
                                    PERFORM LOG-COMPONENT-MOVE
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
           EXIT PARAGRAPH.
      * Cada componente queda en el kardex con el numero de ticket,
      * como una linea vendida suelta.
       LOG-COMPONENT-MOVE.
           MOVE "EX04" TO WS-KX-PROGRAM.
           MOVE SPACES TO WS-KX-REFERENCE.
           MOVE WS-TICKET-NUM TO WS-KX-REFERENCE.
           MOVE PC-CODE TO WS-KX-PRODUCT.
           COMPUTE WS-KX-QTY = ZERO - WS-KIT-MOVE-QTY.
           MOVE PC-ON-HAND TO WS-KX-AFTER.
           CALL "STKMOVE" USING BY CONTENT WS-KX-PROGRAM,
                WS-KX-REFERENCE, WS-KX-PRODUCT, WS-KX-QTY,
                WS-KX-BEFORE, WS-KX-AFTER.
           IF PC-TAX-CATEGORY IS EQUAL TO 2
                MOVE PC-CODE TO WS-LC-PRODUCT
                MOVE WS-KIT-MOVE-QTY TO WS-LC-QTY
                CALL "LOTCONS" USING BY CONTENT WS-LC-PRODUCT,
                     WS-LC-QTY
           END-IF.
           EXIT PARAGRAPH.
      * El coste de un kit es la suma de los costes vigentes de sus
      * componentes; se deja en la linea y el catalogo vuelve a
      * quedar leido en el propio kit.
       KIT-LINE-COST.
           MOVE ZERO TO WS-KIT-COST.
           PERFORM UNTIL WS-NO-MORE-COMPONENTS
                MOVE KB-COMPONENT TO PC-CODE
                READ PRODUCT-FILE
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          IF PC-COST IS NUMERIC
                               COMPUTE WS-KIT-COST = WS-KIT-COST +
                                    PC-COST * KB-QTY
                          END-IF
                END-READ
                READ KITBOM-FILE NEXT RECORD
                     AT END
                          SET WS-NO-MORE-COMPONENTS TO TRUE
                END-READ
                IF KB-KIT IS NOT EQUAL TO WS-KIT-CODE
                     SET WS-NO-MORE-COMPONENTS TO TRUE
                END-IF
           END-PERFORM.
           MOVE WS-KIT-COST TO WS-PRODUCT-COST(WS-PRODUCTS-NUM).
           MOVE WS-KIT-CODE TO PC-CODE.
           READ PRODUCT-FILE
                INVALID KEY
                     CONTINUE
           END-READ.
           EXIT PARAGRAPH.
      * Hacemos un bucle para solicitar cada producto. Por cada
      * iteracion aumentara 1 el contador de productos y se parara
                        SUBTRACT 1 FROM WS-PRODUCTS-NUM
                        EXIT PERFORM
                   END-IF
      * APARCAR deja el ticket a medias en SUSPEND.DAT y termina la
      * captura; si no se puede aparcar, se sigue en la misma linea.
                   IF WS-INPUT-BUFF IS EQUAL TO PARK-WORD AND
                        WS-RUN-MODE IS NOT EQUAL TO "BATCH"
                        SUBTRACT 1 FROM WS-PRODUCTS-NUM
                        PERFORM PARK-TICKET
                        IF WS-PARKED-YES
                             SET WS-ENDED-BY-PARK TO TRUE
                             EXIT PERFORM
                        END-IF
                        EXIT PERFORM CYCLE
                   END-IF
                   IF WS-INPUT-BUFF IS EQUAL TO DELETE-WORD
                        IF WS-PRODUCTS-NUM IS GREATER THAN 1
                             COMPUTE WS-LINE-AMOUNT =
                     (DISP-NUM) " <CODIGO> O <NOMBRE$PRECIO>, CON "
                     "*<CANTIDAD> OPCIONAL (O " END-WORD
                     " PARA TERMINAR, " DELETE-WORD
                     " PARA BORRAR EL ULTIMO, " PARK-WORD
                     " PARA APARCAR EL TICKET) : " WITH NO ADVANCING
                ACCEPT WS-INPUT-BUFF
                MOVE FUNCTION UPPER-CASE(WS-INPUT-BUFF) TO
                     WS-INPUT-BUFF
           MOVE 1 TO WS-PRODUCT-TAXCAT(WS-PRODUCTS-NUM).
           MOVE ZERO TO WS-PRODUCT-COST(WS-PRODUCTS-NUM).
           MOVE SPACES TO WS-PRODUCT-PROMOCODE(WS-PRODUCTS-NUM).
           MOVE SPACES TO WS-PRODUCT-DEPT(WS-PRODUCTS-NUM).
           MOVE SPACES TO WS-PRODUCT-FAMILY(WS-PRODUCTS-NUM).
           MOVE SPACES TO WS-PRODUCT-PRICELIST(WS-PRODUCTS-NUM).
      * La entrada VALE vende un vale regalo como una linea mas del
      * ticket; solo en modo interactivo (el lote no dialoga) y
      * nunca en modo degradado (el fichero de vales es un maestro
                          WS-PRODUCT-NAME(WS-PRODUCTS-NUM)
                     MOVE PC-PRICE TO
                          WS-PRODUCT-PRICE(WS-PRODUCTS-NUM)
      * Cliente con tarifa: si el producto esta en ella, manda el
      * precio de la tarifa y no el de catalogo.
                     IF WS-PRICE-LIST IS NOT EQUAL TO SPACES AND
                          WS-PRICELST-FILE-OPEN
                          PERFORM APPLY-PRICE-LIST
                     END-IF
      * El coste vigente del catalogo se captura en el momento de
      * la venta: es lo que necesita el margen bruto del dia.
                     IF PC-COST IS NUMERIC
                          MOVE PC-TAX-CATEGORY TO
                               WS-PRODUCT-TAXCAT(WS-PRODUCTS-NUM)
                     END-IF
      * El departamento y la familia viajan con la linea, para que
      * las ventas por departamento no dependan del catalogo de hoy.
                     MOVE PC-DEPT TO
                          WS-PRODUCT-DEPT(WS-PRODUCTS-NUM)
                     MOVE PC-FAMILY TO
                          WS-PRODUCT-FAMILY(WS-PRODUCTS-NUM)
           END-READ.
      * Un kit lleva como coste la suma de sus componentes, para que
      * el margen del dia sea el real.
           MOVE "N" TO WS-KIT-SW.
           IF WS-FOUND
                PERFORM FIND-KIT-COMPONENTS
                IF WS-IS-KIT
                     PERFORM KIT-LINE-COST
                END-IF
           END-IF.
      * Aviso cuando la linea dejaria la disponibilidad en negativo
      * (el stock teorico menos lo reservado por encargos: lo
      * apartado para otro cliente no esta a la venta); con el
           ELSE
                MOVE PC-ON-HAND TO WS-AVAIL-STOCK
           END-IF.
           IF WS-FOUND AND NOT WS-IS-KIT AND
                WS-AVAIL-STOCK IS LESS THAN
                WS-PRODUCT-QTY(WS-PRODUCTS-NUM)
                DISPLAY "** AVISO: EXISTENCIAS INSUFICIENTES DE "
                     FUNCTION TRIM(PC-CODE) ", EL STOCK QUEDARA EN "
                END-IF
           END-IF.
           EXIT PARAGRAPH.
      * Precio fijo de la tarifa, o el porcentaje de descuento sobre
      * el de catalogo; la linea recuerda que tarifa la cobro. Un
      * producto fuera de la tarifa (o dado de baja en ella) se
      * queda con el precio de catalogo.
       APPLY-PRICE-LIST.
           MOVE WS-PRICE-LIST TO PL-LIST.
           MOVE PC-CODE TO PL-PRODUCT.
           READ PRICELST-FILE
                INVALID KEY
                     EXIT PARAGRAPH
           END-READ.
           IF NOT PL-IS-ACTIVE
                EXIT PARAGRAPH
           END-IF.
           IF PL-IS-FIXED
                MOVE PL-FIXED-PRICE TO
                     WS-PRODUCT-PRICE(WS-PRODUCTS-NUM)
           ELSE
                COMPUTE WS-PRODUCT-PRICE(WS-PRODUCTS-NUM) ROUNDED =
                     PC-PRICE * (100 - PL-PERCENT) / 100
           END-IF.
           MOVE WS-PRICE-LIST TO WS-PRODUCT-PRICELIST(WS-PRODUCTS-NUM).
           IF WS-RUN-MODE IS NOT EQUAL TO "BATCH"
                MOVE WS-PRODUCT-PRICE(WS-PRODUCTS-NUM) TO
                     DISP-CURRENCY
                DISPLAY "  PRECIO DE TARIFA " WS-PRICE-LIST ": "
                     FUNCTION TRIM(DISP-CURRENCY)
           END-IF.
           EXIT PARAGRAPH.
       SHOW-RUNNING-SUBTOTAL.
           IF WS-RUN-MODE IS NOT EQUAL TO "BATCH"
                MOVE WS-TOTAL TO DISP-CURRENCY
                               ELSE
                                    MOVE ZERO TO WS-POINTS
                               END-IF
                               PERFORM FIND-CUSTOMER-PRICE-LIST
                          END-IF
                END-READ
           END-IF.
                          MOVE "10" TO WS-CKPT-STATUS
                END-READ
                IF WS-CKPT-STATUS IS EQUAL TO "00"
                     PERFORM RESTORE-DETAIL-LINE
                END-IF
           END-PERFORM.
           EXIT PARAGRAPH.
      * Una linea "D" ya cargada en WS-TICKET-BUFFER pasa a la tabla
      * de productos del ticket (checkpoint o ticket aparcado).
       RESTORE-DETAIL-LINE.
           ADD 1 TO WS-PRODUCTS-NUM.
           MOVE TR-PRODUCT-CODE TO WS-PRODUCT-CODE(WS-PRODUCTS-NUM).
           MOVE TR-PRODUCT-NAME TO WS-PRODUCT-NAME(WS-PRODUCTS-NUM).
           MOVE TR-PRODUCT-PRICE TO
                WS-PRODUCT-PRICE(WS-PRODUCTS-NUM).
      * Un checkpoint grabado antes de que existiera la cantidad
      * trae TR-QTY en blanco: equivale a una unidad.
           IF TR-QTY IS NUMERIC AND TR-QTY IS GREATER THAN ZERO
                MOVE TR-QTY TO WS-PRODUCT-QTY(WS-PRODUCTS-NUM)
           ELSE
                MOVE 1 TO WS-PRODUCT-QTY(WS-PRODUCTS-NUM)
           END-IF.
      * Las promociones se evaluan de nuevo al cerrar el ticket, asi
      * que la linea reanudada arranca sin oferta concedida.
           MOVE ZERO TO WS-PRODUCT-PROMO(WS-PRODUCTS-NUM).
           MOVE SPACES TO WS-PRODUCT-PROMOCODE(WS-PRODUCTS-NUM).
      * Un checkpoint de antes del coste trae el campo en blanco.
           IF TR-UNIT-COST IS NUMERIC
                MOVE TR-UNIT-COST TO WS-PRODUCT-COST(WS-PRODUCTS-NUM)
           ELSE
                MOVE ZERO TO WS-PRODUCT-COST(WS-PRODUCTS-NUM)
           END-IF.
           IF TR-TAX-CAT IS NUMERIC AND TR-TAX-CAT IS GREATER THAN
                ZERO AND TR-TAX-CAT IS NOT GREATER THAN 4
                MOVE TR-TAX-CAT TO WS-PRODUCT-TAXCAT(WS-PRODUCTS-NUM)
           ELSE
                MOVE 1 TO WS-PRODUCT-TAXCAT(WS-PRODUCTS-NUM)
           END-IF.
           MOVE TR-DEPT TO WS-PRODUCT-DEPT(WS-PRODUCTS-NUM).
           MOVE TR-FAMILY TO WS-PRODUCT-FAMILY(WS-PRODUCTS-NUM).
           MOVE TR-PRICE-LIST TO WS-PRODUCT-PRICELIST(WS-PRODUCTS-NUM).
           EXIT PARAGRAPH.
       BUILD-TICKET-HEADER.
           MOVE "H" TO TR-TYPE.
           END-PERFORM.
           MOVE WS-OPERATOR TO TR-OPERATOR.
           MOVE CTL-STORE-ID TO TR-STORE-ID.
      * El ticket nace sin factura; la pone EX04FAC al facturarlo.
           MOVE SPACES TO TR-INVOICE-NUM.
      * Hora de la venta para el informe de afluencia; en modo lote
      * el reloj es el de la pasada, no el de la venta: va a cero.
           IF WS-RUN-MODE IS EQUAL TO "BATCH"
                MOVE ZERO TO TR-TICKET-TIME
           ELSE
                ACCEPT WS-CURR-TIME FROM TIME
                MOVE WS-CURR-TIME(1:6) TO TR-TICKET-TIME
           END-IF.
           EXIT PARAGRAPH.
       BUILD-TICKET-DETAIL.
           MOVE "D" TO TR-TYPE.
           MOVE WS-PRODUCT-COST(WS-I-PRODUCT) TO TR-UNIT-COST.
           MOVE WS-PRODUCT-PROMOCODE(WS-I-PRODUCT) TO
                TR-PROMO-CODE.
           MOVE WS-PRODUCT-DEPT(WS-I-PRODUCT) TO TR-DEPT.
           MOVE WS-PRODUCT-FAMILY(WS-I-PRODUCT) TO TR-FAMILY.
           MOVE WS-PRODUCT-PRICELIST(WS-I-PRODUCT) TO TR-PRICE-LIST.
           EXIT PARAGRAPH.
      * Los registros de cobro van detras de las lineas de detalle,
      * con la secuencia a continuacion de ellas, para que los
      * Promociones automaticas: se evaluan sobre las lineas ya
      * capturadas, antes del codigo de descuento, y el importe
      * concedido se descuenta del subtotal. La primera promocion
      * cuyo rango de codigos cubre la linea es la que aplica. Una
      * linea cobrada a precio de tarifa ya lleva su precio pactado
      * y no entra en las ofertas de estanteria.
       EVALUATE-PROMOTIONS.
           MOVE ZERO TO WS-PROMO-AMOUNT.
           IF WS-PROMO-COUNT IS EQUAL TO ZERO
                   MOVE SPACES TO
                        WS-PRODUCT-PROMOCODE(WS-I-PRODUCT)
                   IF WS-PRODUCT-CODE(WS-I-PRODUCT) IS NOT EQUAL TO
                        SPACES AND WS-PRODUCT-PRICELIST(WS-I-PRODUCT)
                        IS EQUAL TO SPACES
                        PERFORM EVALUATE-ONE-LINE
                   END-IF
           END-PERFORM.
      * Aplicamos el codigo de descuento (si lo hay) antes de calcular
      * el IVA, para que el impuesto se calcule sobre el neto.
       APPLY-DISCOUNT.
      * La venta de personal aplica el porcentaje del nivel del
      * comprador en lugar de un codigo de la tabla; el importe de
      * antes se guarda por si el tope mensual obliga a quitarlo.
           MOVE WS-TOTAL TO WS-STAFF-GROSS.
           MOVE ZERO TO WS-STAFF-DISCOUNT.
           IF WS-STAFF-SALE
                COMPUTE WS-STAFF-DISCOUNT ROUNDED = WS-TOTAL *
                     CTL-STAFF-RATE(WS-STAFF-LEVEL) / 100
                SUBTRACT WS-STAFF-DISCOUNT FROM WS-TOTAL
                EXIT PARAGRAPH
           END-IF.
           IF WS-DISCOUNT-CODE IS EQUAL TO SPACES
                EXIT PARAGRAPH
           END-IF.
                     TRIM(WS-DISCOUNT-CODE)
           END-IF.
           EXIT PARAGRAPH.
      * El tope de gasto mensual del nivel del comprador cuenta lo
      * ya comprado en el mes mas este ticket, IVA incluido; si lo
      * supera, el ticket se cobra sin descuento de personal y deja
      * de ser una compra de personal (ni nomina ni diario).
       CHECK-STAFF-CAP.
           IF NOT WS-STAFF-SALE
                EXIT PARAGRAPH
           END-IF.
           IF CTL-STAFF-CAP(WS-STAFF-LEVEL) IS EQUAL TO ZERO
                EXIT PARAGRAPH
           END-IF.
           PERFORM SUM-STAFF-MONTH.
           COMPUTE WS-STAFF-AFTER = WS-STAFF-SPENT +
                WS-TOTAL-WITH-TAX.
           IF WS-STAFF-AFTER IS NOT GREATER THAN
                CTL-STAFF-CAP(WS-STAFF-LEVEL)
                EXIT PARAGRAPH
           END-IF.
           MOVE WS-STAFF-SPENT TO DISP-CURRENCY.
           DISPLAY "** LA COMPRA SUPERA EL TOPE MENSUAL DEL "
                "EMPLEADO (LLEVA " FUNCTION TRIM(DISP-CURRENCY)
                " ESTE MES) **".
           MOVE CTL-STAFF-CAP(WS-STAFF-LEVEL) TO DISP-CURRENCY.
           DISPLAY "** TOPE MENSUAL " FUNCTION TRIM(DISP-CURRENCY)
                ": SE COBRA SIN DESCUENTO DE PERSONAL **".
           MOVE WS-STAFF-GROSS TO WS-TOTAL.
           MOVE ZERO TO WS-STAFF-DISCOUNT.
           MOVE "N" TO WS-STAFF-SW.
           MOVE SPACES TO WS-DISCOUNT-CODE.
           PERFORM COMPUTE-TAX.
           EXIT PARAGRAPH.
      * Canje de puntos como dinero: 100 puntos valen 1 unidad de
      * moneda y se restan del subtotal antes del impuesto, igual
      * que un descuento. Solo en modo interactivo (el lote no trae
                     TO "C"
                     ADD WS-TEND-REMAINING TO WS-ACCT-PORTION
                END-IF
                IF WS-TEND-METHOD(TENDER-MAX-ENTRIES) IS EQUAL
                     TO "N"
                     ADD WS-TEND-REMAINING TO WS-PAYROLL-PORTION
                END-IF
                MOVE ZERO TO WS-TEND-REMAINING
                EXIT PARAGRAPH
           END-IF.
           MOVE WS-TEND-REMAINING TO DISP-CURRENCY.
      * La venta de personal puede cargarse en nomina (N).
           IF WS-STAFF-SALE
                DISPLAY "PENDIENTE " FUNCTION TRIM(DISP-CURRENCY)
                     " - MEDIO (E=EFECTIVO, T=TARJETA, C=CUENTA, "
                     "V=VALE, N=NOMINA): " WITH NO ADVANCING
           ELSE
                DISPLAY "PENDIENTE " FUNCTION TRIM(DISP-CURRENCY)
                     " - MEDIO (E=EFECTIVO, T=TARJETA, C=CUENTA, "
                     "V=VALE): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-TEND-METHOD-IN.
           MOVE FUNCTION UPPER-CASE(WS-TEND-METHOD-IN) TO
                WS-TEND-METHOD-IN.
                END-IF
                EXIT PARAGRAPH
           END-IF.
           IF WS-TEND-METHOD-IN IS EQUAL TO "N" AND NOT WS-STAFF-SALE
                DISPLAY "LA NOMINA SOLO SE ADMITE EN VENTAS DE "
                     "PERSONAL"
                EXIT PARAGRAPH
           END-IF.
           IF WS-TEND-METHOD-IN IS NOT EQUAL TO "E" AND
                WS-TEND-METHOD-IN IS NOT EQUAL TO "T" AND
                WS-TEND-METHOD-IN IS NOT EQUAL TO "C" AND
                WS-TEND-METHOD-IN IS NOT EQUAL TO "N"
                DISPLAY "MEDIO NO VALIDO"
                EXIT PARAGRAPH
           END-IF.
           IF WS-TEND-METHOD-IN IS EQUAL TO "C"
                ADD WS-TEND-AMT-VALUE TO WS-ACCT-PORTION
           END-IF.
           IF WS-TEND-METHOD-IN IS EQUAL TO "N"
                ADD WS-TEND-AMT-VALUE TO WS-PAYROLL-PORTION
           END-IF.
           EXIT PARAGRAPH.
      * La venta de un vale regalo: se pide el importe y el vale
      * entra como una linea mas del ticket (sin codigo de catalogo
                DISPLAY "* PROMOCIONES APLICADAS: -" FUNCTION TRIM
                     (DISP-CURRENCY)
           END-IF.
           IF WS-STAFF-SALE
                MOVE WS-STAFF-DISCOUNT TO DISP-CURRENCY
                DISPLAY "* COMPRA DE PERSONAL DE " WS-STAFF-BUYER
                     " - DESCUENTO: -" FUNCTION TRIM(DISP-CURRENCY)
           ELSE
                IF WS-DISCOUNT-CODE IS NOT EQUAL TO SPACES
                     DISPLAY "* CODIGO DE DESCUENTO: " FUNCTION TRIM
                          (WS-DISCOUNT-CODE)
                END-IF
           END-IF.
           IF WS-MEMBER-CODE IS NOT EQUAL TO SPACES
                MOVE WS-POINTS-USED TO DISP-NUM
                       WHEN "V"
                           DISPLAY "* COBRADO CON VALE REGALO: "
                                FUNCTION TRIM(DISP-CURRENCY)
                       WHEN "N"
                           DISPLAY "* DESCUENTO EN NOMINA: "
                                FUNCTION TRIM(DISP-CURRENCY)
                       WHEN OTHER
                           DISPLAY "* CARGADO A CUENTA: "
                                FUNCTION TRIM(DISP-CURRENCY)
                INVALID KEY
                     DISPLAY "NO SE PUDO GRABAR LA CABECERA DEL "
                          "TICKET (CLAVE DUPLICADA)"
                NOT INVALID KEY
                     MOVE "EX04" TO WS-FR-PROGRAM
                     CALL "FISCLOG" USING BY CONTENT WS-FR-PROGRAM,
                          TICKET-REC
           END-WRITE.
           PERFORM VARYING WS-I-PRODUCT FROM 1 BY 1
                UNTIL WS-I-PRODUCT IS GREATER THAN WS-PRODUCTS-NUM
                     INTO RECEIPT-LINE
                WRITE RECEIPT-LINE
           END-IF.
           IF WS-STAFF-SALE
                MOVE WS-STAFF-DISCOUNT TO DISP-CURRENCY
                MOVE SPACES TO RECEIPT-LINE
                STRING "COMPRA DE PERSONAL " WS-STAFF-BUYER
                     " DESCUENTO: -" FUNCTION TRIM(DISP-CURRENCY)
                     DELIMITED BY SIZE INTO RECEIPT-LINE
                WRITE RECEIPT-LINE
           ELSE
                IF WS-DISCOUNT-CODE IS NOT EQUAL TO SPACES
                     MOVE SPACES TO RECEIPT-LINE
                     STRING "CODIGO DE DESCUENTO: " FUNCTION TRIM
                          (WS-DISCOUNT-CODE) DELIMITED BY SIZE
                          INTO RECEIPT-LINE
                     WRITE RECEIPT-LINE
                END-IF
           END-IF.
           MOVE ALL "-" TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
                           STRING "VALE REGALO: " FUNCTION TRIM
                                (DISP-CURRENCY) DELIMITED BY SIZE
                                INTO RECEIPT-LINE
                       WHEN "N"
                           STRING "DESCUENTO EN NOMINA: " FUNCTION
                                TRIM(DISP-CURRENCY) DELIMITED BY SIZE
                                INTO RECEIPT-LINE
                       WHEN OTHER
                           STRING "CARGO A CUENTA: " FUNCTION TRIM
                                (DISP-CURRENCY) DELIMITED BY SIZE
           IF WS-BARCODE-FILE-OPEN
                CLOSE BARCODE-FILE
           END-IF.
           IF WS-KITBOM-FILE-OPEN
                CLOSE KITBOM-FILE
           END-IF.
           IF WS-PRICELST-FILE-OPEN
                CLOSE PRICELST-FILE
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
                MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04FAC.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Factura completa a        *
      *                  clientes con NIF: pide el cliente y uno o  *
      *                  varios tickets de venta suyos sin facturar *
      *                  ni devolver, toma un numero de la serie    *
      *                  anual de facturas (TICKNUM FACTURA), graba *
      *                  la factura en INVOICES.DAT con el desglose *
      *                  de IVA por categoria sumado de TR-TAX-DATA *
      *                  y marca cada ticket con el numero de       *
      *                  factura (TR-INVOICE-NUM) para que no se    *
      *                  vuelva a facturar. El documento lo imprime *
      *                  la subrutina INVPRT.                       *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de transacciones: cabeceras a facturar y sus lineas;
      * la cabecera se regraba con el numero de factura.
           SELECT TICKET-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TICKET-STATUS.
      * Maestro de clientes, por los datos fiscales.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CLIENT-STATUS.
      * Facturas emitidas.
           SELECT INVOICE-FILE ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
      * Fichero de control, por los tipos de IVA y la tienda.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  INVOICE-FILE.
           COPY "INVREC.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
      * Tickets que caben en una factura (los de IV-TICKET).
       78  FAC-MAX-TICKETS                      VALUE 10.
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-INVOICE-STATUS                    PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-FOUND                         VALUE "Y".
           88  WS-NOT-FOUND                     VALUE "N".
       01  WS-REFUNDED-SW                       PIC X(01) VALUE "N".
           88  WS-TICKET-REFUNDED               VALUE "Y".
       01  WS-TICKET-FILE-SW                    PIC X(01) VALUE "N".
           88  WS-TICKET-FILE-OPEN              VALUE "Y".
       01  WS-CLIENT-FILE-SW                    PIC X(01) VALUE "N".
           88  WS-CLIENT-FILE-OPEN              VALUE "Y".
       01  WS-INVOICE-FILE-SW                   PIC X(01) VALUE "N".
           88  WS-INVOICE-FILE-OPEN             VALUE "Y".
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-OPERATOR                          PIC X(08).
       01  WS-NAME-KEY                          PIC X(30).
       01  WS-TICKET-INPUT                      PIC X(08).
       01  WS-ASK-TICKET                        PIC 9(08).
       01  WS-CONFIRM                           PIC X(01).
      * Tickets aceptados para la factura.
       01  WS-INV-TICKETS.
           05  WS-INV-COUNT                     PIC 9(02) VALUE ZERO.
           05  WS-INV-TICKET OCCURS 10 TIMES    PIC 9(08).
       01  WS-INV-TOTAL                         PIC 9(09)V99.
       01  WS-I-TICKET                          PIC 9(02).
       01  WS-CAT-I                             PIC 9(01).
       01  WS-LINE-SEQ                          PIC 9(04).
       01  WS-LINE-QTY                          PIC 9(04).
       01  WS-LINE-PROMO                        PIC 9(07)V99.
      * Desglose fiscal acumulado de los tickets facturados.
       01  WS-SUM-TAX-DATA.
           05  WS-SUM-CAT-ENTRY OCCURS 4 TIMES.
               10  WS-SUM-BASE                  PIC 9(09)V99.
               10  WS-SUM-TAX                   PIC 9(09)V99.
       01  WS-SUM-CAT-SEEN                      PIC X(01).
           88  WS-CAT-DATA-FOUND                VALUE "Y".
      * Numero de la factura: serie "F", ano y correlativo de seis
      * cifras de la serie.
       01  WS-INVOICE-NUM                       PIC X(12).
       01  WS-INV-YEAR                          PIC 9(04).
       01  WS-INV-SEQ                           PIC 9(06).
      * Parametros para la subrutina TICKNUM: con la accion FACTURA
      * entra el ano de la factura y sale el siguiente numero de la
      * serie de ese ano.
       01  WS-TN-ACTION                         PIC X(8).
       01  WS-TN-NUMBER                         PIC 9(8).
       01  WS-EDIT-MONEY                        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DATE                         PIC 9(08).
       01  WS-EDIT-DATE-ED REDEFINES WS-EDIT-DATE.
           05  WS-ED-YYYY                       PIC 9(04).
           05  WS-ED-MM                         PIC 9(02).
           05  WS-ED-DD                         PIC 9(02).
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
      * corta que la PICTURE del parametro de LINKAGE correspondiente
      * solo reserva su propia longitud, asi que AUDITLOG acabaria
      * leyendo basura de memoria en el resto del campo si se le pasara
      * la literal directamente. Un MOVE normal si rellena con espacios.
       01  WS-AUD-PROGRAM                       PIC X(08).
       01  WS-AUD-OUTCOME                       PIC X(08).
       01  WS-AUD-DETAIL                        PIC X(40).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
      * Invocado como subrutina desde el mantenimiento: el estado de
      * la ejecucion anterior queda en memoria y hay que limpiarlo.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE SPACES TO WS-INVOICE-NUM.
           MOVE ZERO TO WS-INV-COUNT.
           MOVE ZERO TO WS-INV-TOTAL.
           MOVE "N" TO WS-TICKET-FILE-SW.
           MOVE "N" TO WS-CLIENT-FILE-SW.
           MOVE "N" TO WS-INVOICE-FILE-SW.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-FIND-CUSTOMER THRU 2000-EXIT
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 3000-TAKE-TICKETS THRU 3000-EXIT
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 4000-ISSUE-INVOICE THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - fecha de negocio, tipos de IVA y apertura *
      * de ficheros; INVOICES.DAT se crea la primera vez.           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04FAC" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "EMISION DE FACTURA INICIADA" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF WS-OPERATOR IS EQUAL TO SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-OPERATOR IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
               CLOSE CTL-FILE
           ELSE
               DISPLAY "EX04FAC: NO SE ENCONTRO CTLFILE.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           IF CTL-CAT-RATE(1) IS NOT NUMERIC
               MOVE CTL-TAX-RATE TO CTL-CAT-RATE(1)
               MOVE 04.000 TO CTL-CAT-RATE(2)
               MOVE 10.000 TO CTL-CAT-RATE(3)
               MOVE 21.000 TO CTL-CAT-RATE(4)
           END-IF.
           IF CTL-STORE-ID IS EQUAL TO SPACES
               MOVE "001" TO CTL-STORE-ID
           END-IF.
           OPEN I-O TICKET-FILE.
           IF WS-TICKET-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04FAC: NO SE ENCONTRO TICKETS.DAT, NO HAY "
                   "VENTAS QUE FACTURAR"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           SET WS-TICKET-FILE-OPEN TO TRUE.
           OPEN INPUT CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04FAC: NO SE PUDO ABRIR CLIENTS.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           SET WS-CLIENT-FILE-OPEN TO TRUE.
           OPEN I-O INVOICE-FILE.
           IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.
           IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04FAC: NO SE PUDO ABRIR INVOICES.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           SET WS-INVOICE-FILE-OPEN TO TRUE.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-FIND-CUSTOMER - por numero (clave primaria) o por      *
      * nombre (clave alternativa), como en el cobro de cuentas;    *
      * sin NIF no se puede emitir factura completa.                *
      *-----------------------------------------------------------*
       2000-FIND-CUSTOMER.
           DISPLAY "CLIENTE A FACTURAR (NUMERO O NOMBRE): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NAME-KEY.
           ACCEPT WS-NAME-KEY.
           MOVE FUNCTION UPPER-CASE(WS-NAME-KEY) TO WS-NAME-KEY.
           IF WS-NAME-KEY IS EQUAL TO SPACES
               MOVE "CANCELADO" TO WS-RUN-OUTCOME
               GO TO 2000-EXIT
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           IF FUNCTION TEST-NUMVAL(WS-NAME-KEY) IS EQUAL TO ZERO
               MOVE FUNCTION NUMVAL(WS-NAME-KEY) TO CM-CUSTOMER-ID
               READ CLIENT-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
           ELSE
               MOVE WS-NAME-KEY TO CM-NAME
               READ CLIENT-FILE KEY IS CM-NAME
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-NOT-FOUND OR CM-IS-DELETED
               DISPLAY "** CLIENTE NO ENCONTRADO **"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 2000-EXIT
           END-IF.
           IF CM-TAX-ID IS EQUAL TO SPACES OR
                   CM-TAX-ID IS EQUAL TO LOW-VALUES
               DISPLAY "** EL CLIENTE NO TIENE NIF: DELO DE ALTA EN "
                   "EL CAMBIO DE CLIENTE ANTES DE FACTURAR **"
               MOVE "RECHAZADO" TO WS-RUN-OUTCOME
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "CLIENTE: " FUNCTION TRIM(CM-NAME) "  NIF "
               FUNCTION TRIM(CM-TAX-ID).
           DISPLAY "         " FUNCTION TRIM(CM-FISCAL-ADDRESS) " "
               CM-FISCAL-POSTCODE " " FUNCTION TRIM(CM-FISCAL-CITY).
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-TAKE-TICKETS - pide numeros de ticket hasta 0 o hasta  *
      * llenar la factura; cada uno se valida antes de aceptarlo.   *
      *-----------------------------------------------------------*
       3000-TAKE-TICKETS.
           MOVE 1 TO WS-ASK-TICKET.
           PERFORM UNTIL WS-ASK-TICKET IS EQUAL TO ZERO OR
                   WS-INV-COUNT IS EQUAL TO FAC-MAX-TICKETS
               DISPLAY "TICKET A FACTURAR (0 PARA TERMINAR): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-TICKET-INPUT
               ACCEPT WS-TICKET-INPUT
               IF WS-TICKET-INPUT IS EQUAL TO SPACES
                   MOVE ZERO TO WS-ASK-TICKET
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-TICKET-INPUT) IS NOT
                           EQUAL TO ZERO
                       DISPLAY "** ENTRADA NO NUMERICA **"
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-TICKET-INPUT) TO
                           WS-ASK-TICKET
                       IF WS-ASK-TICKET IS GREATER THAN ZERO
                           PERFORM 3100-CHECK-TICKET THRU 3100-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INV-COUNT IS EQUAL TO FAC-MAX-TICKETS
               DISPLAY "FACTURA COMPLETA: NO ADMITE MAS TICKETS"
           END-IF.
           IF WS-INV-COUNT IS EQUAL TO ZERO
               DISPLAY "NINGUN TICKET, FACTURA CANCELADA"
               MOVE "CANCELADO" TO WS-RUN-OUTCOME
           END-IF.
       3000-EXIT.
           EXIT.
      * Un ticket se acepta si es una venta ("H"), es de este
      * cliente (el ticket lleva el nombre, como en las
      * devoluciones), no esta ya facturado ni repetido en esta
      * factura y no tiene devoluciones: la mercancia devuelta
      * tendria que salir de la factura y eso es una rectificativa.
       3100-CHECK-TICKET.
           MOVE WS-ASK-TICKET TO TR-TICKET-NUM.
           MOVE ZERO TO TR-LINE-SEQ.
           READ TICKET-FILE
               INVALID KEY
                   DISPLAY "** TICKET NO ENCONTRADO **"
                   GO TO 3100-EXIT
           END-READ.
           IF NOT TR-IS-HEADER
               DISPLAY "** NO ES UN TICKET DE VENTA **"
               GO TO 3100-EXIT
           END-IF.
           IF TR-NAME IS NOT EQUAL TO CM-NAME
               DISPLAY "** EL TICKET ES DE " FUNCTION TRIM(TR-NAME)
                   ", NO DE ESTE CLIENTE **"
               GO TO 3100-EXIT
           END-IF.
           IF TR-INVOICE-NUM IS NOT EQUAL TO SPACES AND
                   TR-INVOICE-NUM IS NOT EQUAL TO LOW-VALUES
               DISPLAY "** TICKET YA FACTURADO EN LA FACTURA "
                   TR-INVOICE-NUM " **"
               GO TO 3100-EXIT
           END-IF.
           PERFORM VARYING WS-I-TICKET FROM 1 BY 1
                   UNTIL WS-I-TICKET IS GREATER THAN WS-INV-COUNT
               IF WS-INV-TICKET(WS-I-TICKET) IS EQUAL TO WS-ASK-TICKET
                   DISPLAY "** EL TICKET YA ESTA EN ESTA FACTURA **"
                   GO TO 3100-EXIT
               END-IF
           END-PERFORM.
           MOVE TR-TOTAL-WITH-TAX TO WS-EDIT-MONEY.
           MOVE TR-TICKET-DATE TO WS-EDIT-DATE.
           PERFORM 3200-SCAN-REFUNDS THRU 3200-EXIT.
           IF WS-TICKET-REFUNDED
               DISPLAY "** EL TICKET TIENE DEVOLUCIONES: NO SE PUEDE "
                   "FACTURAR **"
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-INV-COUNT.
           MOVE WS-ASK-TICKET TO WS-INV-TICKET(WS-INV-COUNT).
           ADD TR-TOTAL-WITH-TAX TO WS-INV-TOTAL.
           DISPLAY "TICKET DEL " WS-ED-DD "/" WS-ED-MM "/" WS-ED-YYYY
               " POR " FUNCTION TRIM(WS-EDIT-MONEY) " ANADIDO".
       3100-EXIT.
           EXIT.
      * Las devoluciones llevan su propio numero, asi que hay que
      * recorrer el fichero buscando una "R" contra el ticket, como
      * hace EX04RET para topar el abono.
       3200-SCAN-REFUNDS.
           MOVE "N" TO WS-REFUNDED-SW.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO TR-KEY.
           START TICKET-FILE KEY IS GREATER THAN OR EQUAL TO TR-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR WS-TICKET-REFUNDED
               PERFORM 3300-READ-NEXT THRU 3300-EXIT
               IF NOT WS-NO-MORE-RECORDS
                   IF TR-IS-REFUND AND TR-ORIG-TICKET IS NUMERIC
                           AND TR-ORIG-TICKET IS EQUAL TO
                           WS-ASK-TICKET
                       SET WS-TICKET-REFUNDED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      * Se vuelve a dejar la cabecera del ticket en el registro.
           MOVE WS-ASK-TICKET TO TR-TICKET-NUM.
           MOVE ZERO TO TR-LINE-SEQ.
           READ TICKET-FILE
               INVALID KEY
                   SET WS-TICKET-REFUNDED TO TRUE
           END-READ.
       3200-EXIT.
           EXIT.
       3300-READ-NEXT.
           READ TICKET-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-ISSUE-INVOICE - confirma, toma numero de la serie del  *
      * ano, vuelca lineas y desglose, marca los tickets y graba la *
      * cabecera; luego la imprime.                                 *
      *-----------------------------------------------------------*
       4000-ISSUE-INVOICE.
           MOVE WS-INV-COUNT TO WS-I-TICKET.
           MOVE WS-INV-TOTAL TO WS-EDIT-MONEY.
           DISPLAY "FACTURA DE " WS-I-TICKET " TICKETS POR "
               FUNCTION TRIM(WS-EDIT-MONEY) " CON IVA".
           DISPLAY "EMITIR LA FACTURA (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM IS NOT EQUAL TO "S"
               DISPLAY "FACTURA CANCELADA"
               MOVE "CANCELADO" TO WS-RUN-OUTCOME
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CURR-DATE(1:4) TO WS-INV-YEAR.
           MOVE "FACTURA" TO WS-TN-ACTION.
           MOVE WS-INV-YEAR TO WS-TN-NUMBER.
           CALL "TICKNUM" USING WS-TN-ACTION, WS-TN-NUMBER.
           IF WS-TN-NUMBER IS EQUAL TO ZERO
               DISPLAY "** NO SE PUDO OBTENER NUMERO DE FACTURA **"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-TN-NUMBER TO WS-INV-SEQ.
           MOVE SPACES TO WS-INVOICE-NUM.
           STRING "F" WS-INV-YEAR "-" WS-INV-SEQ
               DELIMITED BY SIZE INTO WS-INVOICE-NUM
           END-STRING.
           INITIALIZE WS-SUM-TAX-DATA.
           MOVE ZERO TO WS-LINE-SEQ.
           PERFORM VARYING WS-I-TICKET FROM 1 BY 1
                   UNTIL WS-I-TICKET IS GREATER THAN WS-INV-COUNT
               PERFORM 4100-INVOICE-TICKET THRU 4100-EXIT
           END-PERFORM.
           PERFORM 4300-WRITE-HEADER THRU 4300-EXIT.
      * INVPRT abre INVOICES.DAT por su cuenta.
           CLOSE INVOICE-FILE.
           MOVE "N" TO WS-INVOICE-FILE-SW.
           CALL "INVPRT" USING WS-INVOICE-NUM.
           DISPLAY "FACTURA " WS-INVOICE-NUM " EMITIDA".
       4000-EXIT.
           EXIT.
      * Suma el desglose de la cabecera (un ticket de antes del
      * desglose va entero a la categoria 1 con su base y su
      * impuesto), la marca con el numero de factura y vuelca sus
      * lineas "D" a la factura.
       4100-INVOICE-TICKET.
           MOVE WS-INV-TICKET(WS-I-TICKET) TO TR-TICKET-NUM.
           MOVE ZERO TO TR-LINE-SEQ.
           READ TICKET-FILE
               INVALID KEY
                   DISPLAY "** TICKET " WS-INV-TICKET(WS-I-TICKET)
                       " DESAPARECIDO DEL FICHERO **"
                   GO TO 4100-EXIT
           END-READ.
           MOVE "N" TO WS-SUM-CAT-SEEN.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I IS GREATER THAN 4
               IF TR-CAT-BASE(WS-CAT-I) IS NUMERIC AND
                       TR-CAT-TAX(WS-CAT-I) IS NUMERIC
                   ADD TR-CAT-BASE(WS-CAT-I) TO WS-SUM-BASE(WS-CAT-I)
                   ADD TR-CAT-TAX(WS-CAT-I) TO WS-SUM-TAX(WS-CAT-I)
                   IF TR-CAT-BASE(WS-CAT-I) IS NOT EQUAL TO ZERO OR
                           TR-CAT-TAX(WS-CAT-I) IS NOT EQUAL TO ZERO
                       SET WS-CAT-DATA-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-CAT-DATA-FOUND
               ADD TR-TOTAL TO WS-SUM-BASE(1)
               ADD TR-TAX-AMOUNT TO WS-SUM-TAX(1)
           END-IF.
           MOVE WS-INVOICE-NUM TO TR-INVOICE-NUM.
           REWRITE TICKET-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO MARCAR EL TICKET "
                       WS-INV-TICKET(WS-I-TICKET) " COMO FACTURADO **"
           END-REWRITE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 3300-READ-NEXT THRU 3300-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR
                   TR-TICKET-NUM IS NOT EQUAL TO
                   WS-INV-TICKET(WS-I-TICKET) OR
                   NOT TR-IS-DETAIL
               PERFORM 4200-WRITE-LINE THRU 4200-EXIT
               PERFORM 3300-READ-NEXT THRU 3300-EXIT
           END-PERFORM.
       4100-EXIT.
           EXIT.
      * Linea de la factura: importe sin IVA de la linea del ticket
      * (precio por cantidad menos su promocion). Cantidad,
      * promocion y categoria en blanco son de registros anteriores
      * y valen 1, cero y categoria 1.
       4200-WRITE-LINE.
           IF TR-QTY IS NUMERIC AND TR-QTY IS GREATER THAN ZERO
               MOVE TR-QTY TO WS-LINE-QTY
           ELSE
               MOVE 1 TO WS-LINE-QTY
           END-IF.
           IF TR-LINE-PROMO IS NUMERIC
               MOVE TR-LINE-PROMO TO WS-LINE-PROMO
           ELSE
               MOVE ZERO TO WS-LINE-PROMO
           END-IF.
           MOVE SPACES TO INVOICE-REC.
           ADD 1 TO WS-LINE-SEQ.
           MOVE WS-INVOICE-NUM TO IV-NUMBER.
           MOVE WS-LINE-SEQ TO IV-LINE-SEQ.
           MOVE "L" TO IV-REC-TYPE.
           MOVE TR-TICKET-NUM TO IV-L-TICKET.
           MOVE TR-PRODUCT-CODE TO IV-L-PRODUCT-CODE.
           MOVE TR-PRODUCT-NAME TO IV-L-PRODUCT-NAME.
           MOVE WS-LINE-QTY TO IV-L-QTY.
           MOVE TR-PRODUCT-PRICE TO IV-L-PRICE.
           MOVE WS-LINE-PROMO TO IV-L-PROMO.
           COMPUTE IV-L-AMOUNT = TR-PRODUCT-PRICE * WS-LINE-QTY -
               WS-LINE-PROMO.
           IF TR-TAX-CAT IS NUMERIC AND TR-TAX-CAT IS GREATER THAN
                   ZERO AND TR-TAX-CAT IS NOT GREATER THAN 4
               MOVE TR-TAX-CAT TO IV-L-TAX-CAT
           ELSE
               MOVE 1 TO IV-L-TAX-CAT
           END-IF.
           WRITE INVOICE-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO GRABAR UNA LINEA DE LA "
                       "FACTURA **"
           END-WRITE.
       4200-EXIT.
           EXIT.
      * Cabecera: foto de los datos fiscales del cliente, tickets
      * facturados, tipos vigentes y desglose acumulado.
       4300-WRITE-HEADER.
           MOVE SPACES TO INVOICE-REC.
           MOVE WS-INVOICE-NUM TO IV-NUMBER.
           MOVE ZERO TO IV-LINE-SEQ.
           MOVE "H" TO IV-REC-TYPE.
           MOVE "F" TO IV-KIND.
           MOVE WS-CURR-DATE TO IV-DATE.
           MOVE CM-CUSTOMER-ID TO IV-CUSTOMER-ID.
           MOVE CM-NAME TO IV-NAME.
           MOVE CM-TAX-ID TO IV-TAX-ID.
           MOVE CM-FISCAL-ADDRESS TO IV-ADDRESS.
           MOVE CM-FISCAL-POSTCODE TO IV-POSTCODE.
           MOVE CM-FISCAL-CITY TO IV-CITY.
           MOVE WS-INV-COUNT TO IV-TICKET-COUNT.
           PERFORM VARYING WS-I-TICKET FROM 1 BY 1
                   UNTIL WS-I-TICKET IS GREATER THAN FAC-MAX-TICKETS
               IF WS-I-TICKET IS GREATER THAN WS-INV-COUNT
                   MOVE ZERO TO IV-TICKET(WS-I-TICKET)
               ELSE
                   MOVE WS-INV-TICKET(WS-I-TICKET) TO
                       IV-TICKET(WS-I-TICKET)
               END-IF
           END-PERFORM.
           MOVE ZERO TO IV-TOTAL-BASE.
           MOVE ZERO TO IV-TOTAL-TAX.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I IS GREATER THAN 4
               MOVE CTL-CAT-RATE(WS-CAT-I) TO IV-CAT-RATE(WS-CAT-I)
               MOVE WS-SUM-BASE(WS-CAT-I) TO IV-CAT-BASE(WS-CAT-I)
               MOVE WS-SUM-TAX(WS-CAT-I) TO IV-CAT-TAX(WS-CAT-I)
               ADD WS-SUM-BASE(WS-CAT-I) TO IV-TOTAL-BASE
               ADD WS-SUM-TAX(WS-CAT-I) TO IV-TOTAL-TAX
           END-PERFORM.
           COMPUTE IV-TOTAL = IV-TOTAL-BASE + IV-TOTAL-TAX.
           MOVE WS-OPERATOR TO IV-OPERATOR.
           MOVE CTL-STORE-ID TO IV-STORE-ID.
           WRITE INVOICE-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO GRABAR LA CABECERA DE LA "
                       "FACTURA " WS-INVOICE-NUM " **"
                   MOVE "FALLO" TO WS-RUN-OUTCOME
           END-WRITE.
       4300-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra ficheros y deja constancia del      *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TICKET-FILE-OPEN
               CLOSE TICKET-FILE
           END-IF.
           IF WS-CLIENT-FILE-OPEN
               CLOSE CLIENT-FILE
           END-IF.
           IF WS-INVOICE-FILE-OPEN
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04FAC" TO WS-AUD-PROGRAM.
           MOVE SPACES TO WS-AUD-DETAIL.
           IF WS-INVOICE-NUM IS EQUAL TO SPACES
               MOVE "EMISION DE FACTURA TERMINADA" TO WS-AUD-DETAIL
           ELSE
               STRING "FACTURA " WS-INVOICE-NUM " EMITIDA"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-STRING
           END-IF.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

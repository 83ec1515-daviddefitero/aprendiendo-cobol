       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04XRF.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Verificador de referencias*
      *                  cruzadas entre maestros y diarios (EX04CHK *
      *                  solo mira TICKETS.DAT contra si mismo):    *
      *                  socio del cliente sin alta activa en       *
      *                  MEMBER.DAT, codigo de barras activo de un  *
      *                  producto de baja o inexistente, proveedor  *
      *                  habitual que no esta en SUPPLIER.DAT,      *
      *                  PC-RESERVED distinto de lo que suman los   *
      *                  encargos abiertos, linea de pedido a       *
      *                  proveedor abierto de un producto de baja o *
      *                  inexistente y vale activo cuyo ticket de   *
      *                  emision no existe. Informe XREFRPT.TXT al  *
      *                  spool; RC 4 si hay hallazgos (la ventana   *
      *                  nocturna sigue y avisa). Con               *
      *                  EX04XRF-MODE=REPARAR corrige lo seguro:    *
      *                  recalcula PC-RESERVED y da de baja los     *
      *                  codigos de barras huerfanos, todo por el   *
      *                  diario de cambios.                         *
      * 2026-10-15  JMS  Un fichero de control que no se puede      *
      *                  abrir deja su nota en el informe ("NO HAY" *
      *                  si no existe, el estado si no); ORDERS.DAT *
      *                  ilegible salta el control de PC-RESERVED   *
      *                  en vez de darlo por cero.                  *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Maestro de clientes, por el codigo de socio.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CLIENT-STATUS.
      * Roster de socios.
           SELECT MEMBER-FILE ASSIGN TO "MEMBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CODE
               FILE STATUS IS WS-MEMBER-STATUS.
      * Catalogo: se recorre entero y se consulta por codigo.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Cruce de codigos de barras.
           SELECT BARCODE-FILE ASSIGN TO "BARCODE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-EAN
               FILE STATUS IS WS-BARCODE-STATUS.
      * Maestro de proveedores.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-CODE
               FILE STATUS IS WS-SUPPLIER-STATUS.
      * Encargos de clientes, por lo que reservan.
           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-KEY
               FILE STATUS IS WS-ORDER-STATUS.
      * Pedidos a proveedor.
           SELECT PORDER-FILE ASSIGN TO "PORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PORDER-STATUS.
      * Vales regalo.
           SELECT VOUCHER-FILE ASSIGN TO "VOUCHER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VO-NUMBER
               FILE STATUS IS WS-VOUCHER-STATUS.
      * Fichero de transacciones vivo, por el ticket de emision.
           SELECT TICKET-FILE ASSIGN TO "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TICKET-STATUS.
      * Archivo del mes de emision (TICKETS-AAAAMM.DAT), para los
      * vales de meses ya cerrados; el nombre se fija en ejecucion
      * via XRFARC, como hace el cierre de mes con ARCFILE.
           SELECT ARCHIVE-FILE ASSIGN TO XRFARC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-ARCHIVE-STATUS.
      * Informe de excepciones.
           SELECT XREFRPT-FILE ASSIGN TO "XREFRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREFRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  MEMBER-FILE.
           COPY "MEMBREC.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  BARCODE-FILE.
           COPY "BARCODE.CPY".
       FD  SUPPLIER-FILE.
           COPY "SUPPMAST.CPY".
       FD  ORDER-FILE.
           COPY "ORDREC.CPY".
       FD  PORDER-FILE.
           COPY "POREC.CPY".
       FD  VOUCHER-FILE.
           COPY "VCHREC.CPY".
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  ARCHIVE-FILE.
           COPY "TICKREC.CPY" REPLACING LEADING ==TR-== BY ==TA-==.
       FD  XREFRPT-FILE.
       01  XREFRPT-LINE                         PIC X(100).
       WORKING-STORAGE SECTION.
       78  XRF-MAX-RESERVED                     VALUE 2000.
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-MEMBER-STATUS                     PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-BARCODE-STATUS                    PIC X(02).
       01  WS-SUPPLIER-STATUS                   PIC X(02).
       01  WS-ORDER-STATUS                      PIC X(02).
       01  WS-PORDER-STATUS                     PIC X(02).
       01  WS-VOUCHER-STATUS                    PIC X(02).
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-ARCHIVE-STATUS                    PIC X(02).
       01  WS-XREFRPT-STATUS                    PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
      * Modo de ejecucion (EX04XRF-MODE): REPARAR corrige lo que se
      * puede corregir sin decidir nada; cualquier otro valor solo
      * informa.
       01  WS-RUN-MODE                          PIC X(10).
           88  WS-REPAIR-MODE                   VALUE "REPARAR".
      * Maestros que se pudieron abrir: sin uno de ellos su control
      * se salta con aviso en el informe.
       01  WS-MEMBER-FILE-SW                    PIC X(01) VALUE "N".
           88  WS-MEMBER-FILE-OPEN              VALUE "Y".
       01  WS-SUPPLIER-FILE-SW                  PIC X(01) VALUE "N".
           88  WS-SUPPLIER-FILE-OPEN            VALUE "Y".
       01  WS-TICKET-FILE-SW                    PIC X(01) VALUE "N".
           88  WS-TICKET-FILE-OPEN              VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-RECORD-FOUND                  VALUE "Y".
       01  WS-ORDER-OPEN-SW                     PIC X(01) VALUE "N".
           88  WS-ORDER-IS-OPEN                 VALUE "Y".
       01  WS-PO-OPEN-SW                        PIC X(01) VALUE "N".
           88  WS-PO-IS-OPEN                    VALUE "Y".
      * Con la tabla de reservas llena, o con ORDERS.DAT presente
      * pero ilegible, la suma no es de fiar: el control de
      * PC-RESERVED se salta entero.
       01  WS-RSV-FULL-SW                       PIC X(01) VALUE "N".
           88  WS-RSV-TABLE-FULL                VALUE "Y".
           88  WS-RSV-NOT-LOADED                VALUE "E".
           88  WS-RSV-UNRELIABLE                VALUE "Y" "E".
       01  WS-CUR-ORDER                         PIC 9(06).
       01  WS-CUR-PO                            PIC 9(06).
      * Unidades que reservan los encargos abiertos, por producto y
      * en orden de codigo.
       01  WS-RSV-TABLE.
           05  WS-RSV-COUNT                     PIC 9(04) VALUE ZERO.
           05  WS-RSV-ENTRY OCCURS XRF-MAX-RESERVED TIMES.
               10  WS-RSV-PRODUCT               PIC X(06).
               10  WS-RSV-QTY                   PIC 9(07).
       01  WS-I-RSV                             PIC 9(04).
       01  WS-J-RSV                             PIC 9(04).
       01  WS-EXPECTED-RSV                      PIC 9(07).
       01  WS-RECORDED-RSV                      PIC 9(07).
      * Hallazgos por control y reparaciones hechas.
       01  WS-FINDINGS                          PIC 9(06) VALUE ZERO.
       01  WS-REPAIRS                           PIC 9(06) VALUE ZERO.
       01  WS-CNT-MEMBER                        PIC 9(06) VALUE ZERO.
       01  WS-CNT-BARCODE                       PIC 9(06) VALUE ZERO.
       01  WS-CNT-SUPPLIER                      PIC 9(06) VALUE ZERO.
       01  WS-CNT-RESERVED                      PIC 9(06) VALUE ZERO.
       01  WS-CNT-PO-LINE                       PIC 9(06) VALUE ZERO.
       01  WS-CNT-VOUCHER                       PIC 9(06) VALUE ZERO.
       01  WS-ARC-NAME                          PIC X(24).
       01  WS-ARC-PERIOD                        PIC 9(06).
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-AREA                              PIC X(10).
       01  WS-REF                               PIC X(21).
       01  WS-MSG                               PIC X(60).
       01  WS-OPEN-FILE                         PIC X(12).
       01  WS-OPEN-STATUS                       PIC X(02).
       01  WS-EDIT-NUM                          PIC Z(7)9.
       01  WS-EDIT-QTY                          PIC Z(6)9.
       01  WS-EDIT-QTY2                         PIC Z(6)9.
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Parametros para la subrutina CHGLOG (diario de cambios):
      * imagenes anterior y nueva del campo reparado.
       01  WS-CHG-FILE                          PIC X(12).
       01  WS-CHG-KEY                           PIC X(30).
       01  WS-CHG-FIELD                         PIC X(12).
       01  WS-CHG-BEFORE                        PIC X(20).
       01  WS-CHG-AFTER                         PIC X(20).
      * Campos intermedios para CALL ... BY CONTENT: una literal mas
      * corta que la PICTURE del parametro de LINKAGE correspondiente
      * solo reserva su propia longitud, asi que AUDITLOG acabaria
      * leyendo basura de memoria en el resto del campo si se le pasara
      * la literal directamente. Un MOVE normal si rellena con espacios.
       01  WS-AUD-PROGRAM                       PIC X(08).
       01  WS-AUD-OUTCOME                       PIC X(08).
       01  WS-AUD-DETAIL                        PIC X(40).
      * Nombre del informe para la subrutina de spool: la copia
      * fechada y el indice los lleva SPOOLRPT.
       01  WS-SPL-NAME                          PIC X(12).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE ZERO TO WS-FINDINGS.
           MOVE ZERO TO WS-REPAIRS.
           MOVE ZERO TO WS-RSV-COUNT.
           MOVE "N" TO WS-RSV-FULL-SW.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-CHECK-MEMBERS THRU 2000-EXIT
               PERFORM 3000-LOAD-RESERVATIONS THRU 3000-EXIT
               PERFORM 4000-CHECK-PRODUCTS THRU 4000-EXIT
               PERFORM 5000-CHECK-BARCODES THRU 5000-EXIT
               PERFORM 6000-CHECK-PO-LINES THRU 6000-EXIT
               PERFORM 7000-CHECK-VOUCHERS THRU 7000-EXIT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
      * RC 0 = todo cuadra, RC 4 = hallazgos (la ventana nocturna
      * sigue y avisa), RC 8 = no se pudo verificar.
           EVALUATE TRUE
               WHEN WS-RUN-OUTCOME IS EQUAL TO "OK"
                   MOVE ZERO TO RETURN-CODE
               WHEN WS-RUN-OUTCOME IS EQUAL TO "HALLAZGO"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - modo, catalogo (imprescindible) y los     *
      * maestros de consulta; en modo reparar el catalogo y los     *
      * codigos de barras se abren para regrabar.                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACES TO WS-RUN-MODE.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "EX04XRF-MODE".
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
           MOVE "EX04XRF" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           IF WS-REPAIR-MODE
               MOVE "REFERENCIAS CRUZADAS: REPARAR" TO WS-AUD-DETAIL
           ELSE
               MOVE "REFERENCIAS CRUZADAS INICIADAS" TO WS-AUD-DETAIL
           END-IF.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           IF WS-REPAIR-MODE
               OPEN I-O PRODUCT-FILE
           ELSE
               OPEN INPUT PRODUCT-FILE
           END-IF.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04XRF: NO SE PUDO ABRIR PRODCAT.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS IS EQUAL TO "00"
               SET WS-MEMBER-FILE-OPEN TO TRUE
           ELSE
               MOVE "N" TO WS-MEMBER-FILE-SW
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS IS EQUAL TO "00"
               SET WS-SUPPLIER-FILE-OPEN TO TRUE
           ELSE
               MOVE "N" TO WS-SUPPLIER-FILE-SW
           END-IF.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS IS EQUAL TO "00"
               SET WS-TICKET-FILE-OPEN TO TRUE
           ELSE
               MOVE "N" TO WS-TICKET-FILE-SW
           END-IF.
           OPEN OUTPUT XREFRPT-FILE.
           MOVE SPACES TO XREFRPT-LINE.
           STRING "VERIFICACION DE REFERENCIAS CRUZADAS - "
                   DELIMITED BY SIZE
                   WS-CURR-DATE DELIMITED BY SIZE
                   INTO XREFRPT-LINE
           END-STRING.
           IF WS-REPAIR-MODE
               MOVE "(MODO REPARAR)" TO XREFRPT-LINE(50:14)
           END-IF.
           WRITE XREFRPT-LINE.
           MOVE ALL "-" TO XREFRPT-LINE.
           WRITE XREFRPT-LINE.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-CHECK-MEMBERS - cada cliente vivo con codigo de socio  *
      * debe tenerlo dado de alta y activo en el roster.            *
      *-----------------------------------------------------------*
       2000-CHECK-MEMBERS.
           MOVE "SOCIOS" TO WS-AREA.
           IF NOT WS-MEMBER-FILE-OPEN
               MOVE SPACES TO WS-REF
               MOVE "NO HAY MEMBER.DAT, CONTROL NO REALIZADO" TO
                   WS-MSG
               PERFORM 8500-WRITE-NOTE THRU 8500-EXIT
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               MOVE "CLIENTS.DAT" TO WS-OPEN-FILE
               MOVE WS-CLIENT-STATUS TO WS-OPEN-STATUS
               PERFORM 8600-OPEN-FAILED THRU 8600-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF NOT CM-IS-DELETED AND
                               CM-MEMBER-CODE IS NOT EQUAL TO SPACES
                               AND CM-MEMBER-CODE IS NOT EQUAL TO
                               LOW-VALUES
                           PERFORM 2100-CHECK-ONE-MEMBER
                               THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENT-FILE.
       2000-EXIT.
           EXIT.
       2100-CHECK-ONE-MEMBER.
           MOVE CM-CUSTOMER-ID TO WS-EDIT-NUM.
           MOVE SPACES TO WS-REF.
           STRING "CLIENTE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUM) DELIMITED BY SIZE
                   INTO WS-REF
           END-STRING.
           MOVE CM-MEMBER-CODE TO MR-CODE.
           READ MEMBER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-MSG
                   STRING "SOCIO " DELIMITED BY SIZE
                           CM-MEMBER-CODE DELIMITED BY SPACE
                           " NO ESTA EN EL ROSTER" DELIMITED BY SIZE
                           INTO WS-MSG
                   END-STRING
                   ADD 1 TO WS-CNT-MEMBER
                   PERFORM 8400-REPORT-FINDING THRU 8400-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF NOT MR-IS-ACTIVE
               MOVE SPACES TO WS-MSG
               STRING "SOCIO " DELIMITED BY SIZE
                       CM-MEMBER-CODE DELIMITED BY SPACE
                       " RETIRADO DEL ROSTER" DELIMITED BY SIZE
                       INTO WS-MSG
               END-STRING
               ADD 1 TO WS-CNT-MEMBER
               PERFORM 8400-REPORT-FINDING THRU 8400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-LOAD-RESERVATIONS - suma por producto las unidades de  *
      * las lineas de los encargos abiertos (las cabeceras van por  *
      * delante de sus lineas en el orden de clave).                *
      *-----------------------------------------------------------*
       3000-LOAD-RESERVATIONS.
      * Sin ORDERS.DAT no hay encargos y la reserva esperada es
      * cero; si existe y no se puede leer, no se controla.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS IS NOT EQUAL TO "00"
               IF WS-ORDER-STATUS IS NOT EQUAL TO "35"
                   SET WS-RSV-NOT-LOADED TO TRUE
                   MOVE "RESERVA" TO WS-AREA
                   MOVE "ORDERS.DAT" TO WS-OPEN-FILE
                   MOVE WS-ORDER-STATUS TO WS-OPEN-STATUS
                   PERFORM 8600-OPEN-FAILED THRU 8600-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-ORDER-OPEN-SW.
           MOVE ZERO TO WS-CUR-ORDER.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ ORDER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OR-IS-HEADER
                               MOVE OR-NUMBER TO WS-CUR-ORDER
                               IF OR-IS-OPEN
                                   SET WS-ORDER-IS-OPEN TO TRUE
                               ELSE
                                   MOVE "N" TO WS-ORDER-OPEN-SW
                               END-IF
                           WHEN OR-IS-DETAIL AND WS-ORDER-IS-OPEN
                                   AND OR-NUMBER IS EQUAL TO
                                   WS-CUR-ORDER
                               PERFORM 3100-ADD-RESERVATION
                                   THRU 3100-EXIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.
       3000-EXIT.
           EXIT.
      * Busca el producto en la tabla (ordenada) y suma; uno nuevo
      * se inserta en su sitio corriendo hacia abajo los de detras.
       3100-ADD-RESERVATION.
           IF WS-RSV-TABLE-FULL OR OR-QTY IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
           PERFORM VARYING WS-I-RSV FROM 1 BY 1
                   UNTIL WS-I-RSV IS GREATER THAN WS-RSV-COUNT
                   OR WS-RSV-PRODUCT(WS-I-RSV) IS NOT LESS THAN
                   OR-PRODUCT
               CONTINUE
           END-PERFORM.
           IF WS-I-RSV IS NOT GREATER THAN WS-RSV-COUNT
               IF WS-RSV-PRODUCT(WS-I-RSV) IS EQUAL TO OR-PRODUCT
                   ADD OR-QTY TO WS-RSV-QTY(WS-I-RSV)
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           IF WS-RSV-COUNT IS NOT LESS THAN XRF-MAX-RESERVED
               SET WS-RSV-TABLE-FULL TO TRUE
               GO TO 3100-EXIT
           END-IF.
           PERFORM VARYING WS-J-RSV FROM WS-RSV-COUNT BY -1
                   UNTIL WS-J-RSV IS LESS THAN WS-I-RSV
               MOVE WS-RSV-ENTRY(WS-J-RSV) TO
                   WS-RSV-ENTRY(WS-J-RSV + 1)
           END-PERFORM.
           ADD 1 TO WS-RSV-COUNT.
           MOVE OR-PRODUCT TO WS-RSV-PRODUCT(WS-I-RSV).
           MOVE OR-QTY TO WS-RSV-QTY(WS-I-RSV).
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-CHECK-PRODUCTS - proveedor habitual contra el maestro  *
      * y reserva grabada contra la de los encargos abiertos.       *
      *-----------------------------------------------------------*
       4000-CHECK-PRODUCTS.
           IF NOT WS-SUPPLIER-FILE-OPEN
               MOVE "PROVEEDOR" TO WS-AREA
               MOVE SPACES TO WS-REF
               MOVE "NO HAY SUPPLIER.DAT, CONTROL NO REALIZADO" TO
                   WS-MSG
               PERFORM 8500-WRITE-NOTE THRU 8500-EXIT
           END-IF.
           IF WS-RSV-TABLE-FULL
               MOVE "RESERVA" TO WS-AREA
               MOVE SPACES TO WS-REF
               MOVE SPACES TO WS-MSG
               STRING "DEMASIADOS PRODUCTOS RESERVADOS, "
                       DELIMITED BY SIZE
                       "CONTROL NO REALIZADO" DELIMITED BY SIZE
                       INTO WS-MSG
               END-STRING
               PERFORM 8500-WRITE-NOTE THRU 8500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO PC-CODE.
           START PRODUCT-FILE KEY IS GREATER THAN OR EQUAL TO PC-CODE
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 4100-CHECK-SUPPLIER THRU 4100-EXIT
                       PERFORM 4200-CHECK-RESERVED THRU 4200-EXIT
               END-READ
           END-PERFORM.
       4000-EXIT.
           EXIT.
      * Un producto de baja ya no se pide: su proveedor no importa.
       4100-CHECK-SUPPLIER.
           IF NOT WS-SUPPLIER-FILE-OPEN OR PC-IS-DELETED OR
                   PC-SUPPLIER IS EQUAL TO SPACES OR
                   PC-SUPPLIER IS EQUAL TO LOW-VALUES
               GO TO 4100-EXIT
           END-IF.
           MOVE PC-SUPPLIER TO SM-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE "PROVEEDOR" TO WS-AREA
                   MOVE SPACES TO WS-REF
                   STRING "PRODUCTO " DELIMITED BY SIZE
                           PC-CODE DELIMITED BY SIZE
                           INTO WS-REF
                   END-STRING
                   MOVE SPACES TO WS-MSG
                   STRING "PROVEEDOR " DELIMITED BY SIZE
                           PC-SUPPLIER DELIMITED BY SIZE
                           " NO ESTA EN SUPPLIER.DAT" DELIMITED BY
                           SIZE INTO WS-MSG
                   END-STRING
                   ADD 1 TO WS-CNT-SUPPLIER
                   PERFORM 8400-REPORT-FINDING THRU 8400-EXIT
           END-READ.
       4100-EXIT.
           EXIT.
      * La reserva en blanco de un registro antiguo vale cero, como
      * en la caja; en modo reparar se regraba la que dan los
      * encargos abiertos.
       4200-CHECK-RESERVED.
           IF WS-RSV-UNRELIABLE
               GO TO 4200-EXIT
           END-IF.
           IF PC-RESERVED IS NUMERIC
               MOVE PC-RESERVED TO WS-RECORDED-RSV
           ELSE
               MOVE ZERO TO WS-RECORDED-RSV
           END-IF.
           MOVE ZERO TO WS-EXPECTED-RSV.
           PERFORM VARYING WS-I-RSV FROM 1 BY 1
                   UNTIL WS-I-RSV IS GREATER THAN WS-RSV-COUNT
                   OR WS-RSV-PRODUCT(WS-I-RSV) IS NOT LESS THAN
                   PC-CODE
               CONTINUE
           END-PERFORM.
           IF WS-I-RSV IS NOT GREATER THAN WS-RSV-COUNT
               IF WS-RSV-PRODUCT(WS-I-RSV) IS EQUAL TO PC-CODE
                   MOVE WS-RSV-QTY(WS-I-RSV) TO WS-EXPECTED-RSV
               END-IF
           END-IF.
           IF WS-RECORDED-RSV IS EQUAL TO WS-EXPECTED-RSV
               GO TO 4200-EXIT
           END-IF.
           MOVE "RESERVA" TO WS-AREA.
           MOVE SPACES TO WS-REF.
           STRING "PRODUCTO " DELIMITED BY SIZE
                   PC-CODE DELIMITED BY SIZE
                   INTO WS-REF
           END-STRING.
           MOVE WS-RECORDED-RSV TO WS-EDIT-QTY.
           MOVE WS-EXPECTED-RSV TO WS-EDIT-QTY2.
           MOVE SPACES TO WS-MSG.
           STRING "PC-RESERVED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-QTY) DELIMITED BY SIZE
                   ", ENCARGOS ABIERTOS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-QTY2) DELIMITED BY SIZE
                   INTO WS-MSG
           END-STRING.
           ADD 1 TO WS-CNT-RESERVED.
           PERFORM 8400-REPORT-FINDING THRU 8400-EXIT.
           IF NOT WS-REPAIR-MODE
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-EXPECTED-RSV TO PC-RESERVED.
           REWRITE PRODUCT-CAT-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO REGRABAR EL PRODUCTO "
                       PC-CODE " **"
                   GO TO 4200-EXIT
           END-REWRITE.
           MOVE "PRODCAT" TO WS-CHG-FILE.
           MOVE PC-CODE TO WS-CHG-KEY.
           MOVE "PC-RESERVED" TO WS-CHG-FIELD.
           MOVE WS-EDIT-QTY TO WS-CHG-BEFORE.
           MOVE WS-EDIT-QTY2 TO WS-CHG-AFTER.
           PERFORM 8900-LOG-CHANGE THRU 8900-EXIT.
           MOVE "  -> RESERVA RECALCULADA" TO XREFRPT-LINE.
           WRITE XREFRPT-LINE.
           ADD 1 TO WS-REPAIRS.
       4200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-CHECK-BARCODES - cada codigo de barras activo debe     *
      * apuntar a un producto del catalogo que no este de baja; en  *
      * modo reparar el codigo huerfano se da de baja.              *
      *-----------------------------------------------------------*
       5000-CHECK-BARCODES.
           IF WS-REPAIR-MODE
               OPEN I-O BARCODE-FILE
           ELSE
               OPEN INPUT BARCODE-FILE
           END-IF.
           IF WS-BARCODE-STATUS IS NOT EQUAL TO "00"
               MOVE "BARRAS" TO WS-AREA
               MOVE "BARCODE.DAT" TO WS-OPEN-FILE
               MOVE WS-BARCODE-STATUS TO WS-OPEN-STATUS
               PERFORM 8600-OPEN-FAILED THRU 8600-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ BARCODE-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF BX-IS-ACTIVE
                           PERFORM 5100-CHECK-ONE-BARCODE
                               THRU 5100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BARCODE-FILE.
       5000-EXIT.
           EXIT.
       5100-CHECK-ONE-BARCODE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE BX-CODE TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-RECORD-FOUND AND NOT PC-IS-DELETED
               GO TO 5100-EXIT
           END-IF.
           MOVE "BARRAS" TO WS-AREA.
           MOVE SPACES TO WS-REF.
           STRING "EAN " DELIMITED BY SIZE
                   BX-EAN DELIMITED BY SIZE
                   INTO WS-REF
           END-STRING.
           MOVE SPACES TO WS-MSG.
           IF WS-RECORD-FOUND
               STRING "APUNTA AL PRODUCTO " DELIMITED BY SIZE
                       BX-CODE DELIMITED BY SIZE
                       ", DE BAJA" DELIMITED BY SIZE
                       INTO WS-MSG
               END-STRING
           ELSE
               STRING "APUNTA AL PRODUCTO " DELIMITED BY SIZE
                       BX-CODE DELIMITED BY SIZE
                       ", QUE NO EXISTE" DELIMITED BY SIZE
                       INTO WS-MSG
               END-STRING
           END-IF.
           ADD 1 TO WS-CNT-BARCODE.
           PERFORM 8400-REPORT-FINDING THRU 8400-EXIT.
           IF NOT WS-REPAIR-MODE
               GO TO 5100-EXIT
           END-IF.
           MOVE "D" TO BX-STATUS.
           REWRITE BARCODE-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO REGRABAR EL EAN " BX-EAN
                       " **"
                   GO TO 5100-EXIT
           END-REWRITE.
           MOVE "BARCODE" TO WS-CHG-FILE.
           MOVE BX-EAN TO WS-CHG-KEY.
           MOVE "BX-STATUS" TO WS-CHG-FIELD.
           MOVE "A" TO WS-CHG-BEFORE.
           MOVE "D" TO WS-CHG-AFTER.
           PERFORM 8900-LOG-CHANGE THRU 8900-EXIT.
           MOVE "  -> CODIGO DE BARRAS DADO DE BAJA" TO XREFRPT-LINE.
           WRITE XREFRPT-LINE.
           ADD 1 TO WS-REPAIRS.
       5100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6000-CHECK-PO-LINES - las lineas de los pedidos a proveedor *
      * abiertos deben ser de productos vivos: lo de baja no se     *
      * deberia seguir pidiendo. Se informa; decidir si se anula la *
      * linea es cosa de compras.                                   *
      *-----------------------------------------------------------*
       6000-CHECK-PO-LINES.
           OPEN INPUT PORDER-FILE.
           IF WS-PORDER-STATUS IS NOT EQUAL TO "00"
               MOVE "PEDIDO" TO WS-AREA
               MOVE "PORDERS.DAT" TO WS-OPEN-FILE
               MOVE WS-PORDER-STATUS TO WS-OPEN-STATUS
               PERFORM 8600-OPEN-FAILED THRU 8600-EXIT
               GO TO 6000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-PO-OPEN-SW.
           MOVE ZERO TO WS-CUR-PO.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ PORDER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PO-IS-HEADER
                               MOVE PO-NUMBER TO WS-CUR-PO
                               IF PO-IS-OPEN
                                   SET WS-PO-IS-OPEN TO TRUE
                               ELSE
                                   MOVE "N" TO WS-PO-OPEN-SW
                               END-IF
                           WHEN PO-IS-DETAIL AND WS-PO-IS-OPEN
                                   AND PO-NUMBER IS EQUAL TO WS-CUR-PO
                               PERFORM 6100-CHECK-ONE-PO-LINE
                                   THRU 6100-EXIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PORDER-FILE.
       6000-EXIT.
           EXIT.
      * Una linea ya recibida entera no pide nada mas.
       6100-CHECK-ONE-PO-LINE.
           IF PO-QTY-RECEIVED IS NUMERIC AND PO-QTY-ORDERED IS
                   NUMERIC AND PO-QTY-RECEIVED IS NOT LESS THAN
                   PO-QTY-ORDERED
               GO TO 6100-EXIT
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           MOVE PO-PRODUCT TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-RECORD-FOUND AND NOT PC-IS-DELETED
               GO TO 6100-EXIT
           END-IF.
           MOVE "PEDIDO" TO WS-AREA.
           MOVE PO-NUMBER TO WS-EDIT-NUM.
           MOVE SPACES TO WS-REF.
           STRING "PEDIDO " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUM) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   PO-LINE-SEQ DELIMITED BY SIZE
                   INTO WS-REF
           END-STRING.
           MOVE SPACES TO WS-MSG.
           IF WS-RECORD-FOUND
               STRING "PRODUCTO " DELIMITED BY SIZE
                       PO-PRODUCT DELIMITED BY SIZE
                       " DE BAJA EN UN PEDIDO ABIERTO" DELIMITED BY
                       SIZE INTO WS-MSG
               END-STRING
           ELSE
               STRING "PRODUCTO " DELIMITED BY SIZE
                       PO-PRODUCT DELIMITED BY SIZE
                       " INEXISTENTE EN UN PEDIDO ABIERTO" DELIMITED
                       BY SIZE INTO WS-MSG
               END-STRING
           END-IF.
           ADD 1 TO WS-CNT-PO-LINE.
           PERFORM 8400-REPORT-FINDING THRU 8400-EXIT.
       6100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 7000-CHECK-VOUCHERS - cada vale activo debe tener su ticket *
      * de emision: en el fichero vivo o, si el mes ya se cerro, en *
      * el archivo del mes de emision.                              *
      *-----------------------------------------------------------*
       7000-CHECK-VOUCHERS.
           OPEN INPUT VOUCHER-FILE.
           IF WS-VOUCHER-STATUS IS NOT EQUAL TO "00"
               MOVE "VALES" TO WS-AREA
               MOVE "VOUCHER.DAT" TO WS-OPEN-FILE
               MOVE WS-VOUCHER-STATUS TO WS-OPEN-STATUS
               PERFORM 8600-OPEN-FAILED THRU 8600-EXIT
               GO TO 7000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF VO-IS-ACTIVE
                           PERFORM 7100-CHECK-ONE-VOUCHER
                               THRU 7100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-FILE.
       7000-EXIT.
           EXIT.
       7100-CHECK-ONE-VOUCHER.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-TICKET-FILE-OPEN AND VO-ISSUE-TICKET IS NUMERIC
               MOVE VO-ISSUE-TICKET TO TR-TICKET-NUM
               MOVE ZERO TO TR-LINE-SEQ
               READ TICKET-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SW
                   NOT INVALID KEY
                       SET WS-RECORD-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT WS-RECORD-FOUND AND VO-ISSUE-TICKET IS NUMERIC
                   AND VO-ISSUE-DATE IS NUMERIC
               PERFORM 7200-SEARCH-ARCHIVE THRU 7200-EXIT
           END-IF.
           IF WS-RECORD-FOUND
               GO TO 7100-EXIT
           END-IF.
           MOVE "VALES" TO WS-AREA.
           MOVE VO-NUMBER TO WS-EDIT-NUM.
           MOVE SPACES TO WS-REF.
           STRING "VALE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUM) DELIMITED BY SIZE
                   INTO WS-REF
           END-STRING.
           MOVE SPACES TO WS-MSG.
           IF VO-ISSUE-TICKET IS NUMERIC
               MOVE VO-ISSUE-TICKET TO WS-EDIT-NUM
               STRING "TICKET DE EMISION " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUM) DELIMITED BY SIZE
                       " NO EXISTE" DELIMITED BY SIZE
                       INTO WS-MSG
               END-STRING
           ELSE
               MOVE "SIN TICKET DE EMISION" TO WS-MSG
           END-IF.
           ADD 1 TO WS-CNT-VOUCHER.
           PERFORM 8400-REPORT-FINDING THRU 8400-EXIT.
       7100-EXIT.
           EXIT.
      * El archivo del mes de emision se abre solo para el vale que
      * no aparece en el vivo; si ese mes no se archivo, no esta.
       7200-SEARCH-ARCHIVE.
           MOVE VO-ISSUE-DATE(1:6) TO WS-ARC-PERIOD.
           MOVE SPACES TO WS-ARC-NAME.
           STRING "TICKETS-" WS-ARC-PERIOD ".DAT" DELIMITED BY SIZE
               INTO WS-ARC-NAME
           END-STRING.
           SET ENVIRONMENT "XRFARC" TO WS-ARC-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS IS NOT EQUAL TO "00"
               GO TO 7200-EXIT
           END-IF.
           MOVE VO-ISSUE-TICKET TO TA-TICKET-NUM.
           MOVE ZERO TO TA-LINE-SEQ.
           READ ARCHIVE-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           CLOSE ARCHIVE-FILE.
       7200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8000-PRINT-TOTALS - hallazgos por control y reparaciones.   *
      *-----------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE ALL "-" TO XREFRPT-LINE.
           WRITE XREFRPT-LINE.
           MOVE "SOCIO INEXISTENTE O RETIRADO" TO WS-MSG.
           MOVE WS-CNT-MEMBER TO WS-EDIT-COUNT.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE "CODIGO DE BARRAS HUERFANO" TO WS-MSG.
           MOVE WS-CNT-BARCODE TO WS-EDIT-COUNT.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE "PROVEEDOR HABITUAL INEXISTENTE" TO WS-MSG.
           MOVE WS-CNT-SUPPLIER TO WS-EDIT-COUNT.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE "RESERVA DESCUADRADA" TO WS-MSG.
           MOVE WS-CNT-RESERVED TO WS-EDIT-COUNT.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE "LINEA DE PEDIDO DE PRODUCTO MUERTO" TO WS-MSG.
           MOVE WS-CNT-PO-LINE TO WS-EDIT-COUNT.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE "VALE SIN TICKET DE EMISION" TO WS-MSG.
           MOVE WS-CNT-VOUCHER TO WS-EDIT-COUNT.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE "TOTAL HALLAZGOS" TO WS-MSG.
           MOVE WS-FINDINGS TO WS-EDIT-COUNT.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           IF WS-REPAIR-MODE
               MOVE "REPARACIONES HECHAS" TO WS-MSG
               MOVE WS-REPAIRS TO WS-EDIT-COUNT
               PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
           END-IF.
           CLOSE XREFRPT-FILE.
           MOVE "XREFRPT.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           IF WS-FINDINGS IS GREATER THAN ZERO
               MOVE "HALLAZGO" TO WS-RUN-OUTCOME
               DISPLAY "EX04XRF: " WS-FINDINGS " HALLAZGOS, VEA "
                   "XREFRPT.TXT"
           ELSE
               DISPLAY "EX04XRF: LOS FICHEROS CUADRAN ENTRE SI"
           END-IF.
       8000-EXIT.
           EXIT.
       8100-WRITE-COUNT.
           MOVE SPACES TO XREFRPT-LINE.
           MOVE WS-MSG TO XREFRPT-LINE(1:40).
           MOVE WS-EDIT-COUNT TO XREFRPT-LINE(41:7).
           WRITE XREFRPT-LINE.
       8100-EXIT.
           EXIT.
      * Un hallazgo: control, registro afectado y que le pasa.
       8400-REPORT-FINDING.
           ADD 1 TO WS-FINDINGS.
           PERFORM 8500-WRITE-NOTE THRU 8500-EXIT.
       8400-EXIT.
           EXIT.
      * Una linea del informe sin contar como hallazgo (controles
      * que no se pudieron hacer).
       8500-WRITE-NOTE.
           MOVE SPACES TO XREFRPT-LINE.
           STRING WS-AREA DELIMITED BY SIZE
                   WS-REF DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSG DELIMITED BY SIZE
                   INTO XREFRPT-LINE
           END-STRING.
           WRITE XREFRPT-LINE.
       8500-EXIT.
           EXIT.
      * Nota de un control que no se pudo hacer porque su fichero no
      * abre: "35" es que no existe; otro estado se da tal cual.
       8600-OPEN-FAILED.
           MOVE SPACES TO WS-REF.
           MOVE SPACES TO WS-MSG.
           IF WS-OPEN-STATUS IS EQUAL TO "35"
               STRING "NO HAY " DELIMITED BY SIZE
                       WS-OPEN-FILE DELIMITED BY SPACE
                       ", CONTROL NO REALIZADO" DELIMITED BY SIZE
                       INTO WS-MSG
               END-STRING
           ELSE
               STRING "ERROR " DELIMITED BY SIZE
                       WS-OPEN-STATUS DELIMITED BY SIZE
                       " AL ABRIR " DELIMITED BY SIZE
                       WS-OPEN-FILE DELIMITED BY SPACE
                       ", CONTROL NO REALIZADO" DELIMITED BY SIZE
                       INTO WS-MSG
               END-STRING
           END-IF.
           PERFORM 8500-WRITE-NOTE THRU 8500-EXIT.
       8600-EXIT.
           EXIT.
       8900-LOG-CHANGE.
           CALL "CHGLOG" USING BY CONTENT WS-CHG-FILE, WS-CHG-KEY,
               WS-CHG-FIELD, WS-CHG-BEFORE, WS-CHG-AFTER.
       8900-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra los maestros y deja el resultado en *
      * el rastro de auditoria.                                     *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS NOT EQUAL TO "FALLO"
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-MEMBER-FILE-OPEN
               CLOSE MEMBER-FILE
           END-IF.
           IF WS-SUPPLIER-FILE-OPEN
               CLOSE SUPPLIER-FILE
           END-IF.
           IF WS-TICKET-FILE-OPEN
               CLOSE TICKET-FILE
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04XRF" TO WS-AUD-PROGRAM.
           MOVE SPACES TO WS-AUD-DETAIL.
           MOVE WS-FINDINGS TO WS-EDIT-COUNT.
           STRING "REFERENCIAS CRUZADAS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   " HALLAZGOS" DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

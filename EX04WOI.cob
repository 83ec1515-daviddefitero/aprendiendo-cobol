       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04WOI.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Importacion de pedidos de *
      *                  la tienda online (WEBORD.DAT, WEBORD.CPY)  *
      *                  como encargos de clientes: cada pedido     *
      *                  reserva stock en el catalogo igual que     *
      *                  EX04ORD, el cliente se casa por codigo de  *
      *                  socio (o por nombre) o se da de alta, y lo *
      *                  pagado en la web entra como senal por el   *
      *                  diario de pagos. Un pedido con productos   *
      *                  desconocidos o sin existencias se rechaza  *
      *                  entero; la respuesta de cada pedido vuelve *
      *                  a la web en WEBRESP.DAT (WEBRESP.CPY) y    *
      *                  WEBORDLG.DAT evita importarlo dos veces.   *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Pedidos de la web tal y como llegan.
           SELECT WEBORD-FILE ASSIGN TO "WEBORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBORD-STATUS.
      * Respuesta para la web, pedido a pedido.
           SELECT WEBRESP-FILE ASSIGN TO "WEBRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBRESP-STATUS.
      * Diario de pedidos web ya importados (los aceptados).
           SELECT WEBLOG-FILE ASSIGN TO "WEBORDLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBLOG-STATUS.
      * Informe de la importacion.
           SELECT WOIRPT-FILE ASSIGN TO "WEBIMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOIRPT-STATUS.
      * Encargos, indexados por numero + linea.
           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-KEY
               FILE STATUS IS WS-ORDER-STATUS.
      * Catalogo: precios y reserva de unidades.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Maestro de clientes, para casar o dar de alta al cliente y
      * abonarle lo pagado.
           SELECT CLIENT-FILE ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CLIENT-STATUS.
      * Diario de pagos: lo pagado en la web entra como senal.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WEBORD-FILE.
       01  WEBORD-FILE-REC                      PIC X(150).
       FD  WEBRESP-FILE.
       01  WEBRESP-FILE-REC                     PIC X(83).
       FD  WEBLOG-FILE.
       01  WEBLOG-FILE-REC                      PIC X(83).
       FD  WOIRPT-FILE.
       01  WOIRPT-LINE                          PIC X(100).
       FD  ORDER-FILE.
           COPY "ORDREC.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  CLIENT-FILE.
           COPY "CLIMAST.CPY".
       FD  PAYMENT-FILE.
       01  PAYMENT-FILE-REC                     PIC X(64).
       WORKING-STORAGE SECTION.
           COPY "WEBORD.CPY".
           COPY "WEBRESP.CPY".
           COPY "PAYREC.CPY".
      * Lineas que caben en un pedido, pedidos ya importados que se
      * recuerdan y dias que la tienda guarda un pedido web sin
      * recoger antes de que la expiracion de encargos lo libere.
       78  WOI-MAX-LINES                        VALUE 50.
       78  WOI-MAX-DONE                         VALUE 5000.
       78  WOI-HOLD-DAYS                        VALUE 14.
       01  WS-WEBORD-STATUS                     PIC X(02).
       01  WS-WEBRESP-STATUS                    PIC X(02).
       01  WS-WEBLOG-STATUS                     PIC X(02).
       01  WS-WOIRPT-STATUS                     PIC X(02).
       01  WS-ORDER-STATUS                      PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-CLIENT-STATUS                     PIC X(02).
       01  WS-PAYMENT-STATUS                    PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-SCAN-EOF-SW                       PIC X(01) VALUE "N".
           88  WS-SCAN-EOF                      VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-FOUND                         VALUE "Y".
           88  WS-NOT-FOUND                     VALUE "N".
       01  WS-PEND-SW                           PIC X(01) VALUE "N".
           88  WS-ORDER-PENDING                 VALUE "Y".
      * Cabecera del pedido en curso.
       01  WS-WO-REF                            PIC X(12).
       01  WS-WO-MEMBER                         PIC X(21).
       01  WS-WO-NAME                           PIC X(30).
       01  WS-WO-EMAIL                          PIC X(50).
       01  WS-WO-PHONE                          PIC X(15).
       01  WS-WO-PREPAID                        PIC 9(7)V99.
       01  WS-WO-METHOD                         PIC X(01).
       01  WS-WO-REASON                         PIC X(40).
      * Lineas del pedido en curso, con el motivo de rechazo de cada
      * una (en blanco si se puede servir).
       01  WS-WL-TABLE.
           05  WS-WL-COUNT                      PIC 9(02) VALUE ZERO.
           05  WS-WL-ENTRY OCCURS WOI-MAX-LINES TIMES.
               10  WS-WL-PRODUCT                PIC X(06).
               10  WS-WL-QTY                    PIC 9(04).
               10  WS-WL-REASON                 PIC X(40).
       01  WS-I-LINE                            PIC 9(02).
       01  WS-J-LINE                            PIC 9(02).
       01  WS-BAD-LINES                         PIC 9(02).
       01  WS-ORDER-QTY                         PIC 9(07).
       01  WS-AVAILABLE                         PIC S9(08).
      * Pedidos web ya importados: referencia y encargo.
       01  WS-DONE-TABLE.
           05  WS-DONE-COUNT                    PIC 9(04) VALUE ZERO.
           05  WS-DONE-ENTRY OCCURS 1 TO WOI-MAX-DONE TIMES
                   DEPENDING ON WS-DONE-COUNT
                   INDEXED BY WS-DONE-IDX.
               10  WS-DONE-REF                  PIC X(12).
               10  WS-DONE-ORDER                PIC 9(06).
       01  WS-CUST-ID                           PIC 9(08).
       01  WS-CUST-NAME                         PIC A(30).
       01  WS-NEW-ORDER-NUM                     PIC 9(06).
       01  WS-OUT-SEQ                           PIC 9(04).
       01  WS-EXPIRY-DATE                       PIC 9(08).
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-TIME                         PIC 9(08).
       01  WS-LINE-NUM                          PIC 9(06) VALUE ZERO.
       01  WS-ACCEPTED                          PIC 9(06) VALUE ZERO.
       01  WS-REJECTED                          PIC 9(06) VALUE ZERO.
       01  WS-REPEATED                          PIC 9(06) VALUE ZERO.
       01  WS-NEW-CUSTOMERS                     PIC 9(06) VALUE ZERO.
       01  WS-PREPAID-TOTAL                     PIC 9(9)V99 VALUE ZERO.
      * Parametros para la subrutina TICKNUM: el numero de encargo
      * y el de cliente salen de sus correlativos compartidos.
       01  WS-TN-ACTION                         PIC X(8).
       01  WS-TN-NUMBER                         PIC 9(8).
      * Parametros para la subrutina CHGLOG (alta de cliente).
       01  WS-CHG-FILE                          PIC X(12).
       01  WS-CHG-KEY                           PIC X(30).
       01  WS-CHG-FIELD                         PIC X(12).
       01  WS-CHG-BEFORE                        PIC X(20).
       01  WS-CHG-AFTER                         PIC X(20).
       01  WS-EDIT-NUM                          PIC ZZZZZ9.
       01  WS-EDIT-LINE                         PIC ZZZ9.
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Nombre del informe para la subrutina de spool.
       01  WS-SPL-NAME                          PIC X(12).
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
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE "N" TO WS-PEND-SW.
           MOVE ZERO TO WS-LINE-NUM.
           MOVE ZERO TO WS-ACCEPTED.
           MOVE ZERO TO WS-REJECTED.
           MOVE ZERO TO WS-REPEATED.
           MOVE ZERO TO WS-NEW-CUSTOMERS.
           MOVE ZERO TO WS-PREPAID-TOTAL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-IMPORT-ORDERS THRU 2000-EXIT
               PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
      * RC 0 = todo importado (o nada que importar), RC 4 = hubo
      * pedidos rechazados (los demas quedan importados), RC 8 = la
      * importacion no corrio.
           EVALUATE WS-RUN-OUTCOME
               WHEN "OK"
                   MOVE ZERO TO RETURN-CODE
               WHEN "VACIO"
                   MOVE ZERO TO RETURN-CODE
               WHEN "RECHAZOS"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - abre los pedidos, los maestros y las      *
      * salidas, y carga los pedidos web ya importados.             *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04WOI" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "IMPORTACION DE PEDIDOS WEB INICIADA" TO
               WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) +
               WOI-HOLD-DAYS).
           OPEN INPUT WEBORD-FILE.
           IF WS-WEBORD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04WOI: NO SE ENCONTRO WEBORD.DAT, NADA "
                   "QUE IMPORTAR"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O ORDER-FILE.
           IF WS-ORDER-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN I-O ORDER-FILE
           END-IF.
           OPEN I-O PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04WOI: NO SE PUDO ABRIR PRODCAT.DAT"
               CLOSE WEBORD-FILE
               CLOSE ORDER-FILE
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04WOI: NO SE PUDO ABRIR CLIENTS.DAT"
               CLOSE WEBORD-FILE
               CLOSE ORDER-FILE
               CLOSE PRODUCT-FILE
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-DONE THRU 1100-EXIT.
           OPEN EXTEND WEBLOG-FILE.
           IF WS-WEBLOG-STATUS IS NOT EQUAL TO "00" AND
                   WS-WEBLOG-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT WEBLOG-FILE
           END-IF.
           OPEN OUTPUT WEBRESP-FILE.
           OPEN OUTPUT WOIRPT-FILE.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "IMPORTACION DE PEDIDOS DE LA TIENDA ONLINE - "
                   DELIMITED BY SIZE
                   WS-CURR-DATE DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
           MOVE ALL "-" TO WOIRPT-LINE.
           WRITE WOIRPT-LINE.
       1000-EXIT.
           EXIT.
      * Los pedidos aceptados en pasadas anteriores, para contestar
      * a un reenvio de la web sin duplicar el encargo.
       1100-LOAD-DONE.
           MOVE ZERO TO WS-DONE-COUNT.
           OPEN INPUT WEBLOG-FILE.
           IF WS-WEBLOG-STATUS IS NOT EQUAL TO "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ WEBLOG-FILE INTO WEB-RESPONSE-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF WR-IS-ACCEPTED
                           PERFORM 1150-NOTE-DONE THRU 1150-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WEBLOG-FILE.
           MOVE "N" TO WS-EOF-SW.
       1100-EXIT.
           EXIT.
       1150-NOTE-DONE.
           IF WS-DONE-COUNT IS LESS THAN WOI-MAX-DONE
               ADD 1 TO WS-DONE-COUNT
               MOVE WR-WEB-REF TO WS-DONE-REF(WS-DONE-COUNT)
               MOVE WR-ORDER-NUM TO WS-DONE-ORDER(WS-DONE-COUNT)
           END-IF.
       1150-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-IMPORT-ORDERS - recorre WEBORD.DAT; cada cabecera      *
      * cierra el pedido anterior y abre el siguiente.              *
      *-----------------------------------------------------------*
       2000-IMPORT-ORDERS.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ WEBORD-FILE INTO WEB-ORDER-REC
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM 2100-TAKE-RECORD THRU 2100-EXIT
               END-READ
           END-PERFORM.
           IF WS-ORDER-PENDING
               PERFORM 2500-PROCESS-ORDER THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
       2100-TAKE-RECORD.
           EVALUATE TRUE
               WHEN WO-IS-HEADER
                   IF WS-ORDER-PENDING
                       PERFORM 2500-PROCESS-ORDER THRU 2500-EXIT
                   END-IF
                   PERFORM 2200-START-ORDER THRU 2200-EXIT
               WHEN WO-IS-DETAIL
                   IF WS-ORDER-PENDING AND
                           WO-WEB-REF IS EQUAL TO WS-WO-REF
                       PERFORM 2300-ADD-LINE THRU 2300-EXIT
                   ELSE
                       PERFORM 2400-REJECT-ORPHAN THRU 2400-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 2400-REJECT-ORPHAN THRU 2400-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      * La cabecera se guarda y se valida aqui; el motivo de rechazo
      * se aplica al cerrar el pedido, cuando ya se tienen sus
      * lineas.
       2200-START-ORDER.
           SET WS-ORDER-PENDING TO TRUE.
           MOVE ZERO TO WS-WL-COUNT.
           MOVE SPACES TO WS-WO-REASON.
           MOVE WO-WEB-REF TO WS-WO-REF.
           MOVE FUNCTION UPPER-CASE(WO-MEMBER-CODE) TO WS-WO-MEMBER.
           MOVE FUNCTION UPPER-CASE(WO-NAME) TO WS-WO-NAME.
           MOVE WO-EMAIL TO WS-WO-EMAIL.
           MOVE WO-PHONE TO WS-WO-PHONE.
           MOVE FUNCTION UPPER-CASE(WO-PAY-METHOD) TO WS-WO-METHOD.
           IF WS-WO-METHOD IS EQUAL TO SPACE
               MOVE "T" TO WS-WO-METHOD
           END-IF.
           IF WO-PREPAID IS NUMERIC
               MOVE WO-PREPAID TO WS-WO-PREPAID
           ELSE
               MOVE ZERO TO WS-WO-PREPAID
               MOVE "IMPORTE PAGADO NO VALIDO" TO WS-WO-REASON
           END-IF.
           IF WS-WO-METHOD IS NOT EQUAL TO "T" AND
                   WS-WO-METHOD IS NOT EQUAL TO "B"
               MOVE "MEDIO DE PAGO NO VALIDO" TO WS-WO-REASON
           END-IF.
           IF WS-WO-MEMBER IS EQUAL TO SPACES AND
                   WS-WO-NAME IS EQUAL TO SPACES
               MOVE "PEDIDO SIN CLIENTE" TO WS-WO-REASON
           END-IF.
           IF WS-WO-REF IS EQUAL TO SPACES
               MOVE "PEDIDO SIN REFERENCIA DE LA WEB" TO WS-WO-REASON
           END-IF.
       2200-EXIT.
           EXIT.
       2300-ADD-LINE.
           IF WS-WL-COUNT IS NOT LESS THAN WOI-MAX-LINES
               MOVE "DEMASIADAS LINEAS EN EL PEDIDO" TO WS-WO-REASON
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-WL-COUNT.
           MOVE FUNCTION UPPER-CASE(WO-PRODUCT) TO
               WS-WL-PRODUCT(WS-WL-COUNT).
           IF WO-QTY IS NUMERIC
               MOVE WO-QTY TO WS-WL-QTY(WS-WL-COUNT)
           ELSE
               MOVE ZERO TO WS-WL-QTY(WS-WL-COUNT)
           END-IF.
           MOVE SPACES TO WS-WL-REASON(WS-WL-COUNT).
       2300-EXIT.
           EXIT.
      * Un registro que no es de ningun pedido abierto (linea suelta
      * o tipo desconocido) se contesta rechazado por si mismo.
       2400-REJECT-ORPHAN.
           ADD 1 TO WS-REJECTED.
           MOVE SPACES TO WEB-RESPONSE-REC.
           MOVE WO-WEB-REF TO WR-WEB-REF.
           MOVE ZERO TO WR-LINE.
           SET WR-IS-REJECTED TO TRUE.
           MOVE ZERO TO WR-ORDER-NUM.
           IF WO-IS-DETAIL
               MOVE WO-PRODUCT TO WR-PRODUCT
               MOVE "LINEA SIN CABECERA DE PEDIDO" TO WR-REASON
           ELSE
               MOVE "REGISTRO DE TIPO DESCONOCIDO" TO WR-REASON
           END-IF.
           PERFORM 2950-WRITE-RESPONSE THRU 2950-EXIT.
           MOVE WS-LINE-NUM TO WS-EDIT-NUM.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "REGISTRO " DELIMITED BY SIZE
                   WS-EDIT-NUM DELIMITED BY SIZE
                   ": RECHAZADO - " DELIMITED BY SIZE
                   WR-REASON DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2500-PROCESS-ORDER - cierra el pedido en curso: o se graba  *
      * entero como encargo o se rechaza entero; un pedido web no   *
      * se sirve a medias porque el cliente ya lo ha pagado.        *
      *-----------------------------------------------------------*
       2500-PROCESS-ORDER.
           MOVE "N" TO WS-PEND-SW.
           SET WS-DONE-IDX TO 1.
           SET WS-NOT-FOUND TO TRUE.
           IF WS-DONE-COUNT IS GREATER THAN ZERO
               SEARCH WS-DONE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DONE-REF(WS-DONE-IDX) IS EQUAL TO
                           WS-WO-REF
                       SET WS-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF WS-FOUND
               PERFORM 2550-ANSWER-REPEATED THRU 2550-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF WS-WO-REASON IS EQUAL TO SPACES AND
                   WS-WL-COUNT IS EQUAL TO ZERO
               MOVE "PEDIDO SIN LINEAS" TO WS-WO-REASON
           END-IF.
           IF WS-WO-REASON IS NOT EQUAL TO SPACES
               PERFORM 2900-REJECT-ORDER THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2600-CHECK-LINES THRU 2600-EXIT.
           IF WS-BAD-LINES IS GREATER THAN ZERO
               MOVE "PRODUCTOS DESCONOCIDOS O SIN EXISTENCIAS" TO
                   WS-WO-REASON
               PERFORM 2900-REJECT-ORDER THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2700-FIND-CUSTOMER THRU 2700-EXIT.
           IF WS-NOT-FOUND
               PERFORM 2900-REJECT-ORDER THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE "ENCARGO" TO WS-TN-ACTION.
           CALL "TICKNUM" USING WS-TN-ACTION, WS-TN-NUMBER.
           MOVE WS-TN-NUMBER TO WS-NEW-ORDER-NUM.
           MOVE ZERO TO WS-OUT-SEQ.
           PERFORM VARYING WS-I-LINE FROM 1 BY 1
                   UNTIL WS-I-LINE IS GREATER THAN WS-WL-COUNT
               PERFORM 2800-RESERVE-LINE THRU 2800-EXIT
           END-PERFORM.
           MOVE WS-NEW-ORDER-NUM TO OR-NUMBER.
           MOVE ZERO TO OR-LINE-SEQ.
           MOVE "H" TO OR-TYPE.
           MOVE WS-CURR-DATE TO OR-DATE.
           MOVE SPACES TO OR-HEADER-DATA.
           MOVE WS-CUST-NAME TO OR-CUSTOMER-NAME.
           MOVE "A" TO OR-STATUS.
           MOVE WS-EXPIRY-DATE TO OR-EXPIRY-DATE.
           MOVE ZERO TO OR-DEPOSIT.
           MOVE WS-OUT-SEQ TO OR-LINE-COUNT.
           PERFORM 2850-TAKE-PREPAYMENT THRU 2850-EXIT.
           MOVE WS-WO-PREPAID TO OR-DEPOSIT.
           WRITE CUSTOMER-ORDER-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO GRABAR LA CABECERA DEL "
                       "ENCARGO " WS-NEW-ORDER-NUM " **"
           END-WRITE.
           ADD 1 TO WS-ACCEPTED.
           MOVE SPACES TO WEB-RESPONSE-REC.
           MOVE WS-WO-REF TO WR-WEB-REF.
           MOVE ZERO TO WR-LINE.
           SET WR-IS-ACCEPTED TO TRUE.
           MOVE WS-NEW-ORDER-NUM TO WR-ORDER-NUM.
           MOVE "ENCARGO CREADO" TO WR-REASON.
           PERFORM 2950-WRITE-RESPONSE THRU 2950-EXIT.
           MOVE WEB-RESPONSE-REC TO WEBLOG-FILE-REC.
           WRITE WEBLOG-FILE-REC.
           PERFORM 1150-NOTE-DONE THRU 1150-EXIT.
           MOVE WS-NEW-ORDER-NUM TO WS-EDIT-NUM.
           MOVE WS-WO-PREPAID TO WS-EDIT-MONEY.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "PEDIDO " DELIMITED BY SIZE
                   WS-WO-REF DELIMITED BY SIZE
                   ": ENCARGO " DELIMITED BY SIZE
                   WS-EDIT-NUM DELIMITED BY SIZE
                   " PARA " DELIMITED BY SIZE
                   WS-CUST-NAME DELIMITED BY SIZE
                   " PAGADO " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-MONEY) DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
       2500-EXIT.
           EXIT.
      * Un reenvio de un pedido ya importado se contesta aceptado
      * con su encargo original, sin tocar nada.
       2550-ANSWER-REPEATED.
           ADD 1 TO WS-REPEATED.
           MOVE SPACES TO WEB-RESPONSE-REC.
           MOVE WS-WO-REF TO WR-WEB-REF.
           MOVE ZERO TO WR-LINE.
           SET WR-IS-ACCEPTED TO TRUE.
           MOVE WS-DONE-ORDER(WS-DONE-IDX) TO WR-ORDER-NUM.
           MOVE "PEDIDO YA IMPORTADO" TO WR-REASON.
           PERFORM 2950-WRITE-RESPONSE THRU 2950-EXIT.
           MOVE WR-ORDER-NUM TO WS-EDIT-NUM.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "PEDIDO " DELIMITED BY SIZE
                   WS-WO-REF DELIMITED BY SIZE
                   ": YA IMPORTADO EN EL ENCARGO " DELIMITED BY SIZE
                   WS-EDIT-NUM DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
       2550-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2600-CHECK-LINES - cada linea tiene que ser de un producto  *
      * del catalogo que no este de baja, con cantidad, y con       *
      * unidades libres: existencias menos lo ya reservado menos lo *
      * que piden del mismo producto las lineas anteriores del      *
      * pedido.                                                     *
      *-----------------------------------------------------------*
       2600-CHECK-LINES.
           MOVE ZERO TO WS-BAD-LINES.
           PERFORM VARYING WS-I-LINE FROM 1 BY 1
                   UNTIL WS-I-LINE IS GREATER THAN WS-WL-COUNT
               PERFORM 2650-CHECK-ONE-LINE THRU 2650-EXIT
               IF WS-WL-REASON(WS-I-LINE) IS NOT EQUAL TO SPACES
                   ADD 1 TO WS-BAD-LINES
               END-IF
           END-PERFORM.
       2600-EXIT.
           EXIT.
       2650-CHECK-ONE-LINE.
           IF WS-WL-QTY(WS-I-LINE) IS EQUAL TO ZERO
               MOVE "CANTIDAD NO VALIDA" TO WS-WL-REASON(WS-I-LINE)
               GO TO 2650-EXIT
           END-IF.
           MOVE WS-WL-PRODUCT(WS-I-LINE) TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "PRODUCTO DESCONOCIDO" TO
                       WS-WL-REASON(WS-I-LINE)
                   GO TO 2650-EXIT
           END-READ.
           IF PC-IS-DELETED
               MOVE "PRODUCTO DADO DE BAJA" TO WS-WL-REASON(WS-I-LINE)
               GO TO 2650-EXIT
           END-IF.
           IF PC-RESERVED IS NOT NUMERIC
               MOVE ZERO TO PC-RESERVED
           END-IF.
           MOVE WS-WL-QTY(WS-I-LINE) TO WS-ORDER-QTY.
           PERFORM VARYING WS-J-LINE FROM 1 BY 1
                   UNTIL WS-J-LINE IS NOT LESS THAN WS-I-LINE
               IF WS-WL-PRODUCT(WS-J-LINE) IS EQUAL TO PC-CODE
                   ADD WS-WL-QTY(WS-J-LINE) TO WS-ORDER-QTY
               END-IF
           END-PERFORM.
           COMPUTE WS-AVAILABLE = PC-ON-HAND - PC-RESERVED.
           IF WS-ORDER-QTY IS GREATER THAN WS-AVAILABLE
               MOVE "SIN EXISTENCIAS SUFICIENTES" TO
                   WS-WL-REASON(WS-I-LINE)
           END-IF.
       2650-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2700-FIND-CUSTOMER - casa al cliente por su codigo de socio *
      * (recorriendo el maestro, que no tiene clave por socio) o,   *
      * si la web no lo trae, por el nombre; si no existe se da de  *
      * alta con el contacto del pedido, como el alta de la caja.   *
      *-----------------------------------------------------------*
       2700-FIND-CUSTOMER.
           SET WS-NOT-FOUND TO TRUE.
           IF WS-WO-MEMBER IS NOT EQUAL TO SPACES
               MOVE ZERO TO CM-CUSTOMER-ID
               MOVE "N" TO WS-SCAN-EOF-SW
               START CLIENT-FILE KEY IS NOT LESS THAN CM-CUSTOMER-ID
                   INVALID KEY
                       SET WS-SCAN-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-SCAN-EOF OR WS-FOUND
                   READ CLIENT-FILE NEXT RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF CM-MEMBER-CODE IS EQUAL TO WS-WO-MEMBER
                                   AND NOT CM-IS-DELETED
                               SET WS-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE WS-WO-NAME TO CM-NAME
               READ CLIENT-FILE KEY IS CM-NAME
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       IF NOT CM-IS-DELETED
                           SET WS-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-FOUND
               MOVE CM-CUSTOMER-ID TO WS-CUST-ID
               MOVE CM-NAME TO WS-CUST-NAME
               GO TO 2700-EXIT
           END-IF.
           IF WS-WO-NAME IS EQUAL TO SPACES
               MOVE "CLIENTE NUEVO SIN NOMBRE" TO WS-WO-REASON
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-WO-NAME TO CM-NAME.
           MOVE ZERO TO CM-AGE.
           MOVE ZERO TO CM-BALANCE.
           MOVE ZERO TO CM-CREDIT-LIMIT.
           MOVE "CLIENTE" TO WS-TN-ACTION.
           CALL "TICKNUM" USING WS-TN-ACTION, WS-TN-NUMBER.
           MOVE WS-TN-NUMBER TO CM-CUSTOMER-ID.
           MOVE WS-WO-MEMBER TO CM-MEMBER-CODE.
           MOVE ZERO TO CM-POINTS.
           SET CM-IS-ACTIVE TO TRUE.
           MOVE SPACE TO CM-BLOCK.
      * Sin segmento hasta la proxima pasada de segmentacion.
           MOVE SPACE TO CM-SEGMENT.
           MOVE ZERO TO CM-SEGMENT-DATE.
           MOVE ZERO TO CM-LAST-PURCHASE.
           MOVE ZERO TO CM-RFM-TICKETS.
           MOVE ZERO TO CM-RFM-SPEND.
           MOVE SPACES TO CM-PRICE-LIST.
      * Los datos fiscales se dan de alta en el mantenimiento.
           MOVE SPACES TO CM-TAX-ID.
           MOVE SPACES TO CM-FISCAL-ADDRESS.
           MOVE SPACES TO CM-FISCAL-POSTCODE.
           MOVE SPACES TO CM-FISCAL-CITY.
           MOVE ZERO TO CM-WRITTEN-OFF.
           MOVE SPACES TO CM-MANDATE-IBAN.
           MOVE SPACES TO CM-MANDATE-REF.
           MOVE ZERO TO CM-MANDATE-DATE.
           MOVE SPACE TO CM-MANDATE-STATUS.
           MOVE ZERO TO CM-MANDATE-LAST-DEBIT.
      * El contacto viene de la web; el consentimiento comercial no
      * se da por supuesto: se recoge en el mantenimiento.
           MOVE WS-WO-EMAIL TO CM-EMAIL.
           MOVE WS-WO-PHONE TO CM-PHONE.
           MOVE SPACES TO CM-POSTAL-ADDRESS.
           MOVE SPACES TO CM-POSTAL-POSTCODE.
           MOVE SPACES TO CM-POSTAL-CITY.
           MOVE SPACE TO CM-MKT-CONSENT.
           MOVE ZERO TO CM-MKT-CONSENT-DATE.
           WRITE CLIENT-MASTER-REC
               INVALID KEY
                   MOVE "NO SE PUDO DAR DE ALTA AL CLIENTE" TO
                       WS-WO-REASON
                   GO TO 2700-EXIT
           END-WRITE.
           SET WS-FOUND TO TRUE.
           ADD 1 TO WS-NEW-CUSTOMERS.
           MOVE CM-CUSTOMER-ID TO WS-CUST-ID.
           MOVE CM-NAME TO WS-CUST-NAME.
           MOVE "CLIENTS" TO WS-CHG-FILE.
           MOVE CM-NAME TO WS-CHG-KEY.
           MOVE "ALTA" TO WS-CHG-FIELD.
           MOVE "-" TO WS-CHG-BEFORE.
           MOVE CM-CUSTOMER-ID TO WS-CHG-AFTER.
           CALL "CHGLOG" USING BY CONTENT WS-CHG-FILE, WS-CHG-KEY,
               WS-CHG-FIELD, WS-CHG-BEFORE, WS-CHG-AFTER.
       2700-EXIT.
           EXIT.
      * Igual que una linea apartada en la tienda: suma su cantidad
      * a la reserva del catalogo y se graba a precio de catalogo.
       2800-RESERVE-LINE.
           MOVE WS-WL-PRODUCT(WS-I-LINE) TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   GO TO 2800-EXIT
           END-READ.
           IF PC-RESERVED IS NOT NUMERIC
               MOVE ZERO TO PC-RESERVED
           END-IF.
           ADD WS-WL-QTY(WS-I-LINE) TO PC-RESERVED.
           REWRITE PRODUCT-CAT-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO RESERVAR EL STOCK DE "
                       FUNCTION TRIM(PC-CODE) " **"
                   GO TO 2800-EXIT
           END-REWRITE.
           ADD 1 TO WS-OUT-SEQ.
           MOVE WS-NEW-ORDER-NUM TO OR-NUMBER.
           MOVE WS-OUT-SEQ TO OR-LINE-SEQ.
           MOVE "D" TO OR-TYPE.
           MOVE WS-CURR-DATE TO OR-DATE.
           MOVE SPACES TO OR-DETAIL-DATA.
           MOVE PC-CODE TO OR-PRODUCT.
           MOVE PC-NAME TO OR-PROD-NAME.
           MOVE PC-PRICE TO OR-PRICE.
           MOVE WS-WL-QTY(WS-I-LINE) TO OR-QTY.
           WRITE CUSTOMER-ORDER-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO GRABAR LA LINEA DEL "
                       "ENCARGO " WS-NEW-ORDER-NUM " **"
           END-WRITE.
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2850-TAKE-PREPAYMENT - lo pagado en la web es la senal del  *
      * encargo: abona el saldo del cliente y deja su linea en el   *
      * diario de pagos, igual que la senal tomada en la tienda. Si *
      * el abono no se puede grabar, el encargo queda sin senal.    *
      *-----------------------------------------------------------*
       2850-TAKE-PREPAYMENT.
           IF WS-WO-PREPAID IS EQUAL TO ZERO
               GO TO 2850-EXIT
           END-IF.
           MOVE WS-CUST-ID TO CM-CUSTOMER-ID.
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "** NO SE PUDO ABONAR LO PAGADO EN LA WEB "
                       "DEL PEDIDO " WS-WO-REF " **"
                   MOVE ZERO TO WS-WO-PREPAID
                   GO TO 2850-EXIT
           END-READ.
           IF CM-BALANCE IS NOT NUMERIC
               MOVE ZERO TO CM-BALANCE
           END-IF.
           ADD WS-WO-PREPAID TO CM-BALANCE.
           REWRITE CLIENT-MASTER-REC
               INVALID KEY
                   DISPLAY "** NO SE PUDO ABONAR LO PAGADO EN LA WEB "
                       "DEL PEDIDO " WS-WO-REF " **"
                   MOVE ZERO TO WS-WO-PREPAID
                   GO TO 2850-EXIT
           END-REWRITE.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-DATE TO PY-DATE.
           MOVE WS-CURR-TIME TO PY-TIME.
           MOVE "WEB" TO PY-OPERATOR.
           MOVE CM-NAME TO PY-NAME.
           MOVE WS-WO-METHOD TO PY-METHOD.
           MOVE WS-WO-PREPAID TO PY-AMOUNT.
           MOVE SPACE TO PY-KIND.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-STATUS IS NOT EQUAL TO "00" AND
                   WS-PAYMENT-STATUS IS NOT EQUAL TO "05"
               OPEN OUTPUT PAYMENT-FILE
           END-IF.
           MOVE PAYMENT-REC TO PAYMENT-FILE-REC.
           WRITE PAYMENT-FILE-REC.
           CLOSE PAYMENT-FILE.
           ADD WS-WO-PREPAID TO WS-PREPAID-TOTAL.
       2850-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2900-REJECT-ORDER - contesta el pedido rechazado con su     *
      * motivo y, debajo, cada linea que no se pudo servir.         *
      *-----------------------------------------------------------*
       2900-REJECT-ORDER.
           ADD 1 TO WS-REJECTED.
           MOVE SPACES TO WEB-RESPONSE-REC.
           MOVE WS-WO-REF TO WR-WEB-REF.
           MOVE ZERO TO WR-LINE.
           SET WR-IS-REJECTED TO TRUE.
           MOVE ZERO TO WR-ORDER-NUM.
           MOVE WS-WO-REASON TO WR-REASON.
           PERFORM 2950-WRITE-RESPONSE THRU 2950-EXIT.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "PEDIDO " DELIMITED BY SIZE
                   WS-WO-REF DELIMITED BY SIZE
                   ": RECHAZADO - " DELIMITED BY SIZE
                   WS-WO-REASON DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
           PERFORM VARYING WS-I-LINE FROM 1 BY 1
                   UNTIL WS-I-LINE IS GREATER THAN WS-WL-COUNT
               IF WS-WL-REASON(WS-I-LINE) IS NOT EQUAL TO SPACES
                   PERFORM 2910-REJECT-LINE THRU 2910-EXIT
               END-IF
           END-PERFORM.
       2900-EXIT.
           EXIT.
       2910-REJECT-LINE.
           MOVE SPACES TO WEB-RESPONSE-REC.
           MOVE WS-WO-REF TO WR-WEB-REF.
           MOVE WS-I-LINE TO WR-LINE.
           SET WR-IS-REJECTED TO TRUE.
           MOVE ZERO TO WR-ORDER-NUM.
           MOVE WS-WL-PRODUCT(WS-I-LINE) TO WR-PRODUCT.
           MOVE WS-WL-REASON(WS-I-LINE) TO WR-REASON.
           PERFORM 2950-WRITE-RESPONSE THRU 2950-EXIT.
           MOVE WS-I-LINE TO WS-EDIT-LINE.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "    LINEA " DELIMITED BY SIZE
                   WS-EDIT-LINE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WR-PRODUCT DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WR-REASON DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
       2910-EXIT.
           EXIT.
       2950-WRITE-RESPONSE.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-DATE TO WR-DATE.
           MOVE WS-CURR-TIME(1:6) TO WR-TIME.
           MOVE WEB-RESPONSE-REC TO WEBRESP-FILE-REC.
           WRITE WEBRESP-FILE-REC.
       2950-EXIT.
           EXIT.
       3000-PRINT-SUMMARY.
           MOVE ALL "-" TO WOIRPT-LINE.
           WRITE WOIRPT-LINE.
           MOVE WS-ACCEPTED TO WS-EDIT-COUNT.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "PEDIDOS IMPORTADOS COMO ENCARGO: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
           MOVE WS-REPEATED TO WS-EDIT-COUNT.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "PEDIDOS YA IMPORTADOS ANTES:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
           MOVE WS-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "PEDIDOS RECHAZADOS (WEBRESP.DAT):" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
           MOVE WS-NEW-CUSTOMERS TO WS-EDIT-COUNT.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "CLIENTES DADOS DE ALTA:          " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
           MOVE WS-PREPAID-TOTAL TO WS-EDIT-MONEY.
           MOVE SPACES TO WOIRPT-LINE.
           STRING "PAGADO EN LA WEB (SENALES):   " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO WOIRPT-LINE
           END-STRING.
           WRITE WOIRPT-LINE.
           DISPLAY "EX04WOI: " WS-ACCEPTED " IMPORTADOS, "
               WS-REJECTED " RECHAZADOS, " WS-REPEATED
               " REPETIDOS; VEA WEBIMP.TXT".
           IF WS-REJECTED IS GREATER THAN ZERO
               MOVE "RECHAZOS" TO WS-RUN-OUTCOME
           END-IF.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra ficheros, deja el informe en el     *
      * spool y el resultado en el rastro de auditoria.             *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS NOT EQUAL TO "FALLO" AND
                   WS-RUN-OUTCOME IS NOT EQUAL TO "VACIO"
               CLOSE WEBORD-FILE
               CLOSE ORDER-FILE
               CLOSE PRODUCT-FILE
               CLOSE CLIENT-FILE
               CLOSE WEBLOG-FILE
               CLOSE WEBRESP-FILE
               CLOSE WOIRPT-FILE
               MOVE "WEBIMP.TXT" TO WS-SPL-NAME
               CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04WOI" TO WS-AUD-PROGRAM.
           MOVE "IMPORTACION DE PEDIDOS WEB TERMINADA" TO
               WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

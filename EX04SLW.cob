       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04SLW.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Genero parado: la fecha   *
      *                  de la ultima venta de cada producto sale   *
      *                  del kardex (STKMOVE.DAT) y el informe      *
      *                  (SLOWMOVE.TXT, por el spool) lista los     *
      *                  productos con stock sin vender en 180, 90  *
      *                  y 60 dias, valorados a coste medio. Sobre  *
      *                  los que se elijan se generan propuestas de *
      *                  rebaja (MARKDOWN.DAT) con un precio        *
      *                  sugerido; aprobadas por un supervisor      *
      *                  (OVERRIDE) pasan al catalogo como precio   *
      *                  pendiente y EX04PRC las activa con su      *
      *                  linea en el diario de precios. Se llama    *
      *                  desde el inventario fisico (EX04STT).      *
      * 2026-10-15  JMS  El kardex se lee como lo graba STKMOVE,    *
      *                  con los campos separados por "|", y la     *
      *                  fecha de efecto de la rebaja se valida     *
      *                  como fecha real del calendario.            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Kardex: las salidas por venta (caja y tickets de
      * contingencia) dan la fecha de la ultima venta.
           SELECT STKMOVE-FILE ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKMOVE-STATUS.
      * Catalogo: se recorre para el informe y recibe el precio
      * pendiente de las rebajas aprobadas.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Propuestas de rebaja, una viva por producto.
           SELECT MARKDOWN-FILE ASSIGN TO "MARKDOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-CODE
               FILE STATUS IS WS-MARKDOWN-STATUS.
      * Informe de genero parado.
           SELECT SLOWRPT-FILE ASSIGN TO "SLOWMOVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOWRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STKMOVE-FILE.
       01  STKMOVE-FILE-REC                     PIC X(80).
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  MARKDOWN-FILE.
           COPY "MKDPROP.CPY".
       FD  SLOWRPT-FILE.
       01  SLOWRPT-LINE                         PIC X(132).
       WORKING-STORAGE SECTION.
           COPY "STKMOVE.CPY".
       78  SLW-MAX-PRODUCTS                     VALUE 2000.
       01  WS-STKMOVE-STATUS                    PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-MARKDOWN-STATUS                   PIC X(02).
       01  WS-SLOWRPT-STATUS                    PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-STOP-SW                           PIC X(01) VALUE "N".
           88  WS-STOP-PROPOSING                VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-FOUND                         VALUE "Y".
           88  WS-NOT-FOUND                     VALUE "N".
       01  WS-OPTION                            PIC X(01).
           88  WS-OPT-REPORT                    VALUE "I".
           88  WS-OPT-PROPOSE                   VALUE "G".
           88  WS-OPT-APPROVE                   VALUE "A".
           88  WS-OPT-EXIT                      VALUE "X".
       01  WS-OPERATOR                          PIC X(08).
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-DATE-ED.
           05  WS-CD-YYYY                       PIC 9(04).
           05  WS-CD-MM                         PIC 9(02).
           05  WS-CD-DD                         PIC 9(02).
      * Ultima venta por producto segun el kardex, al estilo de las
      * tablas del margen bruto.
       01  WS-SALE-TABLE.
           05  WS-SALE-COUNT                    PIC 9(04) VALUE ZERO.
           05  WS-SALE-ENTRY OCCURS 1 TO SLW-MAX-PRODUCTS TIMES
                   DEPENDING ON WS-SALE-COUNT
                   INDEXED BY WS-SALE-IDX.
               10  WS-SALE-CODE                 PIC X(06).
               10  WS-SALE-DATE                 PIC 9(08).
       01  WS-OVERFLOW                          PIC 9(06) VALUE ZERO.
      * Tramos del informe, del mas parado al menos: dias sin venta
      * desde / hasta.
       01  WS-BUCKET-DATA.
           05  FILLER                           PIC 9(05) VALUE 180.
           05  FILLER                           PIC 9(05) VALUE 99999.
           05  FILLER                           PIC 9(05) VALUE 90.
           05  FILLER                           PIC 9(05) VALUE 179.
           05  FILLER                           PIC 9(05) VALUE 60.
           05  FILLER                           PIC 9(05) VALUE 89.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-DATA.
           05  WS-BUCKET-ENTRY OCCURS 3 TIMES.
               10  WS-BKT-FROM                  PIC 9(05).
               10  WS-BKT-TO                    PIC 9(05).
       01  WS-I-BKT                             PIC 9(01).
      * Producto en curso: ultima venta y dias sin vender (sin
      * ninguna venta en el kardex cuenta como el tramo mas alto).
       01  WS-LAST-SALE                         PIC 9(08).
       01  WS-LAST-SALE-ED REDEFINES WS-LAST-SALE.
           05  WS-LS-YYYY                       PIC 9(04).
           05  WS-LS-MM                         PIC 9(02).
           05  WS-LS-DD                         PIC 9(02).
       01  WS-DAYS-IDLE                         PIC 9(05).
       01  WS-LAST-SALE-TEXT                    PIC X(10).
       01  WS-LINE-VALUE                        PIC 9(11)V99.
       01  WS-SUB-COUNT                         PIC 9(06).
       01  WS-SUB-UNITS                         PIC 9(09).
       01  WS-SUB-VALUE                         PIC 9(11)V99.
       01  WS-TOTAL-COUNT                       PIC 9(06).
       01  WS-TOTAL-UNITS                       PIC 9(09).
       01  WS-TOTAL-VALUE                       PIC 9(11)V99.
      * Generacion de propuestas: tramo minimo, rebaja sugerida,
      * departamento (en blanco = todos) y fecha de efecto.
       01  WS-DAYS-INPUT                        PIC X(03).
       01  WS-MIN-DAYS                          PIC 9(05).
       01  WS-PCT-INPUT                         PIC X(06).
       01  WS-MARKDOWN-PCT                      PIC 9(02)V99.
       01  WS-DEPT-INPUT                        PIC X(03).
       01  WS-DATE-INPUT                        PIC X(08).
       01  WS-EFF-DATE                          PIC 9(08).
       01  WS-DATE-NUM                          PIC 9(08).
       01  WS-DATE-OK-SW                        PIC X(01) VALUE "N".
           88  WS-DATE-OK                       VALUE "Y".
       01  WS-PRICE-INPUT                       PIC X(10).
       01  WS-NEW-PRICE                         PIC 9(05)V99.
       01  WS-DECISION                          PIC X(01).
       01  WS-PROPOSED                          PIC 9(04).
       01  WS-SKIPPED                           PIC 9(04).
      * Aprobacion: pendientes, coste total de la rebaja sobre el
      * stock y resultado.
       01  WS-PENDING                           PIC 9(04).
       01  WS-APPROVED                          PIC 9(04).
       01  WS-REJECTED                          PIC 9(04).
       01  WS-MARKDOWN-VALUE                    PIC 9(09)V99.
       01  WS-EDIT-QTY                          PIC Z,ZZZ,ZZ9-.
       01  WS-EDIT-PRICE                        PIC $$$,$$9.99.
       01  WS-EDIT-PRICE2                       PIC $$$,$$9.99.
       01  WS-EDIT-COST                         PIC $$$,$$9.99.
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99.
       01  WS-EDIT-DAYS                         PIC ZZZZ9.
       01  WS-EDIT-DAYS2                        PIC ZZZZ9.
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-EDIT-PCT                          PIC Z9.99.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Parametros para la subrutina OVERRIDE.
       01  WS-OVR-REASON                        PIC X(20).
       01  WS-OVR-AMOUNT                        PIC 9(9)V99.
       01  WS-OVR-RESULT                        PIC X(01).
      * Parametros para la subrutina CHGLOG.
       01  WS-CHG-FILE                          PIC X(12).
       01  WS-CHG-KEY                           PIC X(30).
       01  WS-CHG-FIELD                         PIC X(12).
       01  WS-CHG-BEFORE                        PIC X(20).
       01  WS-CHG-AFTER                         PIC X(20).
       01  WS-CHG-AMT                           PIC -(7)9.99.
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
      * Invocado como subrutina desde el inventario fisico: el
      * estado de la ejecucion anterior queda en memoria y hay que
      * limpiarlo.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE SPACES TO WS-OPTION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM UNTIL WS-OPT-EXIT
                   PERFORM 1500-SHOW-MENU THRU 1500-EXIT
                   EVALUATE TRUE
                       WHEN WS-OPT-REPORT
                           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
                       WHEN WS-OPT-PROPOSE
                           PERFORM 4000-PROPOSE-MARKDOWNS THRU
                               4000-EXIT
                       WHEN WS-OPT-APPROVE
                           PERFORM 5000-APPROVE-MARKDOWNS THRU
                               5000-EXIT
                       WHEN WS-OPT-EXIT
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "OPCION NO VALIDA"
                   END-EVALUATE
               END-PERFORM
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - abre el catalogo y las propuestas (las    *
      * crea vacias la primera vez) y deja constancia del arranque. *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-CURR-DATE.
           MOVE WS-CURR-DATE TO WS-CURR-DATE-ED.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF WS-OPERATOR IS EQUAL TO SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-OPERATOR IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
           MOVE "EX04SLW" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "GENERO PARADO Y REBAJAS INICIADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           OPEN I-O PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04SLW: NO SE PUDO ABRIR PRODCAT.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O MARKDOWN-FILE.
           IF WS-MARKDOWN-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT MARKDOWN-FILE
               CLOSE MARKDOWN-FILE
               OPEN I-O MARKDOWN-FILE
           END-IF.
       1000-EXIT.
           EXIT.
       1500-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "---- GENERO PARADO Y REBAJAS ----".
           DISPLAY "I) INFORME SIN VENTA 60/90/180 DIAS   "
               "G) GENERAR PROPUESTAS DE REBAJA".
           DISPLAY "A) APROBAR PROPUESTAS (SUPERVISOR)     X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
       1500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-LOAD-LAST-SALES - recorre el kardex y guarda por       *
      * producto la fecha de su salida por venta mas reciente.      *
      * Las devoluciones de clientes (EX04RET) no cuentan.          *
      *-----------------------------------------------------------*
       2000-LOAD-LAST-SALES.
           MOVE ZERO TO WS-SALE-COUNT.
           MOVE ZERO TO WS-OVERFLOW.
           OPEN INPUT STKMOVE-FILE.
           IF WS-STKMOVE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "AVISO: NO HAY KARDEX, NINGUN PRODUCTO TIENE "
                   "VENTAS REGISTRADAS"
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ STKMOVE-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       MOVE SPACES TO STOCK-MOVE-REC
                       UNSTRING STKMOVE-FILE-REC DELIMITED BY "|"
                           INTO KX-DATE, KX-TIME, KX-PROGRAM,
                           KX-REFERENCE, KX-PRODUCT, KX-QTY,
                           KX-BEFORE, KX-AFTER
                       END-UNSTRING
                       IF (KX-PROGRAM IS EQUAL TO "EX04" OR
                               KX-PROGRAM IS EQUAL TO "EX04OFF") AND
                               KX-QTY IS NUMERIC AND
                               KX-QTY IS LESS THAN ZERO AND
                               KX-DATE IS NUMERIC
                           PERFORM 2100-NOTE-SALE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STKMOVE-FILE.
           IF WS-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-OVERFLOW TO WS-EDIT-COUNT
               DISPLAY "AVISO: TABLA DE PRODUCTOS LLENA, "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   " VENTAS SIN TENER EN CUENTA"
           END-IF.
       2000-EXIT.
           EXIT.
       2100-NOTE-SALE.
           SET WS-SALE-IDX TO 1.
           SEARCH WS-SALE-ENTRY
               AT END
                   IF WS-SALE-COUNT IS LESS THAN SLW-MAX-PRODUCTS
                       ADD 1 TO WS-SALE-COUNT
                       SET WS-SALE-IDX TO WS-SALE-COUNT
                       MOVE KX-PRODUCT TO WS-SALE-CODE(WS-SALE-IDX)
                       MOVE KX-DATE TO WS-SALE-DATE(WS-SALE-IDX)
                   ELSE
                       ADD 1 TO WS-OVERFLOW
                   END-IF
               WHEN WS-SALE-CODE(WS-SALE-IDX) IS EQUAL TO KX-PRODUCT
                   IF KX-DATE IS GREATER THAN
                           WS-SALE-DATE(WS-SALE-IDX)
                       MOVE KX-DATE TO WS-SALE-DATE(WS-SALE-IDX)
                   END-IF
           END-SEARCH.
       2100-EXIT.
           EXIT.
      * Ultima venta y dias sin vender del producto en curso.
       2200-FIND-LAST-SALE.
           MOVE ZERO TO WS-LAST-SALE.
           MOVE 99999 TO WS-DAYS-IDLE.
           MOVE "SIN VENTAS" TO WS-LAST-SALE-TEXT.
           IF WS-SALE-COUNT IS EQUAL TO ZERO
               GO TO 2200-EXIT
           END-IF.
           SET WS-SALE-IDX TO 1.
           SEARCH WS-SALE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SALE-CODE(WS-SALE-IDX) IS EQUAL TO PC-CODE
                   MOVE WS-SALE-DATE(WS-SALE-IDX) TO WS-LAST-SALE
           END-SEARCH.
           IF WS-LAST-SALE IS EQUAL TO ZERO
               GO TO 2200-EXIT
           END-IF.
           IF WS-LAST-SALE IS LESS THAN WS-CURR-DATE
               COMPUTE WS-DAYS-IDLE =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-LAST-SALE)
           ELSE
               MOVE ZERO TO WS-DAYS-IDLE
           END-IF.
           MOVE SPACES TO WS-LAST-SALE-TEXT.
           STRING WS-LS-DD "/" WS-LS-MM "/" WS-LS-YYYY
               DELIMITED BY SIZE INTO WS-LAST-SALE-TEXT
           END-STRING.
       2200-EXIT.
           EXIT.
      * Lectura secuencial del catalogo desde el principio.
       2300-START-CATALOG.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO PC-CODE.
           START PRODUCT-FILE KEY IS NOT LESS THAN PC-CODE
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-START.
       2300-EXIT.
           EXIT.
       2400-READ-CATALOG.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-PRINT-REPORT - un bloque por tramo (180 o mas, 90 a    *
      * 179 y 60 a 89 dias sin venta) con los productos activos     *
      * con stock, su ultima venta y el valor a coste medio.        *
      *-----------------------------------------------------------*
       3000-PRINT-REPORT.
           PERFORM 2000-LOAD-LAST-SALES THRU 2000-EXIT.
           OPEN OUTPUT SLOWRPT-FILE.
           MOVE SPACES TO SLOWRPT-LINE.
           STRING "GENERO PARADO: PRODUCTOS CON STOCK SIN VENTA - "
                   DELIMITED BY SIZE
                   WS-CD-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-YYYY DELIMITED BY SIZE
                   INTO SLOWRPT-LINE
           END-STRING.
           WRITE SLOWRPT-LINE.
           MOVE ZERO TO WS-TOTAL-COUNT.
           MOVE ZERO TO WS-TOTAL-UNITS.
           MOVE ZERO TO WS-TOTAL-VALUE.
           PERFORM 3100-PRINT-BUCKET THRU 3100-EXIT
               VARYING WS-I-BKT FROM 1 BY 1
               UNTIL WS-I-BKT IS GREATER THAN 3.
           MOVE ALL "=" TO SLOWRPT-LINE.
           WRITE SLOWRPT-LINE.
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-UNITS TO WS-EDIT-QTY.
           MOVE WS-TOTAL-VALUE TO WS-EDIT-MONEY.
           MOVE SPACES TO SLOWRPT-LINE.
           STRING "TOTAL GENERO PARADO: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " PRODUCTOS  UNIDADES: " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   "  VALOR A COSTE: " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO SLOWRPT-LINE
           END-STRING.
           WRITE SLOWRPT-LINE.
           IF WS-OVERFLOW IS GREATER THAN ZERO
               MOVE SPACES TO SLOWRPT-LINE
               STRING "AVISO: TABLA DE PRODUCTOS LLENA, ALGUNAS "
                       DELIMITED BY SIZE
                       "ULTIMAS VENTAS NO SE HAN TENIDO EN CUENTA"
                       DELIMITED BY SIZE
                       INTO SLOWRPT-LINE
               END-STRING
               WRITE SLOWRPT-LINE
           END-IF.
           CLOSE SLOWRPT-FILE.
           MOVE "SLOWMOVE.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "TOTAL GENERO PARADO: " FUNCTION TRIM(WS-EDIT-COUNT)
               " PRODUCTOS, " FUNCTION TRIM(WS-EDIT-MONEY)
               " A COSTE".
           DISPLAY "INFORME ESCRITO EN SLOWMOVE.TXT".
       3000-EXIT.
           EXIT.
       3100-PRINT-BUCKET.
           MOVE ALL "-" TO SLOWRPT-LINE.
           WRITE SLOWRPT-LINE.
           MOVE WS-BKT-FROM(WS-I-BKT) TO WS-EDIT-DAYS.
           MOVE WS-BKT-TO(WS-I-BKT) TO WS-EDIT-DAYS2.
           MOVE SPACES TO SLOWRPT-LINE.
           IF WS-I-BKT IS EQUAL TO 1
               STRING "SIN VENTA EN " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                       " DIAS O MAS (O NUNCA VENDIDO)"
                       DELIMITED BY SIZE
                       INTO SLOWRPT-LINE
               END-STRING
           ELSE
               STRING "SIN VENTA EN " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-DAYS2) DELIMITED BY SIZE
                       " DIAS" DELIMITED BY SIZE
                       INTO SLOWRPT-LINE
               END-STRING
           END-IF.
           WRITE SLOWRPT-LINE.
           MOVE SPACES TO SLOWRPT-LINE.
           STRING "CODIGO  PRODUCTO                       DPTO "
                   DELIMITED BY SIZE
                   "ULT.VENTA   DIAS   UNIDADES COSTE MEDIO"
                   DELIMITED BY SIZE
                   "          VALOR" DELIMITED BY SIZE
                   INTO SLOWRPT-LINE
           END-STRING.
           WRITE SLOWRPT-LINE.
           MOVE ZERO TO WS-SUB-COUNT.
           MOVE ZERO TO WS-SUB-UNITS.
           MOVE ZERO TO WS-SUB-VALUE.
           PERFORM 2300-START-CATALOG THRU 2300-EXIT.
           IF NOT WS-NO-MORE-RECORDS
               PERFORM 2400-READ-CATALOG THRU 2400-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF PC-IS-ACTIVE AND PC-ON-HAND IS NUMERIC AND
                       PC-ON-HAND IS GREATER THAN ZERO
                   PERFORM 2200-FIND-LAST-SALE THRU 2200-EXIT
                   IF WS-DAYS-IDLE IS NOT LESS THAN
                           WS-BKT-FROM(WS-I-BKT) AND
                           WS-DAYS-IDLE IS NOT GREATER THAN
                           WS-BKT-TO(WS-I-BKT)
                       PERFORM 3200-PRINT-PRODUCT THRU 3200-EXIT
                   END-IF
               END-IF
               PERFORM 2400-READ-CATALOG THRU 2400-EXIT
           END-PERFORM.
           MOVE WS-SUB-COUNT TO WS-EDIT-COUNT.
           MOVE WS-SUB-UNITS TO WS-EDIT-QTY.
           MOVE WS-SUB-VALUE TO WS-EDIT-MONEY.
           MOVE SPACES TO SLOWRPT-LINE.
           STRING "  SUBTOTAL TRAMO: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " PRODUCTOS  UNIDADES: " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   "  VALOR A COSTE: " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO SLOWRPT-LINE
           END-STRING.
           WRITE SLOWRPT-LINE.
           ADD WS-SUB-COUNT TO WS-TOTAL-COUNT.
           ADD WS-SUB-UNITS TO WS-TOTAL-UNITS.
           ADD WS-SUB-VALUE TO WS-TOTAL-VALUE.
       3100-EXIT.
           EXIT.
       3200-PRINT-PRODUCT.
           IF PC-COST IS NOT NUMERIC
               MOVE ZERO TO PC-COST
           END-IF.
           COMPUTE WS-LINE-VALUE = PC-ON-HAND * PC-COST.
           ADD 1 TO WS-SUB-COUNT.
           ADD PC-ON-HAND TO WS-SUB-UNITS.
           ADD WS-LINE-VALUE TO WS-SUB-VALUE.
           IF WS-LAST-SALE IS EQUAL TO ZERO
               MOVE ZERO TO WS-EDIT-DAYS
           ELSE
               MOVE WS-DAYS-IDLE TO WS-EDIT-DAYS
           END-IF.
           MOVE PC-ON-HAND TO WS-EDIT-QTY.
           MOVE PC-COST TO WS-EDIT-COST.
           MOVE WS-LINE-VALUE TO WS-EDIT-MONEY.
           MOVE SPACES TO SLOWRPT-LINE.
           STRING PC-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PC-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PC-DEPT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LAST-SALE-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-COST DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   INTO SLOWRPT-LINE
           END-STRING.
           WRITE SLOWRPT-LINE.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-PROPOSE-MARKDOWNS - recorre los productos parados del  *
      * tramo pedido (y del departamento, si se da) y para cada uno *
      * ofrece el precio rebajado sugerido: ENTER lo acepta, otra   *
      * cifra lo corrige, N lo salta y F termina. Lo propuesto      *
      * queda pendiente de aprobacion en MARKDOWN.DAT.              *
      *-----------------------------------------------------------*
       4000-PROPOSE-MARKDOWNS.
           MOVE SPACES TO WS-DAYS-INPUT.
           PERFORM UNTIL WS-DAYS-INPUT IS EQUAL TO "60" OR
                   WS-DAYS-INPUT IS EQUAL TO "90" OR
                   WS-DAYS-INPUT IS EQUAL TO "180"
               DISPLAY "DIAS SIN VENTA COMO MINIMO (60, 90 O 180): "
                   WITH NO ADVANCING
               ACCEPT WS-DAYS-INPUT
               MOVE FUNCTION TRIM(WS-DAYS-INPUT) TO WS-DAYS-INPUT
           END-PERFORM.
           MOVE FUNCTION NUMVAL(WS-DAYS-INPUT) TO WS-MIN-DAYS.
           MOVE SPACES TO WS-PCT-INPUT.
           MOVE ZERO TO WS-MARKDOWN-PCT.
           PERFORM UNTIL WS-MARKDOWN-PCT IS GREATER THAN ZERO
               DISPLAY "PORCENTAJE DE REBAJA SUGERIDO (1-90): "
                   WITH NO ADVANCING
               ACCEPT WS-PCT-INPUT
               IF FUNCTION TEST-NUMVAL(WS-PCT-INPUT) IS NOT EQUAL
                       TO ZERO
                   DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE NUEVO"
               ELSE
                   IF FUNCTION NUMVAL(WS-PCT-INPUT) IS LESS THAN 1
                           OR FUNCTION NUMVAL(WS-PCT-INPUT) IS
                           GREATER THAN 90
                       DISPLAY "PORCENTAJE FUERA DE RANGO"
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-PCT-INPUT) TO
                           WS-MARKDOWN-PCT
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "DEPARTAMENTO (EN BLANCO = TODOS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DEPT-INPUT.
           ACCEPT WS-DEPT-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-INPUT) TO WS-DEPT-INPUT.
      * Por defecto la rebaja entra en vigor manana: la activacion
      * nocturna la aplica en cuanto se aprueba.
           COMPUTE WS-EFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) + 1).
           MOVE "N" TO WS-DATE-OK-SW.
           PERFORM UNTIL WS-DATE-OK
               DISPLAY "FECHA DE EFECTO AAAAMMDD (EN BLANCO = "
                   WS-EFF-DATE "): " WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-INPUT
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS EQUAL TO SPACES
                   SET WS-DATE-OK TO TRUE
               ELSE
                   IF WS-DATE-INPUT IS NUMERIC
                       MOVE WS-DATE-INPUT TO WS-DATE-NUM
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                               IS EQUAL TO ZERO AND
                               WS-DATE-NUM IS GREATER THAN
                               WS-CURR-DATE
                           MOVE WS-DATE-NUM TO WS-EFF-DATE
                           SET WS-DATE-OK TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-DATE-OK
                       DISPLAY "FECHA NO VALIDA (POSTERIOR A HOY), "
                           "INTENTELO DE NUEVO"
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 2000-LOAD-LAST-SALES THRU 2000-EXIT.
           MOVE ZERO TO WS-PROPOSED.
           MOVE ZERO TO WS-SKIPPED.
           MOVE "N" TO WS-STOP-SW.
           PERFORM 2300-START-CATALOG THRU 2300-EXIT.
           IF NOT WS-NO-MORE-RECORDS
               PERFORM 2400-READ-CATALOG THRU 2400-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR WS-STOP-PROPOSING
               IF PC-IS-ACTIVE AND PC-ON-HAND IS NUMERIC AND
                       PC-ON-HAND IS GREATER THAN ZERO AND
                       (WS-DEPT-INPUT IS EQUAL TO SPACES OR
                       PC-DEPT IS EQUAL TO WS-DEPT-INPUT)
                   PERFORM 2200-FIND-LAST-SALE THRU 2200-EXIT
                   IF WS-DAYS-IDLE IS NOT LESS THAN WS-MIN-DAYS
                       PERFORM 4100-PROPOSE-ONE THRU 4100-EXIT
                   END-IF
               END-IF
               IF NOT WS-STOP-PROPOSING
                   PERFORM 2400-READ-CATALOG THRU 2400-EXIT
               END-IF
           END-PERFORM.
           MOVE WS-PROPOSED TO WS-EDIT-COUNT.
           DISPLAY "PROPUESTAS DE REBAJA GRABADAS: "
               FUNCTION TRIM(WS-EDIT-COUNT).
           IF WS-SKIPPED IS GREATER THAN ZERO
               MOVE WS-SKIPPED TO WS-EDIT-COUNT
               DISPLAY "PRODUCTOS CON UN CAMBIO DE PRECIO YA "
                   "PENDIENTE (NO SE PROPONEN): "
                   FUNCTION TRIM(WS-EDIT-COUNT)
           END-IF.
       4000-EXIT.
           EXIT.
       4100-PROPOSE-ONE.
      * Un producto con un precio ya aparcado (tarifa o cambio
      * programado) no admite otro hasta que se active.
           IF PC-PENDING-PRICE IS NUMERIC AND
                   PC-PENDING-PRICE IS GREATER THAN ZERO
               ADD 1 TO WS-SKIPPED
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-NEW-PRICE ROUNDED =
               PC-PRICE * (100 - WS-MARKDOWN-PCT) / 100.
           MOVE PC-ON-HAND TO WS-EDIT-QTY.
           MOVE PC-PRICE TO WS-EDIT-PRICE.
           MOVE WS-NEW-PRICE TO WS-EDIT-PRICE2.
           MOVE PC-COST TO WS-EDIT-COST.
           DISPLAY " ".
           DISPLAY PC-CODE " " PC-NAME " ULT.VENTA "
               WS-LAST-SALE-TEXT " STOCK "
               FUNCTION TRIM(WS-EDIT-QTY).
           DISPLAY "  PRECIO " FUNCTION TRIM(WS-EDIT-PRICE)
               "  COSTE MEDIO " FUNCTION TRIM(WS-EDIT-COST)
               "  SUGERIDO " FUNCTION TRIM(WS-EDIT-PRICE2).
           IF WS-NEW-PRICE IS LESS THAN PC-COST
               DISPLAY "  ** EL PRECIO SUGERIDO QUEDA BAJO COSTE **"
           END-IF.
           MOVE SPACES TO WS-PRICE-INPUT.
           MOVE ZERO TO MD-NEW-PRICE.
           PERFORM UNTIL MD-NEW-PRICE IS GREATER THAN ZERO
               DISPLAY "  PRECIO REBAJADO (ENTER = SUGERIDO, N = NO "
                   "PROPONER, F = TERMINAR): " WITH NO ADVANCING
               MOVE SPACES TO WS-PRICE-INPUT
               ACCEPT WS-PRICE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-PRICE-INPUT) TO
                   WS-PRICE-INPUT
               EVALUATE TRUE
                   WHEN WS-PRICE-INPUT IS EQUAL TO "N"
                       GO TO 4100-EXIT
                   WHEN WS-PRICE-INPUT IS EQUAL TO "F"
                       SET WS-STOP-PROPOSING TO TRUE
                       GO TO 4100-EXIT
                   WHEN WS-PRICE-INPUT IS EQUAL TO SPACES
                       MOVE WS-NEW-PRICE TO MD-NEW-PRICE
                   WHEN FUNCTION TEST-NUMVAL(WS-PRICE-INPUT) IS NOT
                           EQUAL TO ZERO
                       DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE "
                           "NUEVO"
                   WHEN FUNCTION NUMVAL(WS-PRICE-INPUT) IS NOT
                           GREATER THAN ZERO OR
                           FUNCTION NUMVAL(WS-PRICE-INPUT) IS NOT
                           LESS THAN PC-PRICE
                       DISPLAY "LA REBAJA DEBE QUEDAR ENTRE CERO Y EL "
                           "PRECIO ACTUAL"
                   WHEN OTHER
                       MOVE FUNCTION NUMVAL(WS-PRICE-INPUT) TO
                           MD-NEW-PRICE
               END-EVALUATE
           END-PERFORM.
           MOVE MD-NEW-PRICE TO WS-NEW-PRICE.
           MOVE PC-CODE TO MD-CODE.
           READ MARKDOWN-FILE
               INVALID KEY
                   SET WS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           MOVE PC-CODE TO MD-CODE.
           MOVE WS-CURR-DATE TO MD-PROPOSED-DATE.
           MOVE WS-OPERATOR TO MD-OPERATOR.
           MOVE WS-LAST-SALE TO MD-LAST-SALE.
           MOVE WS-DAYS-IDLE TO MD-DAYS.
           MOVE PC-ON-HAND TO MD-ON-HAND.
           MOVE PC-COST TO MD-COST.
           MOVE PC-PRICE TO MD-OLD-PRICE.
           MOVE WS-NEW-PRICE TO MD-NEW-PRICE.
           MOVE WS-EFF-DATE TO MD-EFF-DATE.
           SET MD-IS-PENDING TO TRUE.
           MOVE ZERO TO MD-DECIDED-DATE.
      * Una propuesta anterior del mismo producto (pendiente o ya
      * decidida) se sustituye por la nueva.
           IF WS-FOUND
               REWRITE MARKDOWN-REC
                   INVALID KEY
                       DISPLAY "** NO SE PUDO GRABAR LA PROPUESTA **"
                       GO TO 4100-EXIT
               END-REWRITE
           ELSE
               WRITE MARKDOWN-REC
                   INVALID KEY
                       DISPLAY "** NO SE PUDO GRABAR LA PROPUESTA **"
                       GO TO 4100-EXIT
               END-WRITE
           END-IF.
           ADD 1 TO WS-PROPOSED.
       4100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 5000-APPROVE-MARKDOWNS - con las propuestas pendientes a la *
      * vista y el coste total de la rebaja sobre el stock, un      *
      * supervisor autoriza (OVERRIDE) y decide una a una: A las    *
      * aprueba y pasan al catalogo como precio pendiente, R las    *
      * rechaza y ENTER las deja para otro dia.                     *
      *-----------------------------------------------------------*
       5000-APPROVE-MARKDOWNS.
           MOVE ZERO TO WS-PENDING.
           MOVE ZERO TO WS-APPROVED.
           MOVE ZERO TO WS-REJECTED.
           MOVE ZERO TO WS-MARKDOWN-VALUE.
           PERFORM 5050-START-PROPOSALS THRU 5050-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF MD-IS-PENDING
                   ADD 1 TO WS-PENDING
                   IF MD-ON-HAND IS GREATER THAN ZERO
                       COMPUTE WS-MARKDOWN-VALUE = WS-MARKDOWN-VALUE +
                           (MD-OLD-PRICE - MD-NEW-PRICE) * MD-ON-HAND
                   END-IF
               END-IF
               PERFORM 5060-READ-PROPOSAL THRU 5060-EXIT
           END-PERFORM.
           IF WS-PENDING IS EQUAL TO ZERO
               DISPLAY "NO HAY PROPUESTAS DE REBAJA PENDIENTES"
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-PENDING TO WS-EDIT-COUNT.
           MOVE WS-MARKDOWN-VALUE TO WS-EDIT-MONEY.
           DISPLAY "PROPUESTAS PENDIENTES: " FUNCTION TRIM
               (WS-EDIT-COUNT) ", REBAJA SOBRE EL STOCK: "
               FUNCTION TRIM(WS-EDIT-MONEY).
           MOVE "REBAJAS DE PRECIO" TO WS-OVR-REASON.
           MOVE WS-MARKDOWN-VALUE TO WS-OVR-AMOUNT.
           CALL "OVERRIDE" USING WS-OVR-REASON, WS-OVR-AMOUNT,
               WS-OVR-RESULT.
           IF WS-OVR-RESULT IS NOT EQUAL TO "S"
               DISPLAY "APROBACION NO AUTORIZADA"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-START-PROPOSALS THRU 5050-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF MD-IS-PENDING
                   PERFORM 5100-DECIDE-ONE THRU 5100-EXIT
               END-IF
               PERFORM 5060-READ-PROPOSAL THRU 5060-EXIT
           END-PERFORM.
           MOVE WS-APPROVED TO WS-EDIT-COUNT.
           DISPLAY "REBAJAS APROBADAS: " FUNCTION TRIM(WS-EDIT-COUNT)
               WITH NO ADVANCING.
           MOVE WS-REJECTED TO WS-EDIT-COUNT.
           DISPLAY "  RECHAZADAS: " FUNCTION TRIM(WS-EDIT-COUNT).
           MOVE "EX04SLW" TO WS-AUD-PROGRAM.
           MOVE "REBAJAS" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           MOVE WS-APPROVED TO WS-EDIT-COUNT.
           STRING "REBAJAS APROBADAS: " FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       5000-EXIT.
           EXIT.
       5050-START-PROPOSALS.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO MD-CODE.
           START MARKDOWN-FILE KEY IS NOT LESS THAN MD-CODE
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-START.
           IF NOT WS-NO-MORE-RECORDS
               PERFORM 5060-READ-PROPOSAL THRU 5060-EXIT
           END-IF.
       5050-EXIT.
           EXIT.
       5060-READ-PROPOSAL.
           READ MARKDOWN-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       5060-EXIT.
           EXIT.
       5100-DECIDE-ONE.
           MOVE MD-OLD-PRICE TO WS-EDIT-PRICE.
           MOVE MD-NEW-PRICE TO WS-EDIT-PRICE2.
           MOVE MD-ON-HAND TO WS-EDIT-QTY.
           MOVE MD-DAYS TO WS-EDIT-DAYS.
           DISPLAY " ".
           DISPLAY MD-CODE " DE " FUNCTION TRIM(WS-EDIT-PRICE)
               " A " FUNCTION TRIM(WS-EDIT-PRICE2) " DESDE "
               MD-EFF-DATE "  STOCK " FUNCTION TRIM(WS-EDIT-QTY)
               "  DIAS SIN VENTA " FUNCTION TRIM(WS-EDIT-DAYS).
           DISPLAY "  A) APROBAR  R) RECHAZAR  ENTER) DEJAR "
               "PENDIENTE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DECISION.
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM 5200-APPLY-ONE THRU 5200-EXIT
               WHEN "R"
                   SET MD-IS-REJECTED TO TRUE
                   MOVE WS-CURR-DATE TO MD-DECIDED-DATE
                   REWRITE MARKDOWN-REC
                       INVALID KEY
                           DISPLAY "** NO SE PUDO ANOTAR EL RECHAZO **"
                       NOT INVALID KEY
                           ADD 1 TO WS-REJECTED
                   END-REWRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5100-EXIT.
           EXIT.
      * La rebaja aprobada se aparca en el catalogo, como hace la
      * importacion de tarifas; si el precio cambio desde la
      * propuesta o ya hay otro aparcado, se deja pendiente.
       5200-APPLY-ONE.
           MOVE MD-CODE TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   SET WS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           IF WS-NOT-FOUND OR PC-IS-DELETED
               DISPLAY "  ** EL PRODUCTO YA NO ESTA EN EL CATALOGO, "
                   "SE RECHAZA **"
               SET MD-IS-REJECTED TO TRUE
               MOVE WS-CURR-DATE TO MD-DECIDED-DATE
               REWRITE MARKDOWN-REC
               END-REWRITE
               ADD 1 TO WS-REJECTED
               GO TO 5200-EXIT
           END-IF.
           IF PC-PRICE IS NOT EQUAL TO MD-OLD-PRICE
               DISPLAY "  ** EL PRECIO HA CAMBIADO DESDE LA PROPUESTA,"
                   " SE DEJA PENDIENTE **"
               GO TO 5200-EXIT
           END-IF.
           IF PC-PENDING-PRICE IS NUMERIC AND
                   PC-PENDING-PRICE IS GREATER THAN ZERO
               DISPLAY "  ** YA HAY OTRO CAMBIO DE PRECIO PENDIENTE, "
                   "SE DEJA PENDIENTE **"
               GO TO 5200-EXIT
           END-IF.
           MOVE MD-NEW-PRICE TO PC-PENDING-PRICE.
           MOVE MD-EFF-DATE TO PC-PENDING-DATE.
           REWRITE PRODUCT-CAT-REC
               INVALID KEY
                   DISPLAY "  ** NO SE PUDO ACTUALIZAR EL CATALOGO **"
                   GO TO 5200-EXIT
           END-REWRITE.
           MOVE "PRODCAT" TO WS-CHG-FILE.
           MOVE PC-CODE TO WS-CHG-KEY.
           MOVE "PC-PENDING" TO WS-CHG-FIELD.
           MOVE ZERO TO WS-CHG-AMT.
           MOVE WS-CHG-AMT TO WS-CHG-BEFORE.
           MOVE SPACES TO WS-CHG-AFTER.
           MOVE MD-NEW-PRICE TO WS-CHG-AMT.
           STRING FUNCTION TRIM(WS-CHG-AMT) " " MD-EFF-DATE
               DELIMITED BY SIZE INTO WS-CHG-AFTER
           END-STRING.
           CALL "CHGLOG" USING BY CONTENT WS-CHG-FILE, WS-CHG-KEY,
               WS-CHG-FIELD, WS-CHG-BEFORE, WS-CHG-AFTER.
           SET MD-IS-APPROVED TO TRUE.
           MOVE WS-CURR-DATE TO MD-DECIDED-DATE.
           REWRITE MARKDOWN-REC
               INVALID KEY
                   DISPLAY "  ** NO SE PUDO ANOTAR LA APROBACION **"
           END-REWRITE.
           ADD 1 TO WS-APPROVED.
           DISPLAY "  REBAJA APARCADA PARA EL " MD-EFF-DATE.
       5200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra ficheros y deja constancia del      *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               CLOSE PRODUCT-FILE
               CLOSE MARKDOWN-FILE
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04SLW" TO WS-AUD-PROGRAM.
           MOVE "GENERO PARADO Y REBAJAS TERMINADO" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

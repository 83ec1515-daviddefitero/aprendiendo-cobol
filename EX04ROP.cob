       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04ROP.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Recalculo mensual de los  *
      *                  puntos de pedido con las ventas reales:    *
      *                  de los ultimos N meses cerrados de         *
      *                  MONTHSUM.DAT saca la demanda media diaria  *
      *                  y su variacion de un mes a otro, y con el  *
      *                  plazo de entrega del proveedor habitual    *
      *                  propone un punto de pedido con stock de    *
      *                  seguridad. El informe (ROPCALC.TXT, por el *
      *                  spool) enfrenta el valor actual con el     *
      *                  propuesto y los cambios aceptados pasan al *
      *                  catalogo con su linea en el diario de      *
      *                  cambios. Se llama desde los pedidos a      *
      *                  proveedor (EX04POR).                       *
      * 2026-10-15  JMS  El registro del consolidado se toma de     *
      *                  MONSUM.CPY: EX04ARC lo graba ya con el     *
      *                  coste y el tipo "S", y la definicion       *
      *                  antigua leia mal cada registro.            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Resumen mensual que deja el cierre de mes (EX04ARC): los
      * registros "P" llevan las unidades vendidas de cada producto.
           SELECT MONSUM-FILE ASSIGN TO "MONTHSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONSUM-STATUS.
      * Catalogo: punto de pedido actual y proveedor habitual.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Maestro de proveedores, por el plazo de entrega.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CODE
               FILE STATUS IS WS-SUPPLIER-STATUS.
      * Composicion de los kits: la venta de un kit es demanda de
      * sus componentes.
           SELECT KITBOM-FILE ASSIGN TO "KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KITBOM-STATUS.
      * Informe de puntos de pedido actual y propuesto.
           SELECT ROPRPT-FILE ASSIGN TO "ROPCALC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROPRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MONSUM-FILE.
           COPY "MONSUM.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  SUPPLIER-FILE.
           COPY "SUPPMAST.CPY".
       FD  KITBOM-FILE.
           COPY "KITBOM.CPY".
       FD  ROPRPT-FILE.
       01  ROPRPT-LINE                          PIC X(132).
       WORKING-STORAGE SECTION.
       78  ROP-MAX-PRODUCTS                     VALUE 2000.
       78  ROP-MAX-MONTHS                       VALUE 12.
      * Plazo de entrega que se supone cuando el proveedor no lo
      * tiene informado (o el producto no tiene proveedor).
       78  ROP-DEFAULT-LEAD                     VALUE 7.
       01  WS-MONSUM-STATUS                     PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-SUPPLIER-STATUS                   PIC X(02).
       01  WS-KITBOM-STATUS                     PIC X(02).
       01  WS-ROPRPT-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-FOUND                         VALUE "Y".
           88  WS-NOT-FOUND                     VALUE "N".
       01  WS-SUPPLIER-FILE-SW                  PIC X(01) VALUE "N".
           88  WS-SUPPLIER-FILE-OPEN            VALUE "Y".
       01  WS-KITBOM-FILE-SW                    PIC X(01) VALUE "N".
           88  WS-KITBOM-FILE-OPEN              VALUE "Y".
       01  WS-KIT-SW                            PIC X(01) VALUE "N".
           88  WS-IS-KIT                        VALUE "Y".
       01  WS-KIT-EOF-SW                        PIC X(01) VALUE "N".
           88  WS-NO-MORE-COMPONENTS            VALUE "Y".
       01  WS-KIT-CODE                          PIC X(06).
       01  WS-APPLY-ALL-SW                      PIC X(01) VALUE "N".
           88  WS-APPLY-ALL                     VALUE "Y".
       01  WS-STOP-SW                           PIC X(01) VALUE "N".
           88  WS-STOP-APPLYING                 VALUE "Y".
       01  WS-OPERATOR                          PIC X(08).
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-CURR-DATE-ED REDEFINES WS-CURR-DATE.
           05  WS-CD-YYYY                       PIC 9(04).
           05  WS-CD-MM                         PIC 9(02).
           05  WS-CD-DD                         PIC 9(02).
      * Parametros: meses de historia y nivel de servicio (factor
      * z de la distribucion normal).
       01  WS-MONTHS-INPUT                      PIC X(02).
       01  WS-MONTHS                            PIC 9(02).
       01  WS-LEVEL-INPUT                       PIC X(01).
       01  WS-Z-FACTOR                          PIC 9V99.
       01  WS-LEVEL-TEXT                        PIC X(03).
      * Ventana: los N meses cerrados anteriores al mes en curso,
      * del mas antiguo (1) al mas reciente (N), y los dias que
      * suman.
       01  WS-WINDOW-TABLE.
           05  WS-WIN-PERIOD OCCURS ROP-MAX-MONTHS TIMES
                                                PIC 9(06).
       01  WS-WORK-PERIOD                       PIC 9(06).
       01  WS-WORK-PERIOD-ED REDEFINES WS-WORK-PERIOD.
           05  WS-WP-YYYY                       PIC 9(04).
           05  WS-WP-MM                         PIC 9(02).
       01  WS-WORK-YEAR                         PIC 9(04).
       01  WS-WORK-MONTH                        PIC 9(02).
       01  WS-WINDOW-START                      PIC 9(08).
       01  WS-MONTH-START                       PIC 9(08).
       01  WS-WINDOW-DAYS                       PIC 9(04).
       01  WS-I-MONTH                           PIC 9(02).
       01  WS-J-MONTH                           PIC 9(02).
      * Demanda por producto y mes de la ventana, al estilo de la
      * tabla de tendencias.
       01  WS-DEMAND-TABLE.
           05  WS-DEM-COUNT                     PIC 9(04) VALUE ZERO.
           05  WS-DEM-ENTRY OCCURS 1 TO ROP-MAX-PRODUCTS TIMES
                   DEPENDING ON WS-DEM-COUNT
                   INDEXED BY WS-DEM-IDX.
               10  WS-DEM-CODE                  PIC X(06).
               10  WS-DEM-QTY OCCURS ROP-MAX-MONTHS TIMES
                                                PIC S9(09).
       01  WS-OVERFLOW                          PIC 9(06) VALUE ZERO.
       01  WS-ADD-CODE                          PIC X(06).
       01  WS-ADD-QTY                           PIC S9(09).
      * Propuestas que difieren del valor actual, para aplicarlas
      * despues de revisar el informe.
       01  WS-PROPOSAL-TABLE.
           05  WS-PROP-COUNT                    PIC 9(04) VALUE ZERO.
           05  WS-PROP-ENTRY OCCURS 1 TO ROP-MAX-PRODUCTS TIMES
                   DEPENDING ON WS-PROP-COUNT.
               10  WS-PROP-CODE                 PIC X(06).
               10  WS-PROP-OLD                  PIC 9(07).
               10  WS-PROP-NEW                  PIC 9(07).
       01  WS-I-PROP                            PIC 9(04).
      * Calculo del producto en curso.
       01  WS-HISTORY-SW                        PIC X(01) VALUE "N".
           88  WS-HAS-HISTORY                   VALUE "Y".
       01  WS-MONTH-QTY                         PIC 9(09).
       01  WS-TOTAL-QTY                         PIC 9(09).
       01  WS-MEAN-QTY                          PIC 9(09)V9999.
       01  WS-VARIANCE                          PIC 9(15)V9999.
       01  WS-SIGMA                             PIC 9(09)V9999.
       01  WS-DAILY                             PIC 9(07)V9999.
       01  WS-LEAD-DAYS                         PIC 9(03).
       01  WS-LEAD-FLAG                         PIC X(01).
       01  WS-SAFETY                            PIC 9(09)V99.
       01  WS-RAW-ROP                           PIC 9(11)V9999.
       01  WS-NEW-ROP                           PIC 9(07).
       01  WS-NOTE                              PIC X(24).
      * Totales del informe.
       01  WS-EXAMINED                          PIC 9(06).
       01  WS-RAISED                            PIC 9(06).
       01  WS-LOWERED                           PIC 9(06).
       01  WS-UNCHANGED                         PIC 9(06).
       01  WS-NO-HISTORY                        PIC 9(06).
       01  WS-DEFAULT-LEAD-USED                 PIC 9(06).
       01  WS-APPLIED                           PIC 9(06).
       01  WS-DECISION                          PIC X(01).
      * Linea de detalle del informe.
       01  WS-RPT-DETAIL.
           05  WS-RD-CODE                       PIC X(06).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-RD-NAME                       PIC X(20).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-RD-SUPPLIER                   PIC X(06).
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-RD-LEAD                       PIC ZZ9.
           05  WS-RD-LEAD-FLAG                  PIC X(01).
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-RD-UNITS                      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-RD-DAILY                      PIC ZZZ,ZZ9.99.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-RD-SAFETY                     PIC Z,ZZZ,ZZ9.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-RD-OLD                        PIC Z,ZZZ,ZZ9.
           05  FILLER                           PIC X(01) VALUE SPACES.
           05  WS-RD-NEW                        PIC Z,ZZZ,ZZ9.
           05  FILLER                           PIC X(02) VALUE SPACES.
           05  WS-RD-NOTE                       PIC X(24).
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-EDIT-QTY                          PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-QTY2                         PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-MONTHS                       PIC Z9.
       01  WS-EDIT-DAYS                         PIC ZZZ9.
       01  WS-EDIT-LEAD                         PIC ZZ9.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
      * Parametros para la subrutina CHGLOG.
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
      * Invocado como subrutina desde los pedidos a proveedor: el
      * estado de la ejecucion anterior queda en memoria y hay que
      * limpiarlo.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE ZERO TO WS-DEM-COUNT.
           MOVE ZERO TO WS-PROP-COUNT.
           MOVE "N" TO WS-SUPPLIER-FILE-SW.
           MOVE "N" TO WS-KITBOM-FILE-SW.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 1100-ASK-PARAMETERS THRU 1100-EXIT
               PERFORM 1200-BUILD-WINDOW THRU 1200-EXIT
               PERFORM 2000-LOAD-DEMAND THRU 2000-EXIT
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
               PERFORM 4000-APPLY-CHANGES THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - abre el catalogo para actualizar y, si    *
      * existen, el maestro de proveedores y los kits.              *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BIZDATE" USING WS-CURR-DATE.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF WS-OPERATOR IS EQUAL TO SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-OPERATOR IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
           MOVE "EX04ROP" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "RECALCULO DE PUNTOS DE PEDIDO INICIADO" TO
               WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           OPEN I-O PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04ROP: NO SE PUDO ABRIR PRODCAT.DAT"
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS IS EQUAL TO "00"
               SET WS-SUPPLIER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "AVISO: SIN MAESTRO DE PROVEEDORES, SE USA EL "
                   "PLAZO POR DEFECTO"
           END-IF.
           OPEN INPUT KITBOM-FILE.
           IF WS-KITBOM-STATUS IS EQUAL TO "00"
               SET WS-KITBOM-FILE-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      * Meses de historia (1-12, por defecto 3) y nivel de servicio
      * (por defecto 95%).
       1100-ASK-PARAMETERS.
           MOVE ZERO TO WS-MONTHS.
           PERFORM UNTIL WS-MONTHS IS GREATER THAN ZERO
               DISPLAY "MESES DE HISTORIA A CONSIDERAR (1-12, ENTER "
                   "= 3): " WITH NO ADVANCING
               MOVE SPACES TO WS-MONTHS-INPUT
               ACCEPT WS-MONTHS-INPUT
               EVALUATE TRUE
                   WHEN WS-MONTHS-INPUT IS EQUAL TO SPACES
                       MOVE 3 TO WS-MONTHS
                   WHEN FUNCTION TEST-NUMVAL(WS-MONTHS-INPUT) IS NOT
                           EQUAL TO ZERO
                       DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE "
                           "NUEVO"
                   WHEN FUNCTION NUMVAL(WS-MONTHS-INPUT) IS LESS
                           THAN 1 OR FUNCTION NUMVAL(WS-MONTHS-INPUT)
                           IS GREATER THAN ROP-MAX-MONTHS
                       DISPLAY "MESES FUERA DE RANGO (1-12)"
                   WHEN OTHER
                       MOVE FUNCTION NUMVAL(WS-MONTHS-INPUT) TO
                           WS-MONTHS
               END-EVALUATE
           END-PERFORM.
           MOVE ZERO TO WS-Z-FACTOR.
           PERFORM UNTIL WS-Z-FACTOR IS GREATER THAN ZERO
               DISPLAY "NIVEL DE SERVICIO: 1) 90%  2) 95%  3) 98%  "
                   "(ENTER = 95%): " WITH NO ADVANCING
               MOVE SPACES TO WS-LEVEL-INPUT
               ACCEPT WS-LEVEL-INPUT
               EVALUATE WS-LEVEL-INPUT
                   WHEN "1"
                       MOVE 1.28 TO WS-Z-FACTOR
                       MOVE "90%" TO WS-LEVEL-TEXT
                   WHEN "2"
                   WHEN SPACE
                       MOVE 1.65 TO WS-Z-FACTOR
                       MOVE "95%" TO WS-LEVEL-TEXT
                   WHEN "3"
                       MOVE 2.05 TO WS-Z-FACTOR
                       MOVE "98%" TO WS-LEVEL-TEXT
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
       1100-EXIT.
           EXIT.
      * Los N meses anteriores al mes de la fecha de negocio, y
      * los dias naturales que cubren.
       1200-BUILD-WINDOW.
           MOVE WS-CD-YYYY TO WS-WORK-YEAR.
           MOVE WS-CD-MM TO WS-WORK-MONTH.
           PERFORM VARYING WS-I-MONTH FROM WS-MONTHS BY -1
                   UNTIL WS-I-MONTH IS EQUAL TO ZERO
               IF WS-WORK-MONTH IS EQUAL TO 1
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
               MOVE WS-WORK-YEAR TO WS-WP-YYYY
               MOVE WS-WORK-MONTH TO WS-WP-MM
               MOVE WS-WORK-PERIOD TO WS-WIN-PERIOD(WS-I-MONTH)
           END-PERFORM.
           COMPUTE WS-WINDOW-START = WS-WIN-PERIOD(1) * 100 + 1.
           COMPUTE WS-MONTH-START = WS-CD-YYYY * 10000 +
               WS-CD-MM * 100 + 1.
           COMPUTE WS-WINDOW-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START) -
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-START).
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-LOAD-DEMAND - carga las unidades vendidas de cada      *
      * producto en los meses de la ventana. Un kit no tiene stock  *
      * propio: lo que vende cuenta como demanda de cada            *
      * componente por su cantidad en el kit.                       *
      *-----------------------------------------------------------*
       2000-LOAD-DEMAND.
           MOVE ZERO TO WS-OVERFLOW.
           OPEN INPUT MONSUM-FILE.
           IF WS-MONSUM-STATUS IS NOT EQUAL TO "00"
               DISPLAY "EX04ROP: NO HAY MONTHSUM.DAT, CIERRE ALGUN "
                   "MES CON EX04ARC PRIMERO"
               MOVE "VACIO" TO WS-RUN-OUTCOME
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ MONSUM-FILE
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF MS-IS-PRODUCT AND MS-QTY IS NUMERIC
                           PERFORM 2100-TAKE-SUMMARY THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MONSUM-FILE.
           IF WS-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-OVERFLOW TO WS-EDIT-COUNT
               DISPLAY "AVISO: TABLA DE PRODUCTOS LLENA, "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   " RESUMENES SIN TENER EN CUENTA"
           END-IF.
       2000-EXIT.
           EXIT.
       2100-TAKE-SUMMARY.
           MOVE ZERO TO WS-J-MONTH.
           PERFORM VARYING WS-I-MONTH FROM 1 BY 1
                   UNTIL WS-I-MONTH IS GREATER THAN WS-MONTHS
               IF WS-WIN-PERIOD(WS-I-MONTH) IS EQUAL TO MS-PERIOD
                   MOVE WS-I-MONTH TO WS-J-MONTH
               END-IF
           END-PERFORM.
           IF WS-J-MONTH IS EQUAL TO ZERO
               GO TO 2100-EXIT
           END-IF.
           MOVE MS-KEY(1:6) TO WS-KIT-CODE.
           PERFORM 2300-FIND-KIT THRU 2300-EXIT.
           IF NOT WS-IS-KIT
               MOVE MS-KEY(1:6) TO WS-ADD-CODE
               MOVE MS-QTY TO WS-ADD-QTY
               PERFORM 2200-ADD-DEMAND THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM UNTIL WS-NO-MORE-COMPONENTS
               MOVE KB-COMPONENT TO WS-ADD-CODE
               COMPUTE WS-ADD-QTY = MS-QTY * KB-QTY
               PERFORM 2200-ADD-DEMAND THRU 2200-EXIT
               READ KITBOM-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-COMPONENTS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-COMPONENTS AND
                       KB-KIT IS NOT EQUAL TO WS-KIT-CODE
                   SET WS-NO-MORE-COMPONENTS TO TRUE
               END-IF
           END-PERFORM.
       2100-EXIT.
           EXIT.
       2200-ADD-DEMAND.
           SET WS-DEM-IDX TO 1.
           SEARCH WS-DEM-ENTRY
               AT END
                   IF WS-DEM-COUNT IS LESS THAN ROP-MAX-PRODUCTS
                       ADD 1 TO WS-DEM-COUNT
                       SET WS-DEM-IDX TO WS-DEM-COUNT
                       MOVE WS-ADD-CODE TO WS-DEM-CODE(WS-DEM-IDX)
                       PERFORM VARYING WS-I-MONTH FROM 1 BY 1
                               UNTIL WS-I-MONTH IS GREATER THAN
                               ROP-MAX-MONTHS
                           MOVE ZERO TO
                               WS-DEM-QTY(WS-DEM-IDX WS-I-MONTH)
                       END-PERFORM
                       ADD WS-ADD-QTY TO
                           WS-DEM-QTY(WS-DEM-IDX WS-J-MONTH)
                   ELSE
                       ADD 1 TO WS-OVERFLOW
                   END-IF
               WHEN WS-DEM-CODE(WS-DEM-IDX) IS EQUAL TO WS-ADD-CODE
                   ADD WS-ADD-QTY TO WS-DEM-QTY(WS-DEM-IDX WS-J-MONTH)
           END-SEARCH.
       2200-EXIT.
           EXIT.
      * Un producto es un kit si tiene componentes en KITBOM.DAT;
      * si lo es, el fichero queda colocado en el primero.
       2300-FIND-KIT.
           MOVE "N" TO WS-KIT-SW.
           MOVE "N" TO WS-KIT-EOF-SW.
           IF NOT WS-KITBOM-FILE-OPEN
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-KIT-CODE TO KB-KIT.
           MOVE LOW-VALUES TO KB-COMPONENT.
           START KITBOM-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY
                   GO TO 2300-EXIT
           END-START.
           READ KITBOM-FILE NEXT RECORD
               AT END
                   GO TO 2300-EXIT
           END-READ.
           IF KB-KIT IS EQUAL TO WS-KIT-CODE
               SET WS-IS-KIT TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.
      * Lectura secuencial del catalogo desde el principio.
       2400-START-CATALOG.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO PC-CODE.
           START PRODUCT-FILE KEY IS NOT LESS THAN PC-CODE
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-START.
       2400-EXIT.
           EXIT.
       2500-READ-CATALOG.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-PRINT-REPORT - una linea por producto activo con el    *
      * punto de pedido actual y el propuesto; los que cambian      *
      * quedan en la tabla de propuestas.                           *
      *-----------------------------------------------------------*
       3000-PRINT-REPORT.
           MOVE ZERO TO WS-EXAMINED.
           MOVE ZERO TO WS-RAISED.
           MOVE ZERO TO WS-LOWERED.
           MOVE ZERO TO WS-UNCHANGED.
           MOVE ZERO TO WS-NO-HISTORY.
           MOVE ZERO TO WS-DEFAULT-LEAD-USED.
           OPEN OUTPUT ROPRPT-FILE.
           MOVE WS-MONTHS TO WS-EDIT-MONTHS.
           MOVE WS-WINDOW-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO ROPRPT-LINE.
           STRING "PUNTOS DE PEDIDO: ACTUAL Y PROPUESTO - "
                   DELIMITED BY SIZE
                   WS-CD-DD DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-MM DELIMITED BY SIZE "/" DELIMITED BY SIZE
                   WS-CD-YYYY DELIMITED BY SIZE
                   INTO ROPRPT-LINE
           END-STRING.
           WRITE ROPRPT-LINE.
           MOVE SPACES TO ROPRPT-LINE.
           STRING "HISTORIA: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-MONTHS) DELIMITED BY SIZE
                   " MESES (" DELIMITED BY SIZE
                   WS-WIN-PERIOD(1) DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WS-WIN-PERIOD(WS-MONTHS) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                   " DIAS)   NIVEL DE SERVICIO: " DELIMITED BY SIZE
                   WS-LEVEL-TEXT DELIMITED BY SIZE
                   INTO ROPRPT-LINE
           END-STRING.
           WRITE ROPRPT-LINE.
           MOVE ROP-DEFAULT-LEAD TO WS-EDIT-LEAD.
           MOVE SPACES TO ROPRPT-LINE.
           STRING "PUNTO = DEMANDA DIARIA X PLAZO + STOCK DE "
                   DELIMITED BY SIZE
                   "SEGURIDAD.  * = PLAZO POR DEFECTO ("
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-LEAD) DELIMITED BY SIZE
                   " DIAS)" DELIMITED BY SIZE
                   INTO ROPRPT-LINE
           END-STRING.
           WRITE ROPRPT-LINE.
           MOVE ALL "-" TO ROPRPT-LINE.
           WRITE ROPRPT-LINE.
           MOVE SPACES TO ROPRPT-LINE.
           STRING "CODIGO  NOMBRE                PROVEE  PLAZO "
                   DELIMITED BY SIZE
                   "  UNIDADES  MEDIA/DIA  STOCK SEG     ACTUAL "
                   DELIMITED BY SIZE
                   " PROPUESTO  OBSERVACION" DELIMITED BY SIZE
                   INTO ROPRPT-LINE
           END-STRING.
           WRITE ROPRPT-LINE.
           MOVE ALL "-" TO ROPRPT-LINE.
           WRITE ROPRPT-LINE.
           PERFORM 2400-START-CATALOG THRU 2400-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               PERFORM 2500-READ-CATALOG THRU 2500-EXIT
               IF NOT WS-NO-MORE-RECORDS AND PC-IS-ACTIVE
                   PERFORM 3100-PRODUCT-LINE THRU 3100-EXIT
               END-IF
           END-PERFORM.
           PERFORM 3900-PRINT-TOTALS THRU 3900-EXIT.
           CLOSE ROPRPT-FILE.
           MOVE "ROPCALC.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "INFORME ESCRITO EN ROPCALC.TXT".
       3000-EXIT.
           EXIT.
      * Los kits no llevan stock ni punto de pedido propio: su
      * demanda ya esta en los componentes.
       3100-PRODUCT-LINE.
           MOVE PC-CODE TO WS-KIT-CODE.
           PERFORM 2300-FIND-KIT THRU 2300-EXIT.
           IF WS-IS-KIT
               GO TO 3100-EXIT
           END-IF.
           IF PC-REORDER-POINT IS NOT NUMERIC
               MOVE ZERO TO PC-REORDER-POINT
           END-IF.
           ADD 1 TO WS-EXAMINED.
           PERFORM 3200-CALCULATE THRU 3200-EXIT.
           MOVE SPACES TO WS-RD-NOTE.
           IF NOT WS-HAS-HISTORY
               ADD 1 TO WS-NO-HISTORY
               MOVE PC-REORDER-POINT TO WS-NEW-ROP
               MOVE "SIN VENTAS, SE MANTIENE" TO WS-RD-NOTE
           ELSE
               EVALUATE TRUE
                   WHEN WS-NEW-ROP IS GREATER THAN PC-REORDER-POINT
                       ADD 1 TO WS-RAISED
                       MOVE "SUBE" TO WS-RD-NOTE
                       PERFORM 3300-KEEP-PROPOSAL THRU 3300-EXIT
                   WHEN WS-NEW-ROP IS LESS THAN PC-REORDER-POINT
                       ADD 1 TO WS-LOWERED
                       MOVE "BAJA" TO WS-RD-NOTE
                       PERFORM 3300-KEEP-PROPOSAL THRU 3300-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-UNCHANGED
               END-EVALUATE
           END-IF.
           MOVE PC-CODE TO WS-RD-CODE.
           MOVE PC-NAME TO WS-RD-NAME.
           MOVE PC-SUPPLIER TO WS-RD-SUPPLIER.
           MOVE WS-LEAD-DAYS TO WS-RD-LEAD.
           MOVE WS-LEAD-FLAG TO WS-RD-LEAD-FLAG.
           MOVE WS-TOTAL-QTY TO WS-RD-UNITS.
           MOVE WS-DAILY TO WS-RD-DAILY.
           MOVE WS-SAFETY TO WS-RD-SAFETY.
           MOVE PC-REORDER-POINT TO WS-RD-OLD.
           MOVE WS-NEW-ROP TO WS-RD-NEW.
           MOVE WS-RPT-DETAIL TO ROPRPT-LINE.
           WRITE ROPRPT-LINE.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3200-CALCULATE - demanda media diaria de la ventana y       *
      * desviacion tipica de las unidades de un mes a otro (los     *
      * meses con mas devoluciones que ventas cuentan como cero).   *
      * Stock de seguridad = z x desviacion mensual x raiz del      *
      * plazo medido en meses; punto de pedido = demanda diaria x   *
      * plazo + stock de seguridad, redondeado hacia arriba.        *
      *-----------------------------------------------------------*
       3200-CALCULATE.
           MOVE "N" TO WS-HISTORY-SW.
           MOVE ZERO TO WS-TOTAL-QTY.
           MOVE ZERO TO WS-DAILY.
           MOVE ZERO TO WS-SAFETY.
           MOVE ZERO TO WS-NEW-ROP.
           PERFORM 3250-LEAD-TIME THRU 3250-EXIT.
           SET WS-NOT-FOUND TO TRUE.
           IF WS-DEM-COUNT IS GREATER THAN ZERO
               SET WS-DEM-IDX TO 1
               SEARCH WS-DEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEM-CODE(WS-DEM-IDX) IS EQUAL TO PC-CODE
                       SET WS-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF WS-NOT-FOUND
               GO TO 3200-EXIT
           END-IF.
           PERFORM VARYING WS-I-MONTH FROM 1 BY 1
                   UNTIL WS-I-MONTH IS GREATER THAN WS-MONTHS
               IF WS-DEM-QTY(WS-DEM-IDX WS-I-MONTH) IS GREATER THAN
                       ZERO
                   ADD WS-DEM-QTY(WS-DEM-IDX WS-I-MONTH) TO
                       WS-TOTAL-QTY
               END-IF
           END-PERFORM.
           IF WS-TOTAL-QTY IS EQUAL TO ZERO
               GO TO 3200-EXIT
           END-IF.
           SET WS-HAS-HISTORY TO TRUE.
           COMPUTE WS-MEAN-QTY ROUNDED = WS-TOTAL-QTY / WS-MONTHS.
           MOVE ZERO TO WS-VARIANCE.
           PERFORM VARYING WS-I-MONTH FROM 1 BY 1
                   UNTIL WS-I-MONTH IS GREATER THAN WS-MONTHS
               IF WS-DEM-QTY(WS-DEM-IDX WS-I-MONTH) IS GREATER THAN
                       ZERO
                   MOVE WS-DEM-QTY(WS-DEM-IDX WS-I-MONTH) TO
                       WS-MONTH-QTY
               ELSE
                   MOVE ZERO TO WS-MONTH-QTY
               END-IF
               COMPUTE WS-VARIANCE = WS-VARIANCE +
                   (WS-MONTH-QTY - WS-MEAN-QTY) *
                   (WS-MONTH-QTY - WS-MEAN-QTY)
           END-PERFORM.
           COMPUTE WS-VARIANCE ROUNDED = WS-VARIANCE / WS-MONTHS.
           COMPUTE WS-SIGMA ROUNDED = WS-VARIANCE ** 0.5.
           COMPUTE WS-DAILY ROUNDED = WS-TOTAL-QTY / WS-WINDOW-DAYS.
           COMPUTE WS-SAFETY ROUNDED = WS-Z-FACTOR * WS-SIGMA *
               ((WS-LEAD-DAYS * WS-MONTHS / WS-WINDOW-DAYS) ** 0.5).
           COMPUTE WS-RAW-ROP = WS-TOTAL-QTY * WS-LEAD-DAYS /
               WS-WINDOW-DAYS + WS-SAFETY.
           IF WS-RAW-ROP IS GREATER THAN 9999999
               MOVE 9999999 TO WS-NEW-ROP
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-RAW-ROP TO WS-NEW-ROP.
           IF WS-RAW-ROP IS GREATER THAN WS-NEW-ROP
               ADD 1 TO WS-NEW-ROP
           END-IF.
       3200-EXIT.
           EXIT.
      * Plazo del proveedor habitual; sin proveedor, sin maestro o
      * sin plazo informado se toma el de por defecto, marcado.
       3250-LEAD-TIME.
           MOVE ROP-DEFAULT-LEAD TO WS-LEAD-DAYS.
           MOVE "*" TO WS-LEAD-FLAG.
           IF WS-SUPPLIER-FILE-OPEN AND
                   PC-SUPPLIER IS NOT EQUAL TO SPACES
               MOVE PC-SUPPLIER TO SM-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-LEAD-DAYS IS NUMERIC AND
                               SM-LEAD-DAYS IS GREATER THAN ZERO
                           MOVE SM-LEAD-DAYS TO WS-LEAD-DAYS
                           MOVE SPACE TO WS-LEAD-FLAG
                       END-IF
               END-READ
           END-IF.
           IF WS-LEAD-FLAG IS EQUAL TO "*"
               ADD 1 TO WS-DEFAULT-LEAD-USED
           END-IF.
       3250-EXIT.
           EXIT.
       3300-KEEP-PROPOSAL.
           IF WS-PROP-COUNT IS LESS THAN ROP-MAX-PRODUCTS
               ADD 1 TO WS-PROP-COUNT
               MOVE PC-CODE TO WS-PROP-CODE(WS-PROP-COUNT)
               MOVE PC-REORDER-POINT TO WS-PROP-OLD(WS-PROP-COUNT)
               MOVE WS-NEW-ROP TO WS-PROP-NEW(WS-PROP-COUNT)
           END-IF.
       3300-EXIT.
           EXIT.
       3900-PRINT-TOTALS.
           MOVE ALL "=" TO ROPRPT-LINE.
           WRITE ROPRPT-LINE.
           MOVE WS-EXAMINED TO WS-EDIT-COUNT.
           MOVE SPACES TO ROPRPT-LINE.
           STRING "PRODUCTOS REVISADOS: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO ROPRPT-LINE
           END-STRING.
           WRITE ROPRPT-LINE.
           MOVE WS-RAISED TO WS-EDIT-COUNT.
           MOVE WS-LOWERED TO WS-EDIT-QTY.
           MOVE WS-UNCHANGED TO WS-EDIT-QTY2.
           MOVE SPACES TO ROPRPT-LINE.
           STRING "SUBEN: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   BAJAN: " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   "   SIN CAMBIO: " DELIMITED BY SIZE
                   WS-EDIT-QTY2 DELIMITED BY SIZE
                   INTO ROPRPT-LINE
           END-STRING.
           WRITE ROPRPT-LINE.
           MOVE WS-NO-HISTORY TO WS-EDIT-COUNT.
           MOVE WS-DEFAULT-LEAD-USED TO WS-EDIT-QTY.
           MOVE SPACES TO ROPRPT-LINE.
           STRING "SIN VENTAS EN LA VENTANA: " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "   CON PLAZO POR DEFECTO: " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   INTO ROPRPT-LINE
           END-STRING.
           WRITE ROPRPT-LINE.
           IF WS-OVERFLOW IS GREATER THAN ZERO
               MOVE SPACES TO ROPRPT-LINE
               STRING "AVISO: TABLA DE PRODUCTOS LLENA, ALGUNAS "
                       DELIMITED BY SIZE
                       "VENTAS NO SE HAN TENIDO EN CUENTA"
                       DELIMITED BY SIZE
                       INTO ROPRPT-LINE
               END-STRING
               WRITE ROPRPT-LINE
           END-IF.
           MOVE WS-RAISED TO WS-EDIT-COUNT.
           MOVE WS-LOWERED TO WS-EDIT-QTY.
           DISPLAY "PUNTOS DE PEDIDO QUE SUBEN: "
               FUNCTION TRIM(WS-EDIT-COUNT) "  QUE BAJAN: "
               FUNCTION TRIM(WS-EDIT-QTY).
       3900-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 4000-APPLY-CHANGES - revisado el informe, cada cambio se    *
      * acepta o se deja: S lo aplica, N lo deja, T aplica todos    *
      * los que quedan y F termina. Cada cambio aplicado queda en   *
      * el diario de cambios con el valor anterior y el nuevo.      *
      *-----------------------------------------------------------*
       4000-APPLY-CHANGES.
           MOVE ZERO TO WS-APPLIED.
           MOVE "N" TO WS-APPLY-ALL-SW.
           MOVE "N" TO WS-STOP-SW.
           IF WS-PROP-COUNT IS EQUAL TO ZERO
               DISPLAY "NINGUN PUNTO DE PEDIDO CAMBIA"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-DECIDE-ONE THRU 4100-EXIT
               VARYING WS-I-PROP FROM 1 BY 1
               UNTIL WS-I-PROP IS GREATER THAN WS-PROP-COUNT
                  OR WS-STOP-APPLYING.
           MOVE WS-APPLIED TO WS-EDIT-COUNT.
           DISPLAY "PUNTOS DE PEDIDO CAMBIADOS: "
               FUNCTION TRIM(WS-EDIT-COUNT).
           MOVE "EX04ROP" TO WS-AUD-PROGRAM.
           MOVE "CAMBIOS" TO WS-AUD-OUTCOME.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "PUNTOS DE PEDIDO CAMBIADOS: "
               FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-STRING.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
       4000-EXIT.
           EXIT.
       4100-DECIDE-ONE.
           IF NOT WS-APPLY-ALL
               MOVE WS-PROP-OLD(WS-I-PROP) TO WS-EDIT-QTY
               MOVE WS-PROP-NEW(WS-I-PROP) TO WS-EDIT-QTY2
               DISPLAY WS-PROP-CODE(WS-I-PROP) " PUNTO DE PEDIDO "
                   FUNCTION TRIM(WS-EDIT-QTY) " -> "
                   FUNCTION TRIM(WS-EDIT-QTY2)
               DISPLAY "  S) APLICAR  N) DEJAR  T) APLICAR TODOS LOS "
                   "QUE QUEDAN  F) TERMINAR: " WITH NO ADVANCING
               MOVE SPACES TO WS-DECISION
               ACCEPT WS-DECISION
               MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "S"
                       CONTINUE
                   WHEN "T"
                       SET WS-APPLY-ALL TO TRUE
                   WHEN "F"
                       SET WS-STOP-APPLYING TO TRUE
                       GO TO 4100-EXIT
                   WHEN OTHER
                       GO TO 4100-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 4200-APPLY-ONE THRU 4200-EXIT.
       4100-EXIT.
           EXIT.
      * Si el punto de pedido se toco desde el informe (otro puesto
      * en EX04MNT), se respeta y no se aplica.
       4200-APPLY-ONE.
           MOVE WS-PROP-CODE(WS-I-PROP) TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "  ** PRODUCTO NO ENCONTRADO: "
                       WS-PROP-CODE(WS-I-PROP) " **"
                   GO TO 4200-EXIT
           END-READ.
           IF PC-REORDER-POINT IS NOT NUMERIC
               MOVE ZERO TO PC-REORDER-POINT
           END-IF.
           IF PC-REORDER-POINT IS NOT EQUAL TO WS-PROP-OLD(WS-I-PROP)
               DISPLAY "  ** " PC-CODE " CAMBIADO DESDE EL INFORME, "
                   "NO SE APLICA **"
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-PROP-NEW(WS-I-PROP) TO PC-REORDER-POINT.
           REWRITE PRODUCT-CAT-REC
               INVALID KEY
                   DISPLAY "  ** NO SE PUDO ACTUALIZAR " PC-CODE " **"
                   GO TO 4200-EXIT
           END-REWRITE.
           MOVE "PRODCAT" TO WS-CHG-FILE.
           MOVE PC-CODE TO WS-CHG-KEY.
           MOVE "PC-REORDER" TO WS-CHG-FIELD.
           MOVE WS-PROP-OLD(WS-I-PROP) TO WS-CHG-BEFORE.
           MOVE PC-REORDER-POINT TO WS-CHG-AFTER.
           CALL "CHGLOG" USING BY CONTENT WS-CHG-FILE, WS-CHG-KEY,
               WS-CHG-FIELD, WS-CHG-BEFORE, WS-CHG-AFTER.
           ADD 1 TO WS-APPLIED.
       4200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra ficheros y deja constancia del      *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OUTCOME IS NOT EQUAL TO "FALLO"
               CLOSE PRODUCT-FILE
               IF WS-SUPPLIER-FILE-OPEN
                   CLOSE SUPPLIER-FILE
               END-IF
               IF WS-KITBOM-FILE-OPEN
                   CLOSE KITBOM-FILE
               END-IF
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04ROP" TO WS-AUD-PROGRAM.
           MOVE "RECALCULO DE PUNTOS DE PEDIDO TERMINADO" TO
               WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

      *                  realta) de producto quedan en el kardex    *
      *                  (subrutina STKMOVE), como cualquier otro   *
      *                  cambio de PC-ON-HAND.                      *
      * 2026-10-15  JMS  Alta, cambio y consulta de producto llevan *
      *                  la unidad de compra y las unidades que     *
      *                  trae (PC-PURCH-UNIT, PC-PACK-SIZE), para   *
      *                  pedir y recibir por cajas.                 *
      * 2026-10-15  JMS  Anade el mantenimiento de kits y lotes de  *
      *                  regalo (KITBOM.DAT): componentes y         *
      *                  cantidades de cada kit, con su coste como  *
      *                  suma de los costes de los componentes.     *
      * 2026-10-15  JMS  Anade el maestro de departamentos y        *
      *                  familias (DEPTMAST.DAT) y el departamento  *
      *                  y la familia de cada producto (PC-DEPT,    *
      *                  PC-FAMILY) en alta, cambio y consulta. El  *
      *                  submenu de departamentos lanza el informe  *
      *                  de ventas y margen por departamento.       *
      * 2026-10-15  JMS  Alta, cambio y consulta de producto llevan *
      *                  el contenido neto (PC-MEASURE-UNIT,        *
      *                  PC-NET-QTY) para el precio por unidad de   *
      *                  medida de las etiquetas de estanteria.     *
      * 2026-10-15  JMS  La consulta de cliente muestra su segmento *
      *                  (recencia, frecuencia e importe) y el      *
      *                  submenu de clientes lanza la pasada de     *
      *                  segmentacion (EX04RFM).                    *
      * 2026-10-15  JMS  El submenu de promociones lanza el informe *
      *                  de productos que se compran juntos         *
      *                  (EX04MBA), para armar ofertas conjuntas.   *
      * 2026-10-15  JMS  Menu de operadores: opcion V, informe de   *
      *                  afluencia por hora y dia de la semana      *
      *                  (EX04HRS) para cuadrar los turnos de caja. *
      * 2026-10-15  JMS  Anade las tarifas de clientes              *
      *                  profesionales (PRICELST.DAT): cabecera y   *
      *                  precio fijo o porcentaje por producto; el  *
      *                  cliente lleva su tarifa (CM-PRICE-LIST) en *
      *                  alta, cambio y consulta.                   *
      * 2026-10-15  JMS  NIF y domicilio fiscal en el alta, el      *
      *                  cambio y la consulta de clientes; opcion   *
      *                  F emite factura de tickets (EX04FAC) y     *
      *                  opcion L lista el libro de facturas        *
      *                  emitidas (EX04FRG).                        *
      * 2026-10-15  JMS  Opcion R: registro fiscal encadenado       *
      *                  (EX04FIS), verificacion y envio a la       *
      *                  oficina tributaria.                        *
      * 2026-10-15  JMS  Opcion B del menu de clientes: baja de     *
      *                  deudas incobrables (EX04BDW). El alta nace *
      *                  sin deuda dada de baja y la consulta       *
      *                  ensena la que queda sin recuperar.         *
      * 2026-10-15  JMS  Mandato de adeudo directo SEPA en el       *
      *                  cambio de cliente (IBAN validado con       *
      *                  IBANCHK, referencia y fecha de firma;      *
      *                  revocacion) y en la consulta. Opcion E del *
      *                  menu de clientes: remesa mensual y         *
      *                  devoluciones (EX04SDD).                    *
      * 2026-10-15  JMS  Correo, telefono y direccion postal del    *
      *                  cliente y su consentimiento comercial      *
      *                  fechado (alta, cambio y consulta, con      *
      *                  diario de cambios); opcion M lanza la      *
      *                  extraccion de campanas EX04CMP.            *
      * 2026-10-15  JMS  Menu de operadores: opcion P, correccion   *
      *                  de fichajes olvidados con OVERRIDE         *
      *                  (EX04CLK en modo CORREGIR), y opcion H,    *
      *                  horas trabajadas por semana o mes con el   *
      *                  fichero para la gestoria (EX04WKH).        *
      * 2026-10-15  JMS  Menu de operadores: opcion N, cierre de    *
      *                  mes de las compras del personal con el     *
      *                  fichero de nomina (EX04STF).               *
      * 2026-10-15  JMS  Menu de presupuestos (BUDGET.DAT): venta   *
      *                  y margen por tienda, mes y departamento,   *
      *                  a mano o cargando el fichero de la         *
      *                  central (BUDGLOAD.DAT), con diario de      *
      *                  cambios; opcion V, presupuesto contra      *
      *                  real (EX04BVA).                            *
      * 2026-10-15  JMS  Los programas que se lanzan desde los      *
      *                  menus y abren un maestro que aqui esta     *
      *                  abierto (EX04BDW, EX04BVA, EX04MBA,        *
      *                  EX04CLK, EX04WKH y EX04DEP) se llaman con  *
      *                  ese maestro cerrado, y se reabre despues.  *
      *                  EX04CMP se llama tambien con el catalogo   *
      *                  cerrado, ademas del maestro de clientes.   *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-CODE
               FILE STATUS IS WS-MEMBER-STATUS.
      * Composicion de los kits: que componentes y cuantos de cada
      * uno lleva cada kit del catalogo.
           SELECT KITBOM-FILE ASSIGN TO "KITBOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-KITBOM-STATUS.
      * Maestro de departamentos y familias del catalogo.
           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DEPT-STATUS.
      * Tarifas de clientes profesionales: cabecera y precios
      * especiales por producto.
           SELECT PRICELST-FILE ASSIGN TO "PRICELST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PRICELST-STATUS.
      * Presupuestos de venta y margen por tienda, mes y
      * departamento, y el fichero con que los manda la central.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT BUDGLOAD-FILE ASSIGN TO "BUDGLOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGLOAD-STATUS.
      * Fichero de control: el alta de cliente consume un numero
      * del correlativo CTL-LAST-CUSTOMER-NUM.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
           COPY "MEMBREC.CPY".
       FD  OPERATOR-FILE.
           COPY "OPERMAST.CPY".
       FD  KITBOM-FILE.
           COPY "KITBOM.CPY".
       FD  DEPT-FILE.
           COPY "DEPTREC.CPY".
       FD  PRICELST-FILE.
           COPY "PRICELST.CPY".
       FD  BUDGET-FILE.
           COPY "BUDGREC.CPY".
       FD  BUDGLOAD-FILE.
       01  BUDGLOAD-FILE-REC                    PIC X(34).
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  PRCJRNL-FILE.
       01  PRCJRNL-FILE-REC                     PIC X(52).
       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS                       PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-PRCJRNL-STATUS                    PIC X(02).
       01  WS-KITBOM-STATUS                     PIC X(02).
       01  WS-DEPT-STATUS                       PIC X(02).
       01  WS-PRICELST-STATUS                   PIC X(02).
       01  WS-BUDGET-STATUS                     PIC X(02).
       01  WS-BUDGLOAD-STATUS                   PIC X(02).
       01  WS-OLD-PRICE                         PIC 9(5)V99.
       01  WS-EFF-DATE-INPUT                    PIC X(08).
      * Parametros para la subrutina CHGLOG (diario de cambios):
       01  WS-OLD-LIMIT                         PIC 9(6)V99.
       01  WS-OLD-ROP                           PIC 9(7).
       01  WS-OLD-TAXCAT                        PIC 9(1).
       01  WS-OLD-PACK                          PIC 9(4).
       01  WS-OLD-PUNIT                         PIC X(3).
       01  WS-OLD-PNAME                         PIC A(30).
       01  WS-PNAME-INPUT                       PIC A(30).
       01  WS-CURR-DATE                         PIC 9(08).
           88  WS-ENTITY-MEMBERS                 VALUE "3".
           88  WS-ENTITY-PROMOS                  VALUE "4".
           88  WS-ENTITY-OPERATORS               VALUE "5".
           88  WS-ENTITY-KITS                    VALUE "6".
           88  WS-ENTITY-DEPTS                   VALUE "7".
           88  WS-ENTITY-PRICELISTS              VALUE "8".
           88  WS-ENTITY-BUDGETS                 VALUE "9".
           88  WS-ENTITY-EXIT                    VALUE "0".
       01  WS-OPTION                            PIC X(01).
           88  WS-OPT-ADD                       VALUE "A".
           88  WS-OPT-CHANGE                    VALUE "C".
           88  WS-OPT-DELETE                    VALUE "D".
           88  WS-OPT-INQUIRE                   VALUE "I".
           88  WS-OPT-SALES                     VALUE "V".
           88  WS-OPT-SEGMENT                   VALUE "S".
           88  WS-OPT-INVOICE                   VALUE "F".
           88  WS-OPT-INVOICE-REG               VALUE "L".
           88  WS-OPT-FISCAL-REG                VALUE "R".
           88  WS-OPT-BAD-DEBT                  VALUE "B".
           88  WS-OPT-DIRECT-DEBIT              VALUE "E".
           88  WS-OPT-CAMPAIGN                  VALUE "M".
           88  WS-OPT-PUNCH-FIX                 VALUE "P".
           88  WS-OPT-WORK-HOURS                VALUE "H".
           88  WS-OPT-STAFF-PURCH               VALUE "N".
           88  WS-OPT-LOAD                      VALUE "L".
           88  WS-OPT-EXIT                      VALUE "X".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
           88  WS-FOUND                         VALUE "Y".
       01  WS-EDIT-AGE                          PIC ZZ9.
       01  WS-EDIT-BALANCE                      PIC $$$,$$9.99-.
       01  WS-EDIT-LIMIT                        PIC $$$,$$9.99.
      * Segmento del cliente en la consulta.
       01  WS-SEG-NAME                          PIC X(10).
       01  WS-SEG-DATE                          PIC 9(08).
       01  WS-SEG-DATE-ED REDEFINES WS-SEG-DATE.
           05  WS-SG-YYYY                       PIC 9(04).
           05  WS-SG-MM                         PIC 9(02).
           05  WS-SG-DD                         PIC 9(02).
       01  WS-EDIT-TICKETS                      PIC ZZ,ZZ9.
       01  WS-EDIT-SPEND                        PIC $$,$$$,$$9.99-.
       01  WS-CODE-KEY                          PIC X(06).
       01  WS-PRICE-INPUT                       PIC X(08).
       01  WS-STOCK-INPUT                       PIC X(08).
       01  WS-ROP-INPUT                         PIC X(08).
       01  WS-PUNIT-INPUT                       PIC X(03).
       01  WS-PACK-INPUT                        PIC X(06).
       01  WS-EDIT-PACK                         PIC ZZZ9.
      * Contenido neto: unidad de medida y cantidad tecleadas y el
      * resultado de la pregunta.
       01  WS-MEAS-INPUT                        PIC X(02).
       01  WS-NETQ-INPUT                        PIC X(09).
       01  WS-MEAS-OK-SW                        PIC X(01) VALUE "N".
           88  WS-MEAS-OK                       VALUE "Y".
       01  WS-NEW-MEASURE                       PIC X(02).
       01  WS-NEW-NETQ                          PIC 9(4)V999.
       01  WS-EDIT-NETQ                         PIC ZZZ9.999.
       01  WS-EDIT-PRICE                        PIC $$$,$$9.99.
       01  WS-EDIT-STOCK                        PIC Z,ZZZ,ZZ9-.
       01  WS-MCODE-KEY                         PIC X(21).
       01  WS-PTYPE-INPUT                       PIC X(01).
       01  WS-PNUM-INPUT                        PIC X(08).
       01  WS-PDATE-INPUT                       PIC X(08).
      * Mantenimiento de kits: el kit, el componente tecleado y el
      * coste del kit sumado de los costes de sus componentes.
       01  WS-KIT-KEY                           PIC X(06).
       01  WS-COMP-KEY                          PIC X(06).
       01  WS-BOM-KIT                           PIC X(06).
       01  WS-KQTY-INPUT                        PIC X(06).
       01  WS-KIT-QTY                           PIC 9(04).
       01  WS-OLD-KQTY                          PIC 9(04).
       01  WS-KIT-COST                          PIC 9(07)V99.
       01  WS-KIT-LINE-COST                     PIC 9(07)V99.
       01  WS-OLD-COST                          PIC 9(5)V99.
       01  WS-KIT-COUNT                         PIC 9(04).
       01  WS-KIT-EOF-SW                        PIC X(01).
           88  WS-NO-MORE-COMPONENTS            VALUE "Y".
       01  WS-KIT-SHOW-SW                       PIC X(01).
           88  WS-KIT-SHOW-LINES                VALUE "Y".
       01  WS-KIT-USED-SW                       PIC X(01).
           88  WS-KIT-IS-USED                   VALUE "Y".
       01  WS-EDIT-KQTY                         PIC ZZZ9.
       01  WS-EDIT-KCOST                        PIC $$$,$$$,$$9.99.
      * Departamentos y familias: codigos tecleados, los que quedan
      * para el producto y si el registro del maestro existe (sin
      * tocar WS-FOUND-SW, que manda en el alta del producto).
       01  WS-DEPT-INPUT                        PIC X(03).
       01  WS-FAM-INPUT                         PIC X(03).
       01  WS-NEW-DEPT                          PIC X(03).
       01  WS-NEW-FAMILY                        PIC X(03).
       01  WS-DNAME-INPUT                       PIC X(30).
       01  WS-OLD-DNAME                         PIC X(30).
       01  WS-DEPT-FOUND-SW                     PIC X(01).
           88  WS-DEPT-FOUND                    VALUE "Y".
       01  WS-DEPT-OK-SW                        PIC X(01).
           88  WS-DEPT-OK                       VALUE "Y".
       01  WS-DEPT-EOF-SW                       PIC X(01).
           88  WS-NO-MORE-DEPTS                 VALUE "Y".
      * Tarifas de clientes: tarifa y producto tecleados, regla del
      * precio (fijo o porcentaje), su descripcion para el diario de
      * cambios y el precio que resulta.
       01  WS-PLIST-INPUT                       PIC X(04).
       01  WS-PLPROD-INPUT                      PIC X(06).
       01  WS-NEW-PLIST                         PIC X(04).
       01  WS-PLTYPE-INPUT                      PIC X(01).
       01  WS-PLVAL-INPUT                       PIC X(08).
       01  WS-PL-DESC                           PIC X(20).
       01  WS-OLD-PL-DESC                       PIC X(20).
       01  WS-LIST-PRICE                        PIC 9(5)V99.
       01  WS-EDIT-PLPCT                        PIC Z9.99.
       01  WS-PL-FOUND-SW                       PIC X(01).
           88  WS-PL-FOUND                      VALUE "Y".
       01  WS-PL-OK-SW                          PIC X(01).
           88  WS-PL-OK                         VALUE "Y".
       01  WS-PL-EOF-SW                         PIC X(01).
           88  WS-NO-MORE-PL                    VALUE "Y".
      * Datos fiscales y de contacto del cliente: el campo que se
      * pide, su valor en curso y si el cambio va al diario.
       01  WS-FISCAL-PROMPT                     PIC X(20).
       01  WS-FISCAL-FIELD                      PIC X(12).
       01  WS-FISCAL-VALUE                      PIC X(50).
       01  WS-FISCAL-INPUT                      PIC X(50).
       01  WS-FISCAL-LOG-SW                     PIC X(01).
           88  WS-FISCAL-LOG                    VALUE "Y".
      * Mandato de adeudo directo: opcion, datos tecleados (el IBAN
      * se valida con IBANCHK) y estado para la consulta.
       01  WS-MANDATE-OPTION                    PIC X(01).
       01  WS-IBAN-INPUT                        PIC X(34).
       01  WS-IBAN-RESULT                       PIC X(01).
       01  WS-MREF-INPUT                        PIC X(35).
       01  WS-MDATE-INPUT                       PIC X(08).
       01  WS-MDATE                             PIC 9(08).
       01  WS-MDATE-ED REDEFINES WS-MDATE.
           05  WS-MD-YYYY                       PIC 9(04).
           05  WS-MD-MM                         PIC 9(02).
           05  WS-MD-DD                         PIC 9(02).
       01  WS-MDATE-OK-SW                       PIC X(01).
           88  WS-MDATE-OK                      VALUE "Y".
       01  WS-MSTATUS-NAME                      PIC X(22).
      * Correo electronico: una sola arroba, con algo delante y un
      * punto en el dominio. Consentimiento comercial tecleado.
       01  WS-EMAIL-INPUT                       PIC X(50).
       01  WS-EMAIL-OK-SW                       PIC X(01).
           88  WS-EMAIL-OK                      VALUE "Y".
       01  WS-AT-COUNT                          PIC 9(02).
       01  WS-AT-POS                            PIC 9(02).
       01  WS-DOT-COUNT                         PIC 9(02).
       01  WS-CONSENT-INPUT                     PIC X(01).
      * Presupuestos: clave tecleada (o leida del fichero de la
      * central), importes anterior y nuevo, y contadores de la
      * carga.
       01  WS-BUD-KEY.
           05  WS-BK-STORE                      PIC X(03).
           05  WS-BK-YEAR                       PIC 9(04).
           05  WS-BK-MONTH                      PIC 9(02).
           05  WS-BK-DEPT                       PIC X(03).
       01  WS-BSTORE-INPUT                      PIC X(03).
       01  WS-BYEAR-INPUT                       PIC X(04).
       01  WS-BMONTH-INPUT                      PIC X(02).
       01  WS-BAMT-INPUT                        PIC X(13).
       01  WS-BUD-PROMPT                        PIC X(30).
       01  WS-BUD-AMOUNT                        PIC 9(9)V99.
       01  WS-OLD-BSALES                        PIC 9(9)V99.
       01  WS-OLD-BMARGIN                       PIC 9(9)V99.
       01  WS-NEW-BSALES                        PIC 9(9)V99.
       01  WS-NEW-BMARGIN                       PIC 9(9)V99.
       01  WS-BUD-TOT-SALES                     PIC 9(11)V99.
       01  WS-BUD-TOT-MARGIN                    PIC 9(11)V99.
       01  WS-BUD-OPERATOR                      PIC X(08).
       01  WS-BUD-REASON                        PIC X(40).
       01  WS-BUD-FOUND-SW                      PIC X(01).
           88  WS-BUD-FOUND                     VALUE "Y".
       01  WS-BUD-OK-SW                         PIC X(01).
           88  WS-BUD-OK                        VALUE "Y".
       01  WS-BUD-EOF-SW                        PIC X(01).
           88  WS-NO-MORE-BUDGETS               VALUE "Y".
       01  WS-LOAD-READ                         PIC 9(06).
       01  WS-LOAD-DONE                         PIC 9(06).
       01  WS-LOAD-BAD                          PIC 9(06).
       01  WS-EDIT-BUDGET                       PIC $$$,$$$,$$9.99.
       01  WS-EDIT-BUDGET2                      PIC $$$,$$$,$$9.99.
       01  WS-CHG-BUDGET                        PIC Z(8)9.99.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
                       PERFORM 8800-PROMO-MAINT THRU 8800-EXIT
                   WHEN WS-ENTITY-OPERATORS
                       PERFORM 8900-OPERATOR-MAINT THRU 8900-EXIT
                   WHEN WS-ENTITY-KITS
                       PERFORM 8970-KIT-MAINT THRU 8970-EXIT
                   WHEN WS-ENTITY-DEPTS
                       PERFORM 8980-DEPT-MAINT THRU 8980-EXIT
                   WHEN WS-ENTITY-PRICELISTS
                       PERFORM 7200-PRICE-LIST-MAINT THRU 7200-EXIT
                   WHEN WS-ENTITY-BUDGETS
                       PERFORM 7100-BUDGET-MAINT THRU 7100-EXIT
                   WHEN WS-ENTITY-EXIT
                       CONTINUE
                   WHEN OTHER
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           OPEN I-O KITBOM-FILE.
           IF WS-KITBOM-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT KITBOM-FILE
               CLOSE KITBOM-FILE
               OPEN I-O KITBOM-FILE
           END-IF.
           OPEN I-O DEPT-FILE.
           IF WS-DEPT-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT DEPT-FILE
               CLOSE DEPT-FILE
               OPEN I-O DEPT-FILE
           END-IF.
           OPEN I-O PRICELST-FILE.
           IF WS-PRICELST-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT PRICELST-FILE
               CLOSE PRICELST-FILE
               OPEN I-O PRICELST-FILE
           END-IF.
           OPEN I-O BUDGET-FILE.
           IF WS-BUDGET-STATUS IS NOT EQUAL TO "00"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.
           MOVE "EX04MNT" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-RUN-OUTCOME.
           DISPLAY " ".
           DISPLAY "======== MANTENIMIENTO DE MAESTROS ========".
           DISPLAY "1) CLIENTES   2) PRODUCTOS   3) SOCIOS   "
               "4) PROMOCIONES   5) OPERADORES".
           DISPLAY "6) KITS   7) DEPARTAMENTOS   8) TARIFAS   "
               "9) PRESUPUESTOS   0) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-ENTITY.
       1500-EXIT.
                       PERFORM 5000-DELETE-CLIENT THRU 5000-EXIT
                   WHEN WS-OPT-INQUIRE
                       PERFORM 6000-INQUIRE-CLIENT THRU 6000-EXIT
                   WHEN WS-OPT-SEGMENT
                       PERFORM 6500-RUN-SEGMENTATION THRU 6500-EXIT
                   WHEN WS-OPT-INVOICE
                       PERFORM 6600-ISSUE-INVOICE THRU 6600-EXIT
                   WHEN WS-OPT-INVOICE-REG
                       CALL "EX04FRG"
                   WHEN WS-OPT-FISCAL-REG
                       CALL "EX04FIS"
                   WHEN WS-OPT-BAD-DEBT
                       PERFORM 6950-RUN-BAD-DEBT THRU 6950-EXIT
                   WHEN WS-OPT-DIRECT-DEBIT
                       PERFORM 6700-RUN-DIRECT-DEBIT THRU 6700-EXIT
                   WHEN WS-OPT-CAMPAIGN
                       PERFORM 6900-RUN-CAMPAIGN THRU 6900-EXIT
                   WHEN WS-OPT-EXIT
                       CONTINUE
                   WHEN OTHER
           DISPLAY " ".
           DISPLAY "---- MANTENIMIENTO DE CLIENTES ----".
           DISPLAY "A) ALTA   C) CAMBIO   D) BAJA   I) CONSULTA   "
               "S) SEGMENTACION".
           DISPLAY "F) FACTURA   L) LIBRO DE FACTURAS   "
               "R) REGISTRO FISCAL   M) CAMPANAS".
           DISPLAY "B) BAJA DE INCOBRABLES   E) ADEUDOS SEPA   "
               "X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
                           "NUEVO"
                   END-IF
               END-PERFORM
               MOVE SPACES TO CM-PRICE-LIST
               PERFORM 7260-ASK-CLIENT-LIST THRU 7260-EXIT
               MOVE SPACES TO CM-TAX-ID
               MOVE SPACES TO CM-FISCAL-ADDRESS
               MOVE SPACES TO CM-FISCAL-POSTCODE
               MOVE SPACES TO CM-FISCAL-CITY
               MOVE "N" TO WS-FISCAL-LOG-SW
               PERFORM 6300-ASK-FISCAL-DATA THRU 6300-EXIT
               MOVE SPACES TO CM-EMAIL
               MOVE SPACES TO CM-PHONE
               MOVE SPACES TO CM-POSTAL-ADDRESS
               MOVE SPACES TO CM-POSTAL-POSTCODE
               MOVE SPACES TO CM-POSTAL-CITY
               MOVE SPACE TO CM-MKT-CONSENT
               MOVE ZERO TO CM-MKT-CONSENT-DATE
               PERFORM 6800-ASK-CONTACT THRU 6800-EXIT
               PERFORM 6850-ASK-CONSENT THRU 6850-EXIT
               MOVE WS-NAME-KEY TO CM-NAME
               MOVE FUNCTION NUMVAL(WS-AGE-INPUT) TO CM-AGE
               MOVE FUNCTION NUMVAL(WS-BALANCE-INPUT) TO CM-BALANCE
               MOVE SPACES TO CM-MEMBER-CODE
               MOVE ZERO TO CM-POINTS
               SET CM-IS-ACTIVE TO TRUE
               MOVE SPACE TO CM-SEGMENT
               MOVE ZERO TO CM-SEGMENT-DATE
               MOVE ZERO TO CM-LAST-PURCHASE
               MOVE ZERO TO CM-RFM-TICKETS
               MOVE ZERO TO CM-RFM-SPEND
               MOVE ZERO TO CM-WRITTEN-OFF
      * El mandato de adeudo se da de alta despues, en un cambio,
      * con el documento firmado delante.
               MOVE SPACES TO CM-MANDATE-IBAN
               MOVE SPACES TO CM-MANDATE-REF
               MOVE ZERO TO CM-MANDATE-DATE
               MOVE SPACE TO CM-MANDATE-STATUS
               MOVE ZERO TO CM-MANDATE-LAST-DEBIT
               MOVE WS-NEW-PLIST TO CM-PRICE-LIST
               IF WS-FOUND
                   REWRITE CLIENT-MASTER-REC
                       INVALID KEY
                   MOVE WS-CHG-AMT TO WS-CHG-AFTER
                   PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
               END-IF
               PERFORM 7260-ASK-CLIENT-LIST THRU 7260-EXIT
               IF WS-NEW-PLIST IS NOT EQUAL TO CM-PRICE-LIST
                   MOVE "CM-PRICE-LST" TO WS-CHG-FIELD
                   MOVE CM-PRICE-LIST TO WS-CHG-BEFORE
                   MOVE WS-NEW-PLIST TO WS-CHG-AFTER
                   PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
                   MOVE WS-NEW-PLIST TO CM-PRICE-LIST
               END-IF
               SET WS-FISCAL-LOG TO TRUE
               PERFORM 6300-ASK-FISCAL-DATA THRU 6300-EXIT
               PERFORM 6400-ASK-MANDATE THRU 6400-EXIT
               PERFORM 6800-ASK-CONTACT THRU 6800-EXIT
               PERFORM 6850-ASK-CONSENT THRU 6850-EXIT
               REWRITE CLIENT-MASTER-REC
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR AL CLIENTE"
                   DISPLAY "SOCIO  : " FUNCTION TRIM(CM-MEMBER-CODE)
                   DISPLAY "PUNTOS : " FUNCTION TRIM(WS-EDIT-ID)
               END-IF
               IF CM-PRICE-LIST IS NOT EQUAL TO SPACES AND
                       CM-PRICE-LIST IS NOT EQUAL TO LOW-VALUES
                   MOVE CM-PRICE-LIST TO PL-LIST
                   MOVE SPACES TO PL-PRODUCT
                   PERFORM 7250-READ-PRICE-LIST THRU 7250-EXIT
                   IF WS-PL-FOUND AND PL-IS-ACTIVE
                       DISPLAY "TARIFA : " CM-PRICE-LIST " "
                           FUNCTION TRIM(PL-NAME)
                   ELSE
                       DISPLAY "TARIFA : " CM-PRICE-LIST
                           " (NO VIGENTE: PRECIO DE CATALOGO)"
                   END-IF
               END-IF
               IF CM-TAX-ID IS NOT EQUAL TO SPACES AND
                       CM-TAX-ID IS NOT EQUAL TO LOW-VALUES
                   DISPLAY "NIF    : " CM-TAX-ID
                   DISPLAY "DOMIC. : " FUNCTION TRIM(CM-FISCAL-ADDRESS)
                   DISPLAY "         " CM-FISCAL-POSTCODE " "
                       FUNCTION TRIM(CM-FISCAL-CITY)
               END-IF
               IF CM-WRITTEN-OFF IS NUMERIC AND
                       CM-WRITTEN-OFF IS GREATER THAN ZERO
                   MOVE CM-WRITTEN-OFF TO WS-EDIT-BALANCE
                   DISPLAY "INCOBR.: " WS-EDIT-BALANCE
                       " DADO DE BAJA SIN RECUPERAR"
               END-IF
               IF CM-MANDATE-DATE IS NUMERIC AND
                       CM-MANDATE-IBAN IS NOT EQUAL TO SPACES
                   PERFORM 6410-SHOW-MANDATE THRU 6410-EXIT
               END-IF
               PERFORM 6860-SHOW-CONTACT THRU 6860-EXIT
               PERFORM 6100-SHOW-SEGMENT THRU 6100-EXIT
           END-IF.
       6000-EXIT.
           EXIT.
      * Segmento de la ultima pasada de segmentacion, con la ultima
      * compra, los tickets y el importe de los doce meses que lo
      * decidieron; un cliente que no ha pasado por ella sale sin
      * calcular.
       6100-SHOW-SEGMENT.
           IF CM-SEGMENT-DATE IS NOT NUMERIC OR
                   CM-SEGMENT-DATE IS EQUAL TO ZERO
               DISPLAY "SEGMENTO: SIN CALCULAR"
               GO TO 6100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CM-SEG-CHAMPION
                   MOVE "CAMPEON" TO WS-SEG-NAME
               WHEN CM-SEG-LOYAL
                   MOVE "FIEL" TO WS-SEG-NAME
               WHEN CM-SEG-OCCASIONAL
                   MOVE "OCASIONAL" TO WS-SEG-NAME
               WHEN CM-SEG-AT-RISK
                   MOVE "EN RIESGO" TO WS-SEG-NAME
               WHEN CM-SEG-LAPSED
                   MOVE "PERDIDO" TO WS-SEG-NAME
               WHEN OTHER
                   DISPLAY "SEGMENTO: SIN CALCULAR"
                   GO TO 6100-EXIT
           END-EVALUATE.
           MOVE CM-SEGMENT-DATE TO WS-SEG-DATE.
           DISPLAY "SEGMENTO: " FUNCTION TRIM(WS-SEG-NAME)
               " (CALCULADO EL " WS-SG-DD "/" WS-SG-MM "/" WS-SG-YYYY
               ")".
           IF CM-LAST-PURCHASE IS NUMERIC AND
                   CM-LAST-PURCHASE IS GREATER THAN ZERO
               MOVE CM-LAST-PURCHASE TO WS-SEG-DATE
               DISPLAY "  ULTIMA COMPRA: " WS-SG-DD "/" WS-SG-MM "/"
                   WS-SG-YYYY
           ELSE
               DISPLAY "  ULTIMA COMPRA: NINGUNA EN DOCE MESES"
           END-IF.
           IF CM-RFM-TICKETS IS NUMERIC AND CM-RFM-SPEND IS NUMERIC
               MOVE CM-RFM-TICKETS TO WS-EDIT-TICKETS
               MOVE CM-RFM-SPEND TO WS-EDIT-SPEND
               DISPLAY "  TICKETS EN DOCE MESES: "
                   FUNCTION TRIM(WS-EDIT-TICKETS) "   IMPORTE NETO: "
                   FUNCTION TRIM(WS-EDIT-SPEND)
           END-IF.
       6100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6300-ASK-FISCAL-DATA - NIF y domicilio fiscal para la         *
      * factura completa. En blanco se queda lo que ya tenia (nada    *
      * en un alta); un asterisco borra el campo. En un cambio, cada  *
      * campo que cambia va al diario de cambios.                     *
      *-----------------------------------------------------------*
       6300-ASK-FISCAL-DATA.
           IF CM-TAX-ID IS EQUAL TO LOW-VALUES
               MOVE SPACES TO CM-TAX-ID
               MOVE SPACES TO CM-FISCAL-ADDRESS
               MOVE SPACES TO CM-FISCAL-POSTCODE
               MOVE SPACES TO CM-FISCAL-CITY
           END-IF.
           MOVE "NIF" TO WS-FISCAL-PROMPT.
           MOVE "CM-TAX-ID" TO WS-FISCAL-FIELD.
           MOVE CM-TAX-ID TO WS-FISCAL-VALUE.
           PERFORM 6310-ASK-FISCAL-FIELD THRU 6310-EXIT.
           MOVE WS-FISCAL-VALUE TO CM-TAX-ID.
           MOVE "DOMICILIO FISCAL" TO WS-FISCAL-PROMPT.
           MOVE "CM-FISC-ADDR" TO WS-FISCAL-FIELD.
           MOVE CM-FISCAL-ADDRESS TO WS-FISCAL-VALUE.
           PERFORM 6310-ASK-FISCAL-FIELD THRU 6310-EXIT.
           MOVE WS-FISCAL-VALUE TO CM-FISCAL-ADDRESS.
           MOVE "CODIGO POSTAL" TO WS-FISCAL-PROMPT.
           MOVE "CM-FISC-CP" TO WS-FISCAL-FIELD.
           MOVE CM-FISCAL-POSTCODE TO WS-FISCAL-VALUE.
           PERFORM 6310-ASK-FISCAL-FIELD THRU 6310-EXIT.
           MOVE WS-FISCAL-VALUE TO CM-FISCAL-POSTCODE.
           MOVE "POBLACION" TO WS-FISCAL-PROMPT.
           MOVE "CM-FISC-CITY" TO WS-FISCAL-FIELD.
           MOVE CM-FISCAL-CITY TO WS-FISCAL-VALUE.
           PERFORM 6310-ASK-FISCAL-FIELD THRU 6310-EXIT.
           MOVE WS-FISCAL-VALUE TO CM-FISCAL-CITY.
       6300-EXIT.
           EXIT.
       6310-ASK-FISCAL-FIELD.
           IF WS-FISCAL-VALUE IS NOT EQUAL TO SPACES
               DISPLAY FUNCTION TRIM(WS-FISCAL-PROMPT) " ACTUAL: "
                   FUNCTION TRIM(WS-FISCAL-VALUE)
           END-IF.
           DISPLAY FUNCTION TRIM(WS-FISCAL-PROMPT)
               " (EN BLANCO PARA NO CAMBIAR, * PARA BORRAR): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-FISCAL-INPUT.
           ACCEPT WS-FISCAL-INPUT.
           IF WS-FISCAL-INPUT IS EQUAL TO SPACES
               GO TO 6310-EXIT
           END-IF.
           IF WS-FISCAL-INPUT IS EQUAL TO "*"
               MOVE SPACES TO WS-FISCAL-INPUT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-FISCAL-INPUT) TO
               WS-FISCAL-INPUT.
           IF WS-FISCAL-INPUT IS EQUAL TO WS-FISCAL-VALUE
               GO TO 6310-EXIT
           END-IF.
           IF WS-FISCAL-LOG
               MOVE WS-FISCAL-FIELD TO WS-CHG-FIELD
               MOVE WS-FISCAL-VALUE TO WS-CHG-BEFORE
               MOVE WS-FISCAL-INPUT TO WS-CHG-AFTER
               PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
           END-IF.
           MOVE WS-FISCAL-INPUT TO WS-FISCAL-VALUE.
       6310-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6400-ASK-MANDATE - mandato de adeudo directo SEPA: alta o     *
      * sustitucion (N) con IBAN, referencia y fecha de firma, o      *
      * revocacion (R). Un mandato nuevo vuelve a empezar por un      *
      * primer adeudo (FRST). Cada cambio va al diario de cambios.    *
      *-----------------------------------------------------------*
       6400-ASK-MANDATE.
           IF CM-MANDATE-DATE IS NOT NUMERIC
               MOVE SPACES TO CM-MANDATE-IBAN
               MOVE SPACES TO CM-MANDATE-REF
               MOVE ZERO TO CM-MANDATE-DATE
               MOVE SPACE TO CM-MANDATE-STATUS
               MOVE ZERO TO CM-MANDATE-LAST-DEBIT
           END-IF.
           IF CM-MANDATE-IBAN IS NOT EQUAL TO SPACES
               PERFORM 6410-SHOW-MANDATE THRU 6410-EXIT
           END-IF.
           DISPLAY "MANDATO SEPA: N) NUEVO O SUSTITUTO   R) REVOCAR "
               "(EN BLANCO PARA NO CAMBIAR): " WITH NO ADVANCING.
           MOVE SPACES TO WS-MANDATE-OPTION.
           ACCEPT WS-MANDATE-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-MANDATE-OPTION) TO
               WS-MANDATE-OPTION.
           EVALUATE WS-MANDATE-OPTION
               WHEN "N"
                   PERFORM 6420-NEW-MANDATE THRU 6420-EXIT
               WHEN "R"
                   PERFORM 6430-REVOKE-MANDATE THRU 6430-EXIT
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA, EL MANDATO NO CAMBIA"
           END-EVALUATE.
       6400-EXIT.
           EXIT.
       6410-SHOW-MANDATE.
           EVALUATE TRUE
               WHEN CM-MANDATE-ACTIVE
                   MOVE "ACTIVO" TO WS-MSTATUS-NAME
               WHEN CM-MANDATE-RETURNED
                   MOVE "ULTIMO ADEUDO DEVUELTO" TO WS-MSTATUS-NAME
               WHEN CM-MANDATE-CANCELLED
                   MOVE "CANCELADO" TO WS-MSTATUS-NAME
               WHEN OTHER
                   MOVE "SIN ESTADO" TO WS-MSTATUS-NAME
           END-EVALUATE.
           MOVE CM-MANDATE-DATE TO WS-MDATE.
           DISPLAY "MANDATO: " FUNCTION TRIM(CM-MANDATE-REF)
               " FIRMADO EL " WS-MD-DD "/" WS-MD-MM "/" WS-MD-YYYY
               " (" FUNCTION TRIM(WS-MSTATUS-NAME) ")".
           DISPLAY "IBAN   : " FUNCTION TRIM(CM-MANDATE-IBAN).
       6410-EXIT.
           EXIT.
      * Sin IBAN valido no hay mandato: el que hubiera queda como
      * estaba.
       6420-NEW-MANDATE.
           DISPLAY "IBAN DEL DEUDOR: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IBAN-INPUT.
           ACCEPT WS-IBAN-INPUT.
           IF WS-IBAN-INPUT IS EQUAL TO SPACES
               DISPLAY "EL MANDATO NO CAMBIA"
               GO TO 6420-EXIT
           END-IF.
           CALL "IBANCHK" USING WS-IBAN-INPUT, WS-IBAN-RESULT.
           IF WS-IBAN-RESULT IS NOT EQUAL TO "S"
               DISPLAY "** IBAN NO VALIDO, EL MANDATO NO CAMBIA **"
               GO TO 6420-EXIT
           END-IF.
           DISPLAY "REFERENCIA DEL MANDATO (EN BLANCO = MANDATO-"
               CM-CUSTOMER-ID "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-MREF-INPUT.
           ACCEPT WS-MREF-INPUT.
           IF WS-MREF-INPUT IS EQUAL TO SPACES
               STRING "MANDATO-" CM-CUSTOMER-ID DELIMITED BY SIZE
                   INTO WS-MREF-INPUT
               END-STRING
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-MREF-INPUT) TO WS-MREF-INPUT.
      * La fecha de firma no puede ser posterior a hoy: el banco
      * rechaza un adeudo de un mandato que aun no existia.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-MDATE-OK-SW.
           PERFORM UNTIL WS-MDATE-OK
               DISPLAY "FECHA DE FIRMA AAAAMMDD (EN BLANCO = HOY): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-MDATE-INPUT
               ACCEPT WS-MDATE-INPUT
               IF WS-MDATE-INPUT IS EQUAL TO SPACES
                   MOVE WS-CURR-DATE TO WS-MDATE
                   SET WS-MDATE-OK TO TRUE
               ELSE
                   IF WS-MDATE-INPUT IS NUMERIC
                       MOVE WS-MDATE-INPUT TO WS-MDATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-MDATE)
                               IS EQUAL TO ZERO AND
                               WS-MDATE IS NOT GREATER THAN
                               WS-CURR-DATE
                           SET WS-MDATE-OK TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-MDATE-OK
                       DISPLAY "FECHA NO VALIDA, INTENTELO DE NUEVO"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CM-MAND-IBAN" TO WS-CHG-FIELD.
           MOVE CM-MANDATE-IBAN TO WS-CHG-BEFORE.
           MOVE WS-IBAN-INPUT TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           MOVE "CM-MAND-REF" TO WS-CHG-FIELD.
           MOVE CM-MANDATE-REF TO WS-CHG-BEFORE.
           MOVE WS-MREF-INPUT TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           MOVE "CM-MAND-DATE" TO WS-CHG-FIELD.
           MOVE CM-MANDATE-DATE TO WS-CHG-BEFORE.
           MOVE WS-MDATE TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           MOVE WS-IBAN-INPUT TO CM-MANDATE-IBAN.
           MOVE WS-MREF-INPUT TO CM-MANDATE-REF.
           MOVE WS-MDATE TO CM-MANDATE-DATE.
           SET CM-MANDATE-ACTIVE TO TRUE.
           MOVE ZERO TO CM-MANDATE-LAST-DEBIT.
           DISPLAY "MANDATO REGISTRADO".
       6420-EXIT.
           EXIT.
      * El mandato revocado se conserva como constancia; la remesa
      * deja de cobrarlo y el cliente vuelve a la reclamacion.
       6430-REVOKE-MANDATE.
           IF CM-MANDATE-IBAN IS EQUAL TO SPACES OR
                   CM-MANDATE-CANCELLED
               DISPLAY "** EL CLIENTE NO TIENE MANDATO VIGENTE **"
               GO TO 6430-EXIT
           END-IF.
           MOVE "CM-MAND-STAT" TO WS-CHG-FIELD.
           MOVE CM-MANDATE-STATUS TO WS-CHG-BEFORE.
           SET CM-MANDATE-CANCELLED TO TRUE.
           MOVE CM-MANDATE-STATUS TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           DISPLAY "MANDATO REVOCADO".
       6430-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6500-RUN-SEGMENTATION - lanza la pasada de segmentacion,    *
      * que regraba el maestro de clientes: se cierra aqui mientras *
      * dura y se vuelve a abrir al terminar.                       *
      *-----------------------------------------------------------*
       6500-RUN-SEGMENTATION.
           CLOSE CLIENT-FILE.
           CALL "EX04RFM".
           OPEN I-O CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR EL MAESTRO DE CLIENTES **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       6500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6600-ISSUE-INVOICE - factura de uno o varios tickets de un  *
      * cliente (EX04FAC), con el maestro cerrado mientras dura     *
      * igual que en la segmentacion.                               *
      *-----------------------------------------------------------*
       6600-ISSUE-INVOICE.
           CLOSE CLIENT-FILE.
           CALL "EX04FAC".
           OPEN I-O CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR EL MAESTRO DE CLIENTES **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       6600-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6700-RUN-DIRECT-DEBIT - remesa mensual de adeudos SEPA y    *
      * devoluciones (EX04SDD), que regraban saldos: el maestro se  *
      * cierra mientras dura igual que en la segmentacion.          *
      *-----------------------------------------------------------*
       6700-RUN-DIRECT-DEBIT.
           CLOSE CLIENT-FILE.
           CALL "EX04SDD".
           OPEN I-O CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR EL MAESTRO DE CLIENTES **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       6700-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6800-ASK-CONTACT - correo, telefono y direccion postal para   *
      * las comunicaciones comerciales, con las mismas reglas que los *
      * datos fiscales: en blanco no cambia, un asterisco borra.      *
      *-----------------------------------------------------------*
       6800-ASK-CONTACT.
           IF CM-MKT-CONSENT-DATE IS NOT NUMERIC
               MOVE SPACES TO CM-EMAIL
               MOVE SPACES TO CM-PHONE
               MOVE SPACES TO CM-POSTAL-ADDRESS
               MOVE SPACES TO CM-POSTAL-POSTCODE
               MOVE SPACES TO CM-POSTAL-CITY
               MOVE SPACE TO CM-MKT-CONSENT
               MOVE ZERO TO CM-MKT-CONSENT-DATE
           END-IF.
           PERFORM 6810-ASK-EMAIL THRU 6810-EXIT.
           MOVE "TELEFONO" TO WS-FISCAL-PROMPT.
           MOVE "CM-PHONE" TO WS-FISCAL-FIELD.
           MOVE CM-PHONE TO WS-FISCAL-VALUE.
           PERFORM 6310-ASK-FISCAL-FIELD THRU 6310-EXIT.
           MOVE WS-FISCAL-VALUE TO CM-PHONE.
           MOVE "DIRECCION POSTAL" TO WS-FISCAL-PROMPT.
           MOVE "CM-POST-ADDR" TO WS-FISCAL-FIELD.
           MOVE CM-POSTAL-ADDRESS TO WS-FISCAL-VALUE.
           PERFORM 6310-ASK-FISCAL-FIELD THRU 6310-EXIT.
           MOVE WS-FISCAL-VALUE TO CM-POSTAL-ADDRESS.
           MOVE "CP POSTAL" TO WS-FISCAL-PROMPT.
           MOVE "CM-POST-CP" TO WS-FISCAL-FIELD.
           MOVE CM-POSTAL-POSTCODE TO WS-FISCAL-VALUE.
           PERFORM 6310-ASK-FISCAL-FIELD THRU 6310-EXIT.
           MOVE WS-FISCAL-VALUE TO CM-POSTAL-POSTCODE.
           MOVE "POBLACION POSTAL" TO WS-FISCAL-PROMPT.
           MOVE "CM-POST-CITY" TO WS-FISCAL-FIELD.
           MOVE CM-POSTAL-CITY TO WS-FISCAL-VALUE.
           PERFORM 6310-ASK-FISCAL-FIELD THRU 6310-EXIT.
           MOVE WS-FISCAL-VALUE TO CM-POSTAL-CITY.
       6800-EXIT.
           EXIT.
      * El correo se repite hasta que tenga forma de direccion; en
      * blanco se queda el que habia y un asterisco lo borra.
       6810-ASK-EMAIL.
           IF CM-EMAIL IS NOT EQUAL TO SPACES
               DISPLAY "CORREO ACTUAL: " FUNCTION TRIM(CM-EMAIL)
           END-IF.
           MOVE "N" TO WS-EMAIL-OK-SW.
           PERFORM UNTIL WS-EMAIL-OK
               DISPLAY "CORREO ELECTRONICO (EN BLANCO PARA NO CAMBIAR, "
                   "* PARA BORRAR): " WITH NO ADVANCING
               MOVE SPACES TO WS-EMAIL-INPUT
               ACCEPT WS-EMAIL-INPUT
               MOVE FUNCTION UPPER-CASE(WS-EMAIL-INPUT) TO
                   WS-EMAIL-INPUT
               EVALUATE TRUE
                   WHEN WS-EMAIL-INPUT IS EQUAL TO SPACES
                       GO TO 6810-EXIT
                   WHEN WS-EMAIL-INPUT IS EQUAL TO "*"
                       MOVE SPACES TO WS-EMAIL-INPUT
                       SET WS-EMAIL-OK TO TRUE
                   WHEN OTHER
                       PERFORM 6820-CHECK-EMAIL THRU 6820-EXIT
                       IF NOT WS-EMAIL-OK
                           DISPLAY "CORREO NO VALIDO, INTENTELO DE "
                               "NUEVO"
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF WS-EMAIL-INPUT IS EQUAL TO CM-EMAIL
               GO TO 6810-EXIT
           END-IF.
           IF WS-FISCAL-LOG
               MOVE "CM-EMAIL" TO WS-CHG-FIELD
               MOVE CM-EMAIL TO WS-CHG-BEFORE
               MOVE WS-EMAIL-INPUT TO WS-CHG-AFTER
               PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
           END-IF.
           MOVE WS-EMAIL-INPUT TO CM-EMAIL.
       6810-EXIT.
           EXIT.
       6820-CHECK-EMAIL.
           MOVE "N" TO WS-EMAIL-OK-SW.
           MOVE ZERO TO WS-AT-COUNT.
           INSPECT WS-EMAIL-INPUT TALLYING WS-AT-COUNT FOR ALL "@".
           IF WS-AT-COUNT IS NOT EQUAL TO 1
               GO TO 6820-EXIT
           END-IF.
           MOVE ZERO TO WS-AT-POS.
           INSPECT WS-EMAIL-INPUT TALLYING WS-AT-POS
               FOR CHARACTERS BEFORE INITIAL "@".
           IF WS-AT-POS IS EQUAL TO ZERO OR
                   WS-AT-POS IS GREATER THAN 46
               GO TO 6820-EXIT
           END-IF.
           MOVE ZERO TO WS-DOT-COUNT.
           INSPECT WS-EMAIL-INPUT(WS-AT-POS + 2:) TALLYING
               WS-DOT-COUNT FOR ALL ".".
           IF WS-DOT-COUNT IS EQUAL TO ZERO
               GO TO 6820-EXIT
           END-IF.
           MOVE ZERO TO WS-DOT-COUNT.
           INSPECT FUNCTION TRIM(WS-EMAIL-INPUT) TALLYING
               WS-DOT-COUNT FOR ALL " ".
           IF WS-DOT-COUNT IS EQUAL TO ZERO
               SET WS-EMAIL-OK TO TRUE
           END-IF.
       6820-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6850-ASK-CONSENT - consentimiento para comunicaciones         *
      * comerciales. Darlo o retirarlo lo fecha con el dia de hoy y   *
      * queda en el diario de cambios como constancia; en blanco se   *
      * queda como estaba (sin consentimiento en un alta).            *
      *-----------------------------------------------------------*
       6850-ASK-CONSENT.
           IF CM-MKT-OPTED-IN
               DISPLAY "ACEPTA COMUNICACIONES COMERCIALES: SI"
           END-IF.
           IF CM-MKT-OPTED-OUT
               DISPLAY "ACEPTA COMUNICACIONES COMERCIALES: NO"
           END-IF.
           MOVE SPACE TO WS-CONSENT-INPUT.
           PERFORM UNTIL WS-CONSENT-INPUT IS EQUAL TO "S" OR "N"
                   OR SPACE
               DISPLAY "ACEPTA COMUNICACIONES COMERCIALES S/N (EN "
                   "BLANCO PARA NO CAMBIAR): " WITH NO ADVANCING
               ACCEPT WS-CONSENT-INPUT
               MOVE FUNCTION UPPER-CASE(WS-CONSENT-INPUT) TO
                   WS-CONSENT-INPUT
           END-PERFORM.
           IF WS-CONSENT-INPUT IS EQUAL TO SPACE OR
                   WS-CONSENT-INPUT IS EQUAL TO CM-MKT-CONSENT
               GO TO 6850-EXIT
           END-IF.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE "CLIENTS" TO WS-CHG-FILE.
           MOVE CM-NAME TO WS-CHG-KEY.
           IF CM-NAME IS EQUAL TO SPACES
               MOVE WS-NAME-KEY TO WS-CHG-KEY
           END-IF.
           MOVE "CM-MKT-CONS" TO WS-CHG-FIELD.
           MOVE SPACES TO WS-CHG-BEFORE.
           STRING CM-MKT-CONSENT " " CM-MKT-CONSENT-DATE
               DELIMITED BY SIZE INTO WS-CHG-BEFORE
           END-STRING.
           MOVE WS-CONSENT-INPUT TO CM-MKT-CONSENT.
           MOVE WS-CURR-DATE TO CM-MKT-CONSENT-DATE.
           MOVE SPACES TO WS-CHG-AFTER.
           STRING CM-MKT-CONSENT " " CM-MKT-CONSENT-DATE
               DELIMITED BY SIZE INTO WS-CHG-AFTER
           END-STRING.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
       6850-EXIT.
           EXIT.
       6860-SHOW-CONTACT.
           IF CM-MKT-CONSENT-DATE IS NOT NUMERIC
               GO TO 6860-EXIT
           END-IF.
           IF CM-EMAIL IS NOT EQUAL TO SPACES
               DISPLAY "CORREO : " FUNCTION TRIM(CM-EMAIL)
           END-IF.
           IF CM-PHONE IS NOT EQUAL TO SPACES
               DISPLAY "TELEF. : " FUNCTION TRIM(CM-PHONE)
           END-IF.
           IF CM-POSTAL-ADDRESS IS NOT EQUAL TO SPACES
               DISPLAY "DIRECC.: " FUNCTION TRIM(CM-POSTAL-ADDRESS)
               DISPLAY "         " CM-POSTAL-POSTCODE " "
                   FUNCTION TRIM(CM-POSTAL-CITY)
           END-IF.
           MOVE CM-MKT-CONSENT-DATE TO WS-MDATE.
           EVALUATE TRUE
               WHEN CM-MKT-OPTED-IN
                   DISPLAY "PUBLIC.: ACEPTA DESDE EL " WS-MD-DD "/"
                       WS-MD-MM "/" WS-MD-YYYY
               WHEN CM-MKT-OPTED-OUT AND
                       CM-MKT-CONSENT-DATE IS GREATER THAN ZERO
                   DISPLAY "PUBLIC.: NO ACEPTA DESDE EL " WS-MD-DD "/"
                       WS-MD-MM "/" WS-MD-YYYY
               WHEN OTHER
                   DISPLAY "PUBLIC.: SIN CONSENTIMIENTO"
           END-EVALUATE.
       6860-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6900-RUN-CAMPAIGN - extraccion de clientes para una campana *
      * (EX04CMP); el maestro y el catalogo, que tambien lee, se    *
      * cierran mientras dura igual que en la segmentacion.         *
      *-----------------------------------------------------------*
       6900-RUN-CAMPAIGN.
           CLOSE CLIENT-FILE.
           CLOSE PRODUCT-FILE.
           CALL "EX04CMP".
           OPEN I-O CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR EL MAESTRO DE CLIENTES **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
           OPEN I-O PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR EL CATALOGO **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       6900-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 6950-RUN-BAD-DEBT - paso a fallidos de la deuda de          *
      * clientes (EX04BDW), que regraba saldos: el maestro se       *
      * cierra mientras dura igual que en la segmentacion.          *
      *-----------------------------------------------------------*
       6950-RUN-BAD-DEBT.
           CLOSE CLIENT-FILE.
           CALL "EX04BDW".
           OPEN I-O CLIENT-FILE.
           IF WS-CLIENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR EL MAESTRO DE CLIENTES **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       6950-EXIT.
           EXIT.
      * La busqueda admite numero de cliente (clave primaria) o
      * nombre (clave alternativa), segun lo tecleado en
      * WS-NAME-KEY sea numerico o no.
       7000-READ-CLIENT.
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
       7000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 7100-BUDGET-MAINT - presupuestos de venta y margen por      *
      * tienda, mes y departamento: alta o cambio, baja, consulta,  *
      * carga del fichero de la central y el informe de             *
      * presupuesto contra real (EX04BVA).                          *
      *-----------------------------------------------------------*
       7100-BUDGET-MAINT.
           MOVE SPACES TO WS-OPTION.
           PERFORM UNTIL WS-OPT-EXIT
               PERFORM 7110-SHOW-MENU THRU 7110-EXIT
               EVALUATE TRUE
                   WHEN WS-OPT-ADD
                       PERFORM 7120-ADD-BUDGET THRU 7120-EXIT
                   WHEN WS-OPT-DELETE
                       PERFORM 7130-DELETE-BUDGET THRU 7130-EXIT
                   WHEN WS-OPT-INQUIRE
                       PERFORM 7140-INQUIRE-BUDGET THRU 7140-EXIT
                   WHEN WS-OPT-LOAD
                       PERFORM 7150-LOAD-BUDGETS THRU 7150-EXIT
                   WHEN WS-OPT-SALES
                       PERFORM 7195-RUN-BUDGET-REPORT THRU 7195-EXIT
                   WHEN WS-OPT-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
       7100-EXIT.
           EXIT.
       7110-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "---- PRESUPUESTOS DE VENTA ----".
           DISPLAY "A) ALTA/CAMBIO   D) BAJA   I) CONSULTA   "
               "L) CARGAR FICHERO DE LA CENTRAL".
           DISPLAY "V) PRESUPUESTO CONTRA REAL   X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
       7110-EXIT.
           EXIT.
      * Si el presupuesto ya existe se ensenan sus importes y en
      * blanco se conserva cada uno.
       7120-ADD-BUDGET.
           PERFORM 7160-ASK-BUDGET-KEY THRU 7160-EXIT.
           IF NOT WS-BUD-OK
               GO TO 7120-EXIT
           END-IF.
           PERFORM 7170-READ-BUDGET THRU 7170-EXIT.
           IF WS-BUD-FOUND
               MOVE BG-SALES TO WS-EDIT-BUDGET
               MOVE BG-MARGIN TO WS-EDIT-BUDGET2
               DISPLAY "VENTA ACTUAL: " WS-EDIT-BUDGET
                   "   MARGEN ACTUAL: " WS-EDIT-BUDGET2
           END-IF.
           MOVE "VENTA NETA SIN IVA: " TO WS-BUD-PROMPT.
           MOVE WS-OLD-BSALES TO WS-BUD-AMOUNT.
           PERFORM 7165-ASK-AMOUNT THRU 7165-EXIT.
           MOVE WS-BUD-AMOUNT TO WS-NEW-BSALES.
           MOVE "MARGEN BRUTO: " TO WS-BUD-PROMPT.
           MOVE WS-OLD-BMARGIN TO WS-BUD-AMOUNT.
           PERFORM 7165-ASK-AMOUNT THRU 7165-EXIT.
           MOVE WS-BUD-AMOUNT TO WS-NEW-BMARGIN.
           IF WS-NEW-BMARGIN IS GREATER THAN WS-NEW-BSALES
               DISPLAY "** EL MARGEN NO PUEDE SUPERAR LA VENTA **"
               GO TO 7120-EXIT
           END-IF.
           PERFORM 7190-BUDGET-OPERATOR THRU 7190-EXIT.
           PERFORM 7180-STORE-BUDGET THRU 7180-EXIT.
           IF WS-BUD-OK
               DISPLAY "PRESUPUESTO GRABADO"
           END-IF.
       7120-EXIT.
           EXIT.
       7130-DELETE-BUDGET.
           PERFORM 7160-ASK-BUDGET-KEY THRU 7160-EXIT.
           IF NOT WS-BUD-OK
               GO TO 7130-EXIT
           END-IF.
           PERFORM 7170-READ-BUDGET THRU 7170-EXIT.
           IF NOT WS-BUD-FOUND
               DISPLAY "** NO ENCONTRADO **"
               GO TO 7130-EXIT
           END-IF.
           DELETE BUDGET-FILE RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA"
                   GO TO 7130-EXIT
           END-DELETE.
           MOVE "BUDGET" TO WS-CHG-FILE.
           MOVE SPACES TO WS-CHG-KEY.
           STRING WS-BK-STORE "/" WS-BK-YEAR "/" WS-BK-MONTH "/"
               WS-BK-DEPT DELIMITED BY SIZE INTO WS-CHG-KEY
           END-STRING.
           MOVE "BAJA" TO WS-CHG-FIELD.
           MOVE WS-OLD-BSALES TO WS-CHG-BUDGET.
           MOVE WS-CHG-BUDGET TO WS-CHG-BEFORE.
           MOVE "-" TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           DISPLAY "DADO DE BAJA".
       7130-EXIT.
           EXIT.
      * Lista los doce meses de una tienda y ano, con el total de
      * la tienda (los registros sin departamento) al pie.
       7140-INQUIRE-BUDGET.
           DISPLAY "TIENDA (EN BLANCO = " CTL-STORE-ID "): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-BSTORE-INPUT.
           ACCEPT WS-BSTORE-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-BSTORE-INPUT) TO WS-BK-STORE.
           IF WS-BK-STORE IS EQUAL TO SPACES
               MOVE CTL-STORE-ID TO WS-BK-STORE
           END-IF.
           DISPLAY "ANO (AAAA, EN BLANCO = EL ACTUAL): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-BYEAR-INPUT.
           ACCEPT WS-BYEAR-INPUT.
           IF WS-BYEAR-INPUT IS NUMERIC
               MOVE WS-BYEAR-INPUT TO WS-BK-YEAR
           ELSE
               ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
               MOVE WS-CURR-DATE(1:4) TO WS-BK-YEAR
           END-IF.
           MOVE ZERO TO WS-BK-MONTH.
           MOVE SPACES TO WS-BK-DEPT.
           MOVE WS-BUD-KEY TO BG-KEY.
           MOVE ZERO TO WS-BUD-TOT-SALES.
           MOVE ZERO TO WS-BUD-TOT-MARGIN.
           MOVE "N" TO WS-BUD-EOF-SW.
           START BUDGET-FILE KEY IS NOT LESS THAN BG-KEY
               INVALID KEY
                   SET WS-NO-MORE-BUDGETS TO TRUE
           END-START.
           DISPLAY "MES DPT            VENTA           MARGEN".
           PERFORM UNTIL WS-NO-MORE-BUDGETS
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-BUDGETS TO TRUE
                   NOT AT END
                       IF BG-STORE-ID IS NOT EQUAL TO WS-BK-STORE OR
                               BG-YEAR IS NOT EQUAL TO WS-BK-YEAR
                           SET WS-NO-MORE-BUDGETS TO TRUE
                       ELSE
                           MOVE BG-SALES TO WS-EDIT-BUDGET
                           MOVE BG-MARGIN TO WS-EDIT-BUDGET2
                           DISPLAY " " BG-MONTH " " BG-DEPT " "
                               WS-EDIT-BUDGET "   " WS-EDIT-BUDGET2
                           IF BG-DEPT IS EQUAL TO SPACES
                               ADD BG-SALES TO WS-BUD-TOT-SALES
                               ADD BG-MARGIN TO WS-BUD-TOT-MARGIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-BUD-TOT-SALES TO WS-EDIT-BUDGET.
           MOVE WS-BUD-TOT-MARGIN TO WS-EDIT-BUDGET2.
           DISPLAY "TOTAL TIENDA " WS-EDIT-BUDGET "   "
               WS-EDIT-BUDGET2.
       7140-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 7150-LOAD-BUDGETS - carga BUDGLOAD.DAT, el fichero de       *
      * objetivos de la central: cada linea da de alta o sustituye  *
      * el presupuesto de su clave; las lineas con datos no validos *
      * se ensenan y se saltan.                                     *
      *-----------------------------------------------------------*
       7150-LOAD-BUDGETS.
           OPEN INPUT BUDGLOAD-FILE.
           IF WS-BUDGLOAD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO HAY FICHERO BUDGLOAD.DAT **"
               GO TO 7150-EXIT
           END-IF.
           MOVE ZERO TO WS-LOAD-READ.
           MOVE ZERO TO WS-LOAD-DONE.
           MOVE ZERO TO WS-LOAD-BAD.
           MOVE "CARGA" TO WS-BUD-OPERATOR.
           MOVE "N" TO WS-BUD-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-BUDGETS
               READ BUDGLOAD-FILE
                   AT END
                       SET WS-NO-MORE-BUDGETS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOAD-READ
                       PERFORM 7155-LOAD-ONE THRU 7155-EXIT
               END-READ
           END-PERFORM.
           CLOSE BUDGLOAD-FILE.
           DISPLAY "LINEAS LEIDAS: " WS-LOAD-READ
               "   GRABADAS: " WS-LOAD-DONE
               "   RECHAZADAS: " WS-LOAD-BAD.
       7150-EXIT.
           EXIT.
       7155-LOAD-ONE.
           MOVE SPACES TO BUDGET-REC.
           MOVE BUDGLOAD-FILE-REC TO BUDGET-REC.
           MOVE SPACES TO WS-BUD-REASON.
           EVALUATE TRUE
               WHEN BG-STORE-ID IS EQUAL TO SPACES
                   MOVE "SIN TIENDA" TO WS-BUD-REASON
               WHEN BG-YEAR IS NOT NUMERIC OR BG-YEAR IS EQUAL TO
                       ZERO
                   MOVE "ANO NO VALIDO" TO WS-BUD-REASON
               WHEN BG-MONTH IS NOT NUMERIC OR BG-MONTH IS LESS
                       THAN 1 OR BG-MONTH IS GREATER THAN 12
                   MOVE "MES NO VALIDO" TO WS-BUD-REASON
               WHEN BG-SALES IS NOT NUMERIC OR BG-MARGIN IS NOT
                       NUMERIC
                   MOVE "IMPORTE NO NUMERICO" TO WS-BUD-REASON
               WHEN BG-MARGIN IS GREATER THAN BG-SALES
                   MOVE "MARGEN MAYOR QUE LA VENTA" TO WS-BUD-REASON
           END-EVALUATE.
           IF WS-BUD-REASON IS EQUAL TO SPACES
               MOVE BG-KEY TO WS-BUD-KEY
               MOVE FUNCTION UPPER-CASE(WS-BK-STORE) TO WS-BK-STORE
               MOVE FUNCTION UPPER-CASE(WS-BK-DEPT) TO WS-BK-DEPT
               MOVE BG-SALES TO WS-NEW-BSALES
               MOVE BG-MARGIN TO WS-NEW-BMARGIN
               PERFORM 7175-CHECK-BUDGET-DEPT THRU 7175-EXIT
               IF NOT WS-BUD-OK
                   MOVE "DEPARTAMENTO NO VALIDO" TO WS-BUD-REASON
               END-IF
           END-IF.
           IF WS-BUD-REASON IS NOT EQUAL TO SPACES
               ADD 1 TO WS-LOAD-BAD
               DISPLAY "LINEA " WS-LOAD-READ " RECHAZADA: "
                   WS-BUD-REASON
               GO TO 7155-EXIT
           END-IF.
           PERFORM 7170-READ-BUDGET THRU 7170-EXIT.
           PERFORM 7180-STORE-BUDGET THRU 7180-EXIT.
           IF WS-BUD-OK
               ADD 1 TO WS-LOAD-DONE
           ELSE
               ADD 1 TO WS-LOAD-BAD
           END-IF.
       7155-EXIT.
           EXIT.
      * Pide tienda (en blanco, la de este fichero de control), ano,
      * mes y departamento (en blanco, la tienda entera). Deja la
      * clave en WS-BUD-KEY y WS-BUD-OK-SW a "N" si se abandona.
       7160-ASK-BUDGET-KEY.
           MOVE "N" TO WS-BUD-OK-SW.
           DISPLAY "TIENDA (EN BLANCO = " CTL-STORE-ID "): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-BSTORE-INPUT.
           ACCEPT WS-BSTORE-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-BSTORE-INPUT) TO WS-BK-STORE.
           IF WS-BK-STORE IS EQUAL TO SPACES
               MOVE CTL-STORE-ID TO WS-BK-STORE
           END-IF.
           DISPLAY "ANO (AAAA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-BYEAR-INPUT.
           ACCEPT WS-BYEAR-INPUT.
           IF WS-BYEAR-INPUT IS NOT NUMERIC OR WS-BYEAR-INPUT IS
                   EQUAL TO "0000"
               DISPLAY "** ANO NO VALIDO **"
               GO TO 7160-EXIT
           END-IF.
           MOVE WS-BYEAR-INPUT TO WS-BK-YEAR.
           DISPLAY "MES (1-12): " WITH NO ADVANCING.
           MOVE SPACES TO WS-BMONTH-INPUT.
           ACCEPT WS-BMONTH-INPUT.
           IF FUNCTION TEST-NUMVAL(WS-BMONTH-INPUT) IS NOT EQUAL TO
                   ZERO
               DISPLAY "** MES NO VALIDO **"
               GO TO 7160-EXIT
           END-IF.
           IF FUNCTION NUMVAL(WS-BMONTH-INPUT) IS LESS THAN 1 OR
                   FUNCTION NUMVAL(WS-BMONTH-INPUT) IS GREATER THAN 12
               DISPLAY "** MES NO VALIDO **"
               GO TO 7160-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-BMONTH-INPUT) TO WS-BK-MONTH.
           DISPLAY "DEPARTAMENTO (EN BLANCO = TODA LA TIENDA): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DEPT-INPUT.
           ACCEPT WS-DEPT-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-INPUT) TO WS-BK-DEPT.
           PERFORM 7175-CHECK-BUDGET-DEPT THRU 7175-EXIT.
           IF NOT WS-BUD-OK
               DISPLAY "** DEPARTAMENTO NO DADO DE ALTA **"
           END-IF.
       7160-EXIT.
           EXIT.
      * Pide un importe; en blanco se queda el que trae
      * WS-BUD-AMOUNT (cero en un alta).
       7165-ASK-AMOUNT.
           MOVE "N" TO WS-BUD-OK-SW.
           PERFORM UNTIL WS-BUD-OK
               DISPLAY WS-BUD-PROMPT WITH NO ADVANCING
               MOVE SPACES TO WS-BAMT-INPUT
               ACCEPT WS-BAMT-INPUT
               EVALUATE TRUE
                   WHEN WS-BAMT-INPUT IS EQUAL TO SPACES
                       SET WS-BUD-OK TO TRUE
                   WHEN FUNCTION TEST-NUMVAL(WS-BAMT-INPUT) IS NOT
                           EQUAL TO ZERO
                       DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE "
                           "NUEVO"
                   WHEN FUNCTION NUMVAL(WS-BAMT-INPUT) IS LESS THAN
                           ZERO
                       DISPLAY "EL IMPORTE NO PUEDE SER NEGATIVO"
                   WHEN OTHER
                       MOVE FUNCTION NUMVAL(WS-BAMT-INPUT) TO
                           WS-BUD-AMOUNT
                       SET WS-BUD-OK TO TRUE
               END-EVALUATE
           END-PERFORM.
       7165-EXIT.
           EXIT.
      * Lee el presupuesto de WS-BUD-KEY; sus importes quedan como
      * los anteriores para el diario de cambios (cero si no esta).
       7170-READ-BUDGET.
           MOVE "N" TO WS-BUD-FOUND-SW.
           MOVE ZERO TO WS-OLD-BSALES.
           MOVE ZERO TO WS-OLD-BMARGIN.
           MOVE WS-BUD-KEY TO BG-KEY.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE "N" TO WS-BUD-FOUND-SW
               NOT INVALID KEY
                   SET WS-BUD-FOUND TO TRUE
                   MOVE BG-SALES TO WS-OLD-BSALES
                   MOVE BG-MARGIN TO WS-OLD-BMARGIN
           END-READ.
       7170-EXIT.
           EXIT.
      * Un presupuesto de departamento tiene que ser de un
      * departamento activo del maestro (la familia no cuenta).
       7175-CHECK-BUDGET-DEPT.
           SET WS-BUD-OK TO TRUE.
           IF WS-BK-DEPT IS EQUAL TO SPACES
               GO TO 7175-EXIT
           END-IF.
           MOVE WS-BK-DEPT TO DP-DEPT.
           MOVE SPACES TO DP-FAMILY.
           PERFORM 8985-READ-DEPT THRU 8985-EXIT.
           IF NOT WS-DEPT-FOUND OR DP-IS-DELETED
               MOVE "N" TO WS-BUD-OK-SW
           END-IF.
       7175-EXIT.
           EXIT.
      * Graba o regraba el presupuesto de WS-BUD-KEY con los importes
      * nuevos, segun 7170 lo encontrara o no, y deja en el diario de
      * cambios el alta o cada importe que cambie.
       7180-STORE-BUDGET.
           MOVE "N" TO WS-BUD-OK-SW.
           MOVE WS-BUD-KEY TO BG-KEY.
           MOVE WS-NEW-BSALES TO BG-SALES.
           MOVE WS-NEW-BMARGIN TO BG-MARGIN.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-DATE TO BG-UPD-DATE.
           MOVE WS-BUD-OPERATOR TO BG-OPERATOR.
           IF WS-BUD-FOUND
               REWRITE BUDGET-REC
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL PRESUPUESTO"
                       GO TO 7180-EXIT
               END-REWRITE
           ELSE
               WRITE BUDGET-REC
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL PRESUPUESTO"
                       GO TO 7180-EXIT
               END-WRITE
           END-IF.
           SET WS-BUD-OK TO TRUE.
           MOVE "BUDGET" TO WS-CHG-FILE.
           MOVE SPACES TO WS-CHG-KEY.
           STRING WS-BK-STORE "/" WS-BK-YEAR "/" WS-BK-MONTH "/"
               WS-BK-DEPT DELIMITED BY SIZE INTO WS-CHG-KEY
           END-STRING.
           IF NOT WS-BUD-FOUND
               MOVE "ALTA" TO WS-CHG-FIELD
               MOVE "-" TO WS-CHG-BEFORE
               MOVE BG-SALES TO WS-CHG-BUDGET
               MOVE WS-CHG-BUDGET TO WS-CHG-AFTER
               PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
               GO TO 7180-EXIT
           END-IF.
           IF BG-SALES IS NOT EQUAL TO WS-OLD-BSALES
               MOVE "BG-SALES" TO WS-CHG-FIELD
               MOVE WS-OLD-BSALES TO WS-CHG-BUDGET
               MOVE WS-CHG-BUDGET TO WS-CHG-BEFORE
               MOVE BG-SALES TO WS-CHG-BUDGET
               MOVE WS-CHG-BUDGET TO WS-CHG-AFTER
               PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
           END-IF.
           IF BG-MARGIN IS NOT EQUAL TO WS-OLD-BMARGIN
               MOVE "BG-MARGIN" TO WS-CHG-FIELD
               MOVE WS-OLD-BMARGIN TO WS-CHG-BUDGET
               MOVE WS-CHG-BUDGET TO WS-CHG-BEFORE
               MOVE BG-MARGIN TO WS-CHG-BUDGET
               MOVE WS-CHG-BUDGET TO WS-CHG-AFTER
               PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
           END-IF.
       7180-EXIT.
           EXIT.
      * El operador firmado en sesion, como en el diario de precios.
       7190-BUDGET-OPERATOR.
           MOVE SPACES TO WS-BUD-OPERATOR.
           ACCEPT WS-BUD-OPERATOR FROM ENVIRONMENT "EX04-OPERATOR".
           IF WS-BUD-OPERATOR IS EQUAL TO SPACES
               ACCEPT WS-BUD-OPERATOR FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-BUD-OPERATOR IS EQUAL TO SPACES
               MOVE "UNKNOWN" TO WS-BUD-OPERATOR
           END-IF.
       7190-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 7195-RUN-BUDGET-REPORT - presupuesto contra real            *
      * (EX04BVA), que lee presupuestos, departamentos y            *
      * catalogo: se cierran mientras dura y se reabren al volver.  *
      *-----------------------------------------------------------*
       7195-RUN-BUDGET-REPORT.
           CLOSE BUDGET-FILE.
           CLOSE DEPT-FILE.
           CLOSE PRODUCT-FILE.
           CALL "EX04BVA".
           OPEN I-O BUDGET-FILE.
           IF WS-BUDGET-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR LOS PRESUPUESTOS **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
           OPEN I-O DEPT-FILE.
           IF WS-DEPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR LOS DEPARTAMENTOS **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
           OPEN I-O PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR EL CATALOGO **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       7195-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 7200-PRICE-LIST-MAINT - tarifas de clientes profesionales:  *
      * alta o cambio de la cabecera y de los precios especiales    *
      * por producto, baja y consulta.                              *
      *-----------------------------------------------------------*
       7200-PRICE-LIST-MAINT.
           MOVE SPACES TO WS-OPTION.
           PERFORM UNTIL WS-OPT-EXIT
               PERFORM 7210-SHOW-MENU THRU 7210-EXIT
               EVALUATE TRUE
                   WHEN WS-OPT-ADD
                       PERFORM 7220-ADD-PRICE-ENTRY THRU 7220-EXIT
                   WHEN WS-OPT-DELETE
                       PERFORM 7230-DELETE-PRICE-ENTRY THRU 7230-EXIT
                   WHEN WS-OPT-INQUIRE
                       PERFORM 7240-INQUIRE-PRICE-LIST THRU 7240-EXIT
                   WHEN WS-OPT-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
       7200-EXIT.
           EXIT.
       7210-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "---- TARIFAS DE CLIENTES ----".
           DISPLAY "A) ALTA/CAMBIO   D) BAJA   I) CONSULTA   X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
       7210-EXIT.
           EXIT.
      * Con el producto en blanco se trata la cabecera de la tarifa
      * (alta o cambio de nombre); un producto solo entra en una
      * tarifa activa y debe existir en el catalogo. Si ya estaba en
      * la tarifa, se cambia su precio.
       7220-ADD-PRICE-ENTRY.
           PERFORM 7270-ASK-PL-KEY THRU 7270-EXIT.
           IF WS-PLIST-INPUT IS EQUAL TO SPACES
               GO TO 7220-EXIT
           END-IF.
           MOVE "PRICELST" TO WS-CHG-FILE.
           MOVE SPACES TO WS-CHG-KEY.
           STRING WS-PLIST-INPUT "/" WS-PLPROD-INPUT DELIMITED BY SIZE
               INTO WS-CHG-KEY
           END-STRING.
           IF WS-PLPROD-INPUT IS NOT EQUAL TO SPACES
               PERFORM 7225-ADD-PRODUCT-PRICE THRU 7225-EXIT
               GO TO 7220-EXIT
           END-IF.
           MOVE WS-PLIST-INPUT TO PL-LIST.
           MOVE SPACES TO PL-PRODUCT.
           PERFORM 7250-READ-PRICE-LIST THRU 7250-EXIT.
           IF WS-PL-FOUND AND PL-IS-ACTIVE
               MOVE PL-NAME TO WS-OLD-DNAME
               DISPLAY "NOMBRE ACTUAL: " PL-NAME
               DISPLAY "NOMBRE NUEVO (EN BLANCO PARA NO CAMBIAR): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DNAME-INPUT
               ACCEPT WS-DNAME-INPUT
               IF WS-DNAME-INPUT IS EQUAL TO SPACES
                   GO TO 7220-EXIT
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-DNAME-INPUT) TO PL-NAME
               REWRITE PRICE-LIST-REC
                   INVALID KEY
                       DISPLAY "NO SE PUDO CAMBIAR EL NOMBRE"
                       GO TO 7220-EXIT
               END-REWRITE
               MOVE "PL-NAME" TO WS-CHG-FIELD
               MOVE WS-OLD-DNAME TO WS-CHG-BEFORE
               MOVE PL-NAME TO WS-CHG-AFTER
               PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
               DISPLAY "NOMBRE CAMBIADO"
               GO TO 7220-EXIT
           END-IF.
           MOVE SPACES TO WS-DNAME-INPUT.
           PERFORM UNTIL WS-DNAME-INPUT IS NOT EQUAL TO SPACES
               DISPLAY "NOMBRE: " WITH NO ADVANCING
               ACCEPT WS-DNAME-INPUT
           END-PERFORM.
           MOVE WS-PLIST-INPUT TO PL-LIST.
           MOVE SPACES TO PL-PRODUCT.
           MOVE FUNCTION UPPER-CASE(WS-DNAME-INPUT) TO PL-NAME.
           MOVE SPACES TO PL-TYPE.
           MOVE ZERO TO PL-FIXED-PRICE.
           MOVE ZERO TO PL-PERCENT.
           SET PL-IS-ACTIVE TO TRUE.
           PERFORM 7280-WRITE-PRICE-LIST THRU 7280-EXIT.
           IF NOT WS-PL-OK
               GO TO 7220-EXIT
           END-IF.
           MOVE "ALTA" TO WS-CHG-FIELD.
           MOVE "-" TO WS-CHG-BEFORE.
           MOVE PL-NAME TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           DISPLAY "TARIFA DADA DE ALTA".
       7220-EXIT.
           EXIT.
      * Alta o cambio del precio de un producto en una tarifa ya
      * dada de alta.
       7225-ADD-PRODUCT-PRICE.
           MOVE WS-PLIST-INPUT TO PL-LIST.
           MOVE SPACES TO PL-PRODUCT.
           PERFORM 7250-READ-PRICE-LIST THRU 7250-EXIT.
           IF NOT WS-PL-FOUND OR PL-IS-DELETED
               DISPLAY "** DE ALTA ANTES LA TARIFA **"
               GO TO 7225-EXIT
           END-IF.
           MOVE WS-PLPROD-INPUT TO PC-CODE.
           PERFORM 8600-READ-PRODUCT THRU 8600-EXIT.
           IF WS-NOT-FOUND OR PC-IS-DELETED
               DISPLAY "** PRODUCTO NO ENCONTRADO **"
               GO TO 7225-EXIT
           END-IF.
           MOVE PC-PRICE TO WS-EDIT-PRICE.
           DISPLAY FUNCTION TRIM(PC-NAME) "  PRECIO DE CATALOGO: "
               WS-EDIT-PRICE.
           MOVE WS-PLIST-INPUT TO PL-LIST.
           MOVE WS-PLPROD-INPUT TO PL-PRODUCT.
           PERFORM 7250-READ-PRICE-LIST THRU 7250-EXIT.
           MOVE "-" TO WS-OLD-PL-DESC.
           IF WS-PL-FOUND AND PL-IS-ACTIVE
               PERFORM 7290-DESCRIBE-RULE THRU 7290-EXIT
               MOVE WS-PL-DESC TO WS-OLD-PL-DESC
               DISPLAY "PRECIO EN TARIFA: " WS-PL-DESC
           END-IF.
           MOVE SPACES TO WS-PLTYPE-INPUT.
           PERFORM UNTIL WS-PLTYPE-INPUT IS EQUAL TO "F" OR "P"
               DISPLAY "F) PRECIO FIJO SIN IVA   P) PORCENTAJE DE "
                   "DESCUENTO: " WITH NO ADVANCING
               ACCEPT WS-PLTYPE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-PLTYPE-INPUT) TO
                   WS-PLTYPE-INPUT
           END-PERFORM.
           MOVE "N" TO WS-PL-OK-SW.
           PERFORM UNTIL WS-PL-OK
               IF WS-PLTYPE-INPUT IS EQUAL TO "F"
                   DISPLAY "PRECIO FIJO: " WITH NO ADVANCING
               ELSE
                   DISPLAY "PORCENTAJE DE DESCUENTO: "
                       WITH NO ADVANCING
               END-IF
               MOVE SPACES TO WS-PLVAL-INPUT
               ACCEPT WS-PLVAL-INPUT
               IF FUNCTION TEST-NUMVAL(WS-PLVAL-INPUT) IS NOT
                       EQUAL TO ZERO
                   DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE NUEVO"
               ELSE
                   IF FUNCTION NUMVAL(WS-PLVAL-INPUT) IS NOT
                           GREATER THAN ZERO
                       DISPLAY "** DEBE SER MAYOR QUE CERO **"
                   ELSE
                       IF WS-PLTYPE-INPUT IS EQUAL TO "P" AND
                               FUNCTION NUMVAL(WS-PLVAL-INPUT) IS
                               NOT LESS THAN 100
                           DISPLAY "** EL PORCENTAJE DEBE SER "
                               "MENOR QUE 100 **"
                       ELSE
                           IF FUNCTION NUMVAL(WS-PLVAL-INPUT) IS
                                   NOT LESS THAN 100000
                               DISPLAY "** PRECIO FUERA DE RANGO **"
                           ELSE
                               SET WS-PL-OK TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-PLIST-INPUT TO PL-LIST.
           MOVE WS-PLPROD-INPUT TO PL-PRODUCT.
           MOVE SPACES TO PL-NAME.
           MOVE WS-PLTYPE-INPUT TO PL-TYPE.
           MOVE ZERO TO PL-FIXED-PRICE.
           MOVE ZERO TO PL-PERCENT.
           IF PL-IS-FIXED
               MOVE FUNCTION NUMVAL(WS-PLVAL-INPUT) TO PL-FIXED-PRICE
           ELSE
               MOVE FUNCTION NUMVAL(WS-PLVAL-INPUT) TO PL-PERCENT
           END-IF.
           SET PL-IS-ACTIVE TO TRUE.
           PERFORM 7280-WRITE-PRICE-LIST THRU 7280-EXIT.
           IF NOT WS-PL-OK
               GO TO 7225-EXIT
           END-IF.
           PERFORM 7290-DESCRIBE-RULE THRU 7290-EXIT.
           MOVE "PL-PRICE" TO WS-CHG-FIELD.
           MOVE WS-OLD-PL-DESC TO WS-CHG-BEFORE.
           MOVE WS-PL-DESC TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           MOVE WS-LIST-PRICE TO WS-EDIT-PRICE.
           DISPLAY "PRECIO DE TARIFA SIN IVA: " WS-EDIT-PRICE.
       7225-EXIT.
           EXIT.
      * Una tarifa con productos activos no se da de baja: hay que
      * quitar antes sus productos. Los clientes que la tengan
      * asignada pasan a comprar a precio de catalogo.
       7230-DELETE-PRICE-ENTRY.
           PERFORM 7270-ASK-PL-KEY THRU 7270-EXIT.
           IF WS-PLIST-INPUT IS EQUAL TO SPACES
               GO TO 7230-EXIT
           END-IF.
           MOVE WS-PLIST-INPUT TO PL-LIST.
           MOVE WS-PLPROD-INPUT TO PL-PRODUCT.
           PERFORM 7250-READ-PRICE-LIST THRU 7250-EXIT.
           IF NOT WS-PL-FOUND OR PL-IS-DELETED
               DISPLAY "** NO ENCONTRADO **"
               GO TO 7230-EXIT
           END-IF.
           IF WS-PLPROD-INPUT IS EQUAL TO SPACES
               MOVE "N" TO WS-PL-EOF-SW
               PERFORM UNTIL WS-NO-MORE-PL
                   READ PRICELST-FILE NEXT RECORD
                       AT END
                           SET WS-NO-MORE-PL TO TRUE
                       NOT AT END
                           IF PL-LIST IS NOT EQUAL TO WS-PLIST-INPUT
                               SET WS-NO-MORE-PL TO TRUE
                           ELSE
                               IF PL-IS-ACTIVE
                                   DISPLAY "** LA TARIFA TIENE "
                                       "PRODUCTOS ACTIVOS **"
                                   GO TO 7230-EXIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-PLIST-INPUT TO PL-LIST
               MOVE SPACES TO PL-PRODUCT
               PERFORM 7250-READ-PRICE-LIST THRU 7250-EXIT
           END-IF.
           SET PL-IS-DELETED TO TRUE.
           REWRITE PRICE-LIST-REC
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA"
                   GO TO 7230-EXIT
           END-REWRITE.
           MOVE "PRICELST" TO WS-CHG-FILE.
           MOVE SPACES TO WS-CHG-KEY.
           STRING WS-PLIST-INPUT "/" WS-PLPROD-INPUT DELIMITED BY SIZE
               INTO WS-CHG-KEY
           END-STRING.
           MOVE "PL-STATUS" TO WS-CHG-FIELD.
           MOVE "A" TO WS-CHG-BEFORE.
           MOVE "D" TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           DISPLAY "DADO DE BAJA".
       7230-EXIT.
           EXIT.
      * Sin codigo lista las cabeceras de todas las tarifas; con
      * codigo lista sus productos con el precio de catalogo y el
      * precio que resulta de la tarifa, ambos sin IVA.
       7240-INQUIRE-PRICE-LIST.
           DISPLAY "TARIFA (EN BLANCO = TODAS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PLIST-INPUT.
           ACCEPT WS-PLIST-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-PLIST-INPUT) TO WS-PLIST-INPUT.
           MOVE "N" TO WS-PL-EOF-SW.
           IF WS-PLIST-INPUT IS EQUAL TO SPACES
               MOVE LOW-VALUES TO PL-KEY
           ELSE
               MOVE WS-PLIST-INPUT TO PL-LIST
               MOVE SPACES TO PL-PRODUCT
           END-IF.
           START PRICELST-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   SET WS-NO-MORE-PL TO TRUE
           END-START.
           PERFORM UNTIL WS-NO-MORE-PL
               READ PRICELST-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-PL TO TRUE
                   NOT AT END
                       IF WS-PLIST-INPUT IS NOT EQUAL TO SPACES AND
                               PL-LIST IS NOT EQUAL TO WS-PLIST-INPUT
                           SET WS-NO-MORE-PL TO TRUE
                       ELSE
                           PERFORM 7245-SHOW-ONE THRU 7245-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       7240-EXIT.
           EXIT.
       7245-SHOW-ONE.
           IF PL-PRODUCT IS EQUAL TO SPACES
               DISPLAY PL-LIST "         " PL-NAME WITH NO ADVANCING
               IF PL-IS-DELETED
                   DISPLAY " (BAJA)"
               ELSE
                   DISPLAY " "
               END-IF
               GO TO 7245-EXIT
           END-IF.
           IF WS-PLIST-INPUT IS EQUAL TO SPACES
               GO TO 7245-EXIT
           END-IF.
           MOVE PL-PRODUCT TO PC-CODE.
           PERFORM 8600-READ-PRODUCT THRU 8600-EXIT.
           IF WS-NOT-FOUND
               MOVE SPACES TO PC-NAME
               MOVE ZERO TO PC-PRICE
           END-IF.
           PERFORM 7290-DESCRIBE-RULE THRU 7290-EXIT.
           MOVE PC-PRICE TO WS-EDIT-PRICE.
           DISPLAY "  " PL-PRODUCT " " PC-NAME " " WS-EDIT-PRICE
               " " WS-PL-DESC WITH NO ADVANCING.
           MOVE WS-LIST-PRICE TO WS-EDIT-PRICE.
           DISPLAY " -> " WS-EDIT-PRICE WITH NO ADVANCING.
           IF PL-IS-DELETED
               DISPLAY " (BAJA)"
           ELSE
               DISPLAY " "
           END-IF.
       7245-EXIT.
           EXIT.
       7250-READ-PRICE-LIST.
           MOVE "N" TO WS-PL-FOUND-SW.
           READ PRICELST-FILE
               INVALID KEY
                   MOVE "N" TO WS-PL-FOUND-SW
               NOT INVALID KEY
                   SET WS-PL-FOUND TO TRUE
           END-READ.
       7250-EXIT.
           EXIT.
      * Pide la tarifa del cliente contra las cabeceras activas. En
      * blanco se queda la que ya tenia (ninguna en un alta); un
      * asterisco le quita la tarifa y vuelve al precio de catalogo.
      * El resultado vuelve en WS-NEW-PLIST.
       7260-ASK-CLIENT-LIST.
           IF CM-PRICE-LIST IS EQUAL TO LOW-VALUES
               MOVE SPACES TO CM-PRICE-LIST
           END-IF.
           MOVE CM-PRICE-LIST TO WS-NEW-PLIST.
           MOVE "N" TO WS-PL-OK-SW.
           PERFORM UNTIL WS-PL-OK
               DISPLAY "TARIFA (EN BLANCO PARA NO CAMBIAR, * = SIN "
                   "TARIFA): " WITH NO ADVANCING
               MOVE SPACES TO WS-PLIST-INPUT
               ACCEPT WS-PLIST-INPUT
               MOVE FUNCTION UPPER-CASE(WS-PLIST-INPUT) TO
                   WS-PLIST-INPUT
               EVALUATE TRUE
                   WHEN WS-PLIST-INPUT IS EQUAL TO SPACES
                       SET WS-PL-OK TO TRUE
                   WHEN WS-PLIST-INPUT IS EQUAL TO "*"
                       MOVE SPACES TO WS-NEW-PLIST
                       SET WS-PL-OK TO TRUE
                   WHEN OTHER
                       MOVE WS-PLIST-INPUT TO PL-LIST
                       MOVE SPACES TO PL-PRODUCT
                       PERFORM 7250-READ-PRICE-LIST THRU 7250-EXIT
                       IF WS-PL-FOUND AND PL-IS-ACTIVE
                           MOVE WS-PLIST-INPUT TO WS-NEW-PLIST
                           SET WS-PL-OK TO TRUE
                       ELSE
                           DISPLAY "** TARIFA NO ENCONTRADA **"
                       END-IF
               END-EVALUATE
           END-PERFORM.
       7260-EXIT.
           EXIT.
       7270-ASK-PL-KEY.
           DISPLAY "TARIFA: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PLIST-INPUT.
           ACCEPT WS-PLIST-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-PLIST-INPUT) TO WS-PLIST-INPUT.
           DISPLAY "PRODUCTO (EN BLANCO = LA TARIFA): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-PLPROD-INPUT.
           ACCEPT WS-PLPROD-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-PLPROD-INPUT) TO
               WS-PLPROD-INPUT.
       7270-EXIT.
           EXIT.
      * Graba o regraba el registro ya montado en PRICE-LIST-REC
      * segun existiera (aunque fuera de baja) o no.
       7280-WRITE-PRICE-LIST.
           MOVE "Y" TO WS-PL-OK-SW.
           IF WS-PL-FOUND
               REWRITE PRICE-LIST-REC
                   INVALID KEY
                       DISPLAY "NO SE PUDO DAR DE ALTA"
                       MOVE "N" TO WS-PL-OK-SW
               END-REWRITE
           ELSE
               WRITE PRICE-LIST-REC
                   INVALID KEY
                       DISPLAY "NO SE PUDO DAR DE ALTA"
                       MOVE "N" TO WS-PL-OK-SW
               END-WRITE
           END-IF.
       7280-EXIT.
           EXIT.
      * Describe la regla del producto en la tarifa para pantalla y
      * diario de cambios (WS-PL-DESC) y calcula el precio que sale
      * sobre el PC-PRICE cargado (WS-LIST-PRICE), igual que la caja.
       7290-DESCRIBE-RULE.
           MOVE SPACES TO WS-PL-DESC.
           IF PL-IS-FIXED
               MOVE PL-FIXED-PRICE TO WS-LIST-PRICE
               MOVE PL-FIXED-PRICE TO WS-CHG-AMT
               STRING "FIJO " FUNCTION TRIM(WS-CHG-AMT)
                   DELIMITED BY SIZE INTO WS-PL-DESC
               END-STRING
           ELSE
               COMPUTE WS-LIST-PRICE ROUNDED =
                   PC-PRICE * (100 - PL-PERCENT) / 100
               MOVE PL-PERCENT TO WS-EDIT-PLPCT
               STRING "DTO " FUNCTION TRIM(WS-EDIT-PLPCT) "%"
                   DELIMITED BY SIZE INTO WS-PL-DESC
               END-STRING
           END-IF.
       7290-EXIT.
           EXIT.
      * Apunte al diario de cambios; los parametros se dejan
      * preparados en los campos WS-CHG- antes de venir aqui.
                       WITH NO ADVANCING
                   ACCEPT WS-TAXCAT-INPUT
               END-PERFORM
               DISPLAY "UNIDAD DE COMPRA (EN BLANCO = UD): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-PUNIT-INPUT
               ACCEPT WS-PUNIT-INPUT
               MOVE SPACES TO WS-PACK-INPUT
               PERFORM UNTIL FUNCTION TEST-NUMVAL(WS-PACK-INPUT) IS
                       EQUAL TO ZERO AND FUNCTION NUMVAL
                       (WS-PACK-INPUT) IS GREATER THAN ZERO
                   DISPLAY "UNIDADES POR UNIDAD DE COMPRA (1 = SE "
                       "COMPRA SUELTO): " WITH NO ADVANCING
                   ACCEPT WS-PACK-INPUT
                   IF FUNCTION TEST-NUMVAL(WS-PACK-INPUT) IS NOT
                           EQUAL TO ZERO
                       DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE "
                           "NUEVO"
                   END-IF
               END-PERFORM
               MOVE WS-CODE-KEY TO PC-CODE
               MOVE FUNCTION NUMVAL(WS-PRICE-INPUT) TO PC-PRICE
      * El stock teorico previo (cero en un alta nueva) ancla el
                   PC-TAX-CATEGORY
               MOVE ZERO TO PC-PENDING-PRICE
               MOVE ZERO TO PC-PENDING-DATE
               IF WS-PUNIT-INPUT IS EQUAL TO SPACES
                   MOVE "UD" TO PC-PURCH-UNIT
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-PUNIT-INPUT) TO
                       PC-PURCH-UNIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-PACK-INPUT) TO PC-PACK-SIZE
               MOVE SPACES TO PC-DEPT
               MOVE SPACES TO PC-FAMILY
               PERFORM 8986-ASK-PROD-DEPT THRU 8986-EXIT
               MOVE WS-NEW-DEPT TO PC-DEPT
               MOVE WS-NEW-FAMILY TO PC-FAMILY
               MOVE SPACES TO PC-MEASURE-UNIT
               MOVE ZERO TO PC-NET-QTY
               PERFORM 8988-ASK-MEASURE THRU 8988-EXIT
               MOVE WS-NEW-MEASURE TO PC-MEASURE-UNIT
               MOVE WS-NEW-NETQ TO PC-NET-QTY
               SET PC-IS-ACTIVE TO TRUE
               IF WS-FOUND
                   REWRITE PRODUCT-CAT-REC
               MOVE PC-NAME TO WS-OLD-PNAME
               MOVE PC-REORDER-POINT TO WS-OLD-ROP
               MOVE PC-TAX-CATEGORY TO WS-OLD-TAXCAT
               PERFORM 8660-NORMALIZE-PACK THRU 8660-EXIT
               MOVE PC-PACK-SIZE TO WS-OLD-PACK
               MOVE PC-PURCH-UNIT TO WS-OLD-PUNIT
               MOVE "PRODCAT" TO WS-CHG-FILE
               MOVE PC-CODE TO WS-CHG-KEY
               DISPLAY "NOMBRE NUEVO (EN BLANCO PARA NO CAMBIAR): "
                   MOVE PC-TAX-CATEGORY TO WS-CHG-AFTER
                   PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
               END-IF
               MOVE PC-PACK-SIZE TO WS-EDIT-PACK
               DISPLAY "UNIDAD DE COMPRA NUEVA (AHORA " PC-PURCH-UNIT
                   " DE " FUNCTION TRIM(WS-EDIT-PACK) ", EN BLANCO "
                   "PARA NO CAMBIAR): " WITH NO ADVANCING
               MOVE SPACES TO WS-PUNIT-INPUT
               ACCEPT WS-PUNIT-INPUT
               IF WS-PUNIT-INPUT IS NOT EQUAL TO SPACES
                   MOVE FUNCTION UPPER-CASE(WS-PUNIT-INPUT) TO
                       PC-PURCH-UNIT
                   MOVE "PC-PUR-UNIT" TO WS-CHG-FIELD
                   MOVE WS-OLD-PUNIT TO WS-CHG-BEFORE
                   MOVE PC-PURCH-UNIT TO WS-CHG-AFTER
                   PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
               END-IF
               DISPLAY "UNIDADES POR UNIDAD DE COMPRA NUEVAS (EN "
                   "BLANCO PARA NO CAMBIAR): " WITH NO ADVANCING
               MOVE SPACES TO WS-PACK-INPUT
               ACCEPT WS-PACK-INPUT
               PERFORM UNTIL WS-PACK-INPUT IS EQUAL TO SPACES OR
                       (FUNCTION TEST-NUMVAL(WS-PACK-INPUT) IS EQUAL
                       TO ZERO AND FUNCTION NUMVAL(WS-PACK-INPUT) IS
                       GREATER THAN ZERO)
                   DISPLAY "ENTRADA NO VALIDA, INTENTELO DE NUEVO "
                       "O DEJE EN BLANCO: " WITH NO ADVANCING
                   ACCEPT WS-PACK-INPUT
               END-PERFORM
               IF WS-PACK-INPUT IS NOT EQUAL TO SPACES
                   MOVE FUNCTION NUMVAL(WS-PACK-INPUT) TO
                       PC-PACK-SIZE
                   MOVE "PC-PACK-SIZE" TO WS-CHG-FIELD
                   MOVE WS-OLD-PACK TO WS-CHG-BEFORE
                   MOVE PC-PACK-SIZE TO WS-CHG-AFTER
                   PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
               END-IF
               DISPLAY "DEPARTAMENTO Y FAMILIA AHORA: " PC-DEPT "/"
                   PC-FAMILY
               PERFORM 8986-ASK-PROD-DEPT THRU 8986-EXIT
               IF WS-NEW-DEPT IS NOT EQUAL TO PC-DEPT OR
                       WS-NEW-FAMILY IS NOT EQUAL TO PC-FAMILY
                   MOVE "PC-DEPT" TO WS-CHG-FIELD
                   MOVE SPACES TO WS-CHG-BEFORE
                   STRING PC-DEPT "/" PC-FAMILY DELIMITED BY SIZE
                       INTO WS-CHG-BEFORE
                   END-STRING
                   MOVE SPACES TO WS-CHG-AFTER
                   STRING WS-NEW-DEPT "/" WS-NEW-FAMILY
                       DELIMITED BY SIZE INTO WS-CHG-AFTER
                   END-STRING
                   MOVE WS-NEW-DEPT TO PC-DEPT
                   MOVE WS-NEW-FAMILY TO PC-FAMILY
                   PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
               END-IF
               PERFORM 8988-ASK-MEASURE THRU 8988-EXIT
               IF WS-NEW-MEASURE IS NOT EQUAL TO PC-MEASURE-UNIT OR
                       WS-NEW-NETQ IS NOT EQUAL TO PC-NET-QTY
                   MOVE "PC-MEASURE" TO WS-CHG-FIELD
                   MOVE PC-NET-QTY TO WS-EDIT-NETQ
                   MOVE SPACES TO WS-CHG-BEFORE
                   STRING PC-MEASURE-UNIT " " FUNCTION TRIM
                       (WS-EDIT-NETQ) DELIMITED BY SIZE
                       INTO WS-CHG-BEFORE
                   END-STRING
                   MOVE WS-NEW-NETQ TO WS-EDIT-NETQ
                   MOVE SPACES TO WS-CHG-AFTER
                   STRING WS-NEW-MEASURE " " FUNCTION TRIM
                       (WS-EDIT-NETQ) DELIMITED BY SIZE
                       INTO WS-CHG-AFTER
                   END-STRING
                   MOVE WS-NEW-MEASURE TO PC-MEASURE-UNIT
                   MOVE WS-NEW-NETQ TO PC-NET-QTY
                   PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
               END-IF
               REWRITE PRODUCT-CAT-REC
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL PRODUCTO"
               DISPLAY "NOMBRE : " PC-NAME
               DISPLAY "PRECIO : " WS-EDIT-PRICE
               DISPLAY "STOCK  : " FUNCTION TRIM(WS-EDIT-STOCK)
               PERFORM 8660-NORMALIZE-PACK THRU 8660-EXIT
               MOVE PC-PACK-SIZE TO WS-EDIT-PACK
               DISPLAY "COMPRA : " PC-PURCH-UNIT " DE "
                   FUNCTION TRIM(WS-EDIT-PACK) " UNIDADES"
               IF PC-DEPT IS EQUAL TO SPACES OR
                       PC-DEPT IS EQUAL TO LOW-VALUES
                   DISPLAY "DEPTO  : SIN ASIGNAR"
               ELSE
                   MOVE PC-DEPT TO DP-DEPT
                   MOVE PC-FAMILY TO DP-FAMILY
                   PERFORM 8985-READ-DEPT THRU 8985-EXIT
                   IF NOT WS-DEPT-FOUND
                       MOVE "** NO ESTA EN EL MAESTRO **" TO DP-NAME
                   END-IF
                   DISPLAY "DEPTO  : " PC-DEPT "/" PC-FAMILY " "
                       DP-NAME
               END-IF
               IF PC-NET-QTY IS NUMERIC AND PC-NET-QTY IS GREATER
                       THAN ZERO
                   MOVE PC-NET-QTY TO WS-EDIT-NETQ
                   DISPLAY "NETO   : " FUNCTION TRIM(WS-EDIT-NETQ) " "
                       PC-MEASURE-UNIT
               END-IF
           END-IF.
       8500-EXIT.
           EXIT.
           CLOSE PRCJRNL-FILE.
       8650-EXIT.
           EXIT.
      * Los productos anteriores a la unidad de compra la tienen en
      * blanco: se compran por unidades sueltas.
       8660-NORMALIZE-PACK.
           IF PC-PACK-SIZE IS NOT NUMERIC OR PC-PACK-SIZE IS EQUAL
                   TO ZERO
               MOVE 1 TO PC-PACK-SIZE
           END-IF.
           IF PC-PURCH-UNIT IS EQUAL TO SPACES OR
                   PC-PURCH-UNIT IS EQUAL TO LOW-VALUES
               MOVE "UD" TO PC-PURCH-UNIT
           END-IF.
       8660-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8700-MEMBER-MAINT - consulta, correccion y retirada de      *
      * carnets del roster de socios; las altas las sigue haciendo  *
                       PERFORM 8830-DELETE-PROMO THRU 8830-EXIT
                   WHEN WS-OPT-INQUIRE
                       PERFORM 8840-INQUIRE-PROMO THRU 8840-EXIT
                   WHEN WS-OPT-SALES
                       PERFORM 8870-RUN-BASKET THRU 8870-EXIT
                   WHEN WS-OPT-EXIT
                       CONTINUE
                   WHEN OTHER
       8810-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "---- MANTENIMIENTO DE PROMOCIONES ----".
           DISPLAY "A) ALTA   D) BAJA   I) CONSULTA   "
               "V) PRODUCTOS QUE SE COMPRAN JUNTOS   X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
       8860-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8870-RUN-BASKET - analisis de la cesta (EX04MBA), que       *
      * lee el catalogo: se cierra mientras dura y se reabre al     *
      * volver.                                                     *
      *-----------------------------------------------------------*
       8870-RUN-BASKET.
           CLOSE PRODUCT-FILE.
           CALL "EX04MBA".
           OPEN I-O PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR EL CATALOGO **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       8870-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8900-OPERATOR-MAINT - alta, baja y consulta del maestro de  *
      * operadores del arranque de sesion.                          *
      *-----------------------------------------------------------*
                       PERFORM 8930-DELETE-OPERATOR THRU 8930-EXIT
                   WHEN WS-OPT-INQUIRE
                       PERFORM 8940-INQUIRE-OPERATOR THRU 8940-EXIT
                   WHEN WS-OPT-SALES
                       CALL "EX04HRS"
                   WHEN WS-OPT-PUNCH-FIX
                       PERFORM 8950-RUN-PUNCH-FIX THRU 8950-EXIT
                   WHEN WS-OPT-WORK-HOURS
                       PERFORM 8965-RUN-WORK-HOURS THRU 8965-EXIT
                   WHEN WS-OPT-STAFF-PURCH
                       CALL "EX04STF"
                   WHEN WS-OPT-EXIT
                       CONTINUE
                   WHEN OTHER
       8910-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "---- MANTENIMIENTO DE OPERADORES ----".
           DISPLAY "A) ALTA   D) BAJA   I) CONSULTA   "
               "V) AFLUENCIA POR HORA Y DIA".
           DISPLAY "P) CORREGIR FICHAJE   H) HORAS TRABAJADAS   "
               "N) COMPRAS DEL PERSONAL".
           DISPLAY "X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
           END-IF.
       8940-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8950-RUN-PUNCH-FIX - correccion de fichajes (EX04CLK en     *
      * modo CORREGIR), que lee el maestro de operadores: se        *
      * cierra mientras dura y se reabre al volver.                 *
      *-----------------------------------------------------------*
       8950-RUN-PUNCH-FIX.
           CLOSE OPERATOR-FILE.
           SET ENVIRONMENT "EX04CLK-MODE" TO "CORREGIR".
           CALL "EX04CLK".
           SET ENVIRONMENT "EX04CLK-MODE" TO " ".
           OPEN I-O OPERATOR-FILE.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR LOS OPERADORES **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       8950-EXIT.
           EXIT.
       8960-READ-OPERATOR.
           SET WS-NOT-FOUND TO TRUE.
           READ OPERATOR-FILE
       8960-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8965-RUN-WORK-HOURS - horas trabajadas (EX04WKH), que       *
      * lee el maestro de operadores: se cierra mientras dura y     *
      * se reabre al volver.                                        *
      *-----------------------------------------------------------*
       8965-RUN-WORK-HOURS.
           CLOSE OPERATOR-FILE.
           CALL "EX04WKH".
           OPEN I-O OPERATOR-FILE.
           IF WS-OPER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR LOS OPERADORES **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       8965-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8970-KIT-MAINT - composicion de los kits y lotes de regalo: *
      * anadir o cambiar la cantidad de un componente, quitarlo y   *
      * consultar el kit con su coste. Cada cambio deja su imagen   *
      * en el diario de cambios y recalcula el coste del kit en el  *
      * catalogo.                                                   *
      *-----------------------------------------------------------*
       8970-KIT-MAINT.
           MOVE SPACES TO WS-OPTION.
           PERFORM UNTIL WS-OPT-EXIT
               PERFORM 8971-SHOW-MENU THRU 8971-EXIT
               EVALUATE TRUE
                   WHEN WS-OPT-ADD
                       PERFORM 8972-ADD-COMPONENT THRU 8972-EXIT
                   WHEN WS-OPT-DELETE
                       PERFORM 8973-REMOVE-COMPONENT THRU 8973-EXIT
                   WHEN WS-OPT-INQUIRE
                       PERFORM 8974-INQUIRE-KIT THRU 8974-EXIT
                   WHEN WS-OPT-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
       8970-EXIT.
           EXIT.
       8971-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "---- MANTENIMIENTO DE KITS ----".
           DISPLAY "A) ANADIR/CAMBIAR COMPONENTE   D) QUITAR "
               "COMPONENTE   I) CONSULTA   X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
       8971-EXIT.
           EXIT.
      * Un componente nuevo se da de alta; uno que ya estaba cambia
      * de cantidad. El componente tiene que estar en el catalogo y
      * no puede ser a su vez un kit.
       8972-ADD-COMPONENT.
           PERFORM 8976-ASK-KIT THRU 8976-EXIT.
           IF WS-KIT-KEY IS EQUAL TO SPACES
               GO TO 8972-EXIT
           END-IF.
           DISPLAY "CODIGO DEL COMPONENTE: " WITH NO ADVANCING.
           ACCEPT WS-COMP-KEY.
           MOVE FUNCTION UPPER-CASE(WS-COMP-KEY) TO WS-COMP-KEY.
           IF WS-COMP-KEY IS EQUAL TO WS-KIT-KEY
               DISPLAY "** UN KIT NO PUEDE SER COMPONENTE DE SI "
                   "MISMO **"
               GO TO 8972-EXIT
           END-IF.
           MOVE WS-COMP-KEY TO PC-CODE.
           PERFORM 8600-READ-PRODUCT THRU 8600-EXIT.
           IF WS-NOT-FOUND OR PC-IS-DELETED
               DISPLAY "** COMPONENTE NO ENCONTRADO EN EL CATALOGO **"
               GO TO 8972-EXIT
           END-IF.
           MOVE WS-COMP-KEY TO KB-KIT.
           MOVE LOW-VALUES TO KB-COMPONENT.
           PERFORM 8978-FIRST-COMPONENT THRU 8978-EXIT.
           IF NOT WS-NO-MORE-COMPONENTS
               DISPLAY "** EL COMPONENTE ES A SU VEZ UN KIT **"
               GO TO 8972-EXIT
           END-IF.
           MOVE SPACES TO WS-KQTY-INPUT.
           MOVE ZERO TO WS-KIT-QTY.
           PERFORM UNTIL WS-KIT-QTY IS GREATER THAN ZERO
               DISPLAY "UNIDADES DEL COMPONENTE POR KIT: "
                   WITH NO ADVANCING
               ACCEPT WS-KQTY-INPUT
               IF FUNCTION TEST-NUMVAL(WS-KQTY-INPUT) IS EQUAL TO
                       ZERO AND FUNCTION NUMVAL(WS-KQTY-INPUT) IS
                       GREATER THAN ZERO AND FUNCTION NUMVAL
                       (WS-KQTY-INPUT) IS LESS THAN 10000
                   MOVE FUNCTION NUMVAL(WS-KQTY-INPUT) TO WS-KIT-QTY
               ELSE
                   DISPLAY "CANTIDAD NO VALIDA, INTENTELO DE NUEVO"
               END-IF
           END-PERFORM.
           MOVE "KITBOM" TO WS-CHG-FILE.
           MOVE SPACES TO WS-CHG-KEY.
           STRING WS-KIT-KEY DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-COMP-KEY DELIMITED BY SIZE
                   INTO WS-CHG-KEY
           END-STRING.
           MOVE WS-KIT-KEY TO KB-KIT.
           MOVE WS-COMP-KEY TO KB-COMPONENT.
           READ KITBOM-FILE
               INVALID KEY
                   MOVE WS-KIT-QTY TO KB-QTY
                   WRITE KIT-BOM-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO ANADIR EL COMPONENTE"
                           GO TO 8972-EXIT
                   END-WRITE
                   MOVE "ALTA" TO WS-CHG-FIELD
                   MOVE "-" TO WS-CHG-BEFORE
                   MOVE KB-QTY TO WS-CHG-AFTER
                   PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
                   DISPLAY "COMPONENTE ANADIDO AL KIT"
               NOT INVALID KEY
                   MOVE KB-QTY TO WS-OLD-KQTY
                   MOVE WS-KIT-QTY TO KB-QTY
                   REWRITE KIT-BOM-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO CAMBIAR EL COMPONENTE"
                           GO TO 8972-EXIT
                   END-REWRITE
                   MOVE "KB-QTY" TO WS-CHG-FIELD
                   MOVE WS-OLD-KQTY TO WS-CHG-BEFORE
                   MOVE KB-QTY TO WS-CHG-AFTER
                   PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
                   DISPLAY "CANTIDAD DEL COMPONENTE CAMBIADA"
           END-READ.
           PERFORM 8977-REFRESH-KIT-COST THRU 8977-EXIT.
       8972-EXIT.
           EXIT.
       8973-REMOVE-COMPONENT.
           PERFORM 8976-ASK-KIT THRU 8976-EXIT.
           IF WS-KIT-KEY IS EQUAL TO SPACES
               GO TO 8973-EXIT
           END-IF.
           DISPLAY "CODIGO DEL COMPONENTE: " WITH NO ADVANCING.
           ACCEPT WS-COMP-KEY.
           MOVE FUNCTION UPPER-CASE(WS-COMP-KEY) TO WS-COMP-KEY.
           MOVE WS-KIT-KEY TO KB-KIT.
           MOVE WS-COMP-KEY TO KB-COMPONENT.
           READ KITBOM-FILE
               INVALID KEY
                   DISPLAY "** ESE COMPONENTE NO ESTA EN EL KIT **"
                   GO TO 8973-EXIT
           END-READ.
           MOVE KB-QTY TO WS-OLD-KQTY.
           DELETE KITBOM-FILE
               INVALID KEY
                   DISPLAY "NO SE PUDO QUITAR EL COMPONENTE"
                   GO TO 8973-EXIT
           END-DELETE.
           MOVE "KITBOM" TO WS-CHG-FILE.
           MOVE SPACES TO WS-CHG-KEY.
           STRING WS-KIT-KEY DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-COMP-KEY DELIMITED BY SIZE
                   INTO WS-CHG-KEY
           END-STRING.
           MOVE "BAJA" TO WS-CHG-FIELD.
           MOVE WS-OLD-KQTY TO WS-CHG-BEFORE.
           MOVE "-" TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           DISPLAY "COMPONENTE QUITADO DEL KIT".
           PERFORM 8977-REFRESH-KIT-COST THRU 8977-EXIT.
       8973-EXIT.
           EXIT.
       8974-INQUIRE-KIT.
           PERFORM 8976-ASK-KIT THRU 8976-EXIT.
           IF WS-KIT-KEY IS EQUAL TO SPACES
               GO TO 8974-EXIT
           END-IF.
           DISPLAY "KIT    : " PC-CODE " " PC-NAME.
           MOVE PC-PRICE TO WS-EDIT-PRICE.
           DISPLAY "PRECIO : " WS-EDIT-PRICE.
           SET WS-KIT-SHOW-LINES TO TRUE.
           PERFORM 8975-SUM-KIT-COST THRU 8975-EXIT.
           IF WS-KIT-COUNT IS EQUAL TO ZERO
               DISPLAY "** EL PRODUCTO NO TIENE COMPONENTES: NO ES "
                   "UN KIT **"
               GO TO 8974-EXIT
           END-IF.
           MOVE WS-KIT-COST TO WS-EDIT-KCOST.
           DISPLAY "COSTE DEL KIT (SUMA DE COMPONENTES): "
               FUNCTION TRIM(WS-EDIT-KCOST).
       8974-EXIT.
           EXIT.
      * Recorre los componentes del kit WS-KIT-KEY y suma el coste
      * vigente de cada uno por su cantidad; con WS-KIT-SHOW-LINES
      * ademas los muestra.
       8975-SUM-KIT-COST.
           MOVE ZERO TO WS-KIT-COST.
           MOVE ZERO TO WS-KIT-COUNT.
           MOVE WS-KIT-KEY TO KB-KIT.
           MOVE LOW-VALUES TO KB-COMPONENT.
           PERFORM 8978-FIRST-COMPONENT THRU 8978-EXIT.
           PERFORM UNTIL WS-NO-MORE-COMPONENTS
               ADD 1 TO WS-KIT-COUNT
               MOVE KB-COMPONENT TO PC-CODE
               PERFORM 8600-READ-PRODUCT THRU 8600-EXIT
               IF WS-FOUND AND PC-COST IS NUMERIC
                   COMPUTE WS-KIT-LINE-COST = PC-COST * KB-QTY
               ELSE
                   MOVE ZERO TO WS-KIT-LINE-COST
                   MOVE "** NO ESTA EN EL CATALOGO **" TO PC-NAME
               END-IF
               ADD WS-KIT-LINE-COST TO WS-KIT-COST
               IF WS-KIT-SHOW-LINES
                   MOVE KB-QTY TO WS-EDIT-KQTY
                   MOVE WS-KIT-LINE-COST TO WS-EDIT-KCOST
                   DISPLAY "  " KB-COMPONENT " " PC-NAME " X "
                       WS-EDIT-KQTY " " WS-EDIT-KCOST
               END-IF
               READ KITBOM-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-COMPONENTS TO TRUE
               END-READ
               IF KB-KIT IS NOT EQUAL TO WS-KIT-KEY
                   SET WS-NO-MORE-COMPONENTS TO TRUE
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-KIT-SHOW-SW.
       8975-EXIT.
           EXIT.
      * Pide el codigo del kit: tiene que estar en el catalogo y no
      * puede ser componente de otro kit. Si no vale, WS-KIT-KEY
      * vuelve en blanco; si vale, el kit queda leido.
       8976-ASK-KIT.
           DISPLAY "CODIGO DEL KIT: " WITH NO ADVANCING.
           ACCEPT WS-KIT-KEY.
           MOVE FUNCTION UPPER-CASE(WS-KIT-KEY) TO WS-KIT-KEY.
           PERFORM 8979-CHECK-USED THRU 8979-EXIT.
           IF WS-KIT-IS-USED
               DISPLAY "** ESE PRODUCTO ES COMPONENTE DE OTRO KIT **"
               MOVE SPACES TO WS-KIT-KEY
               GO TO 8976-EXIT
           END-IF.
           MOVE WS-KIT-KEY TO PC-CODE.
           PERFORM 8600-READ-PRODUCT THRU 8600-EXIT.
           IF WS-NOT-FOUND OR PC-IS-DELETED
               DISPLAY "** KIT NO ENCONTRADO EN EL CATALOGO: DELO DE "
                   "ALTA COMO PRODUCTO **"
               MOVE SPACES TO WS-KIT-KEY
           END-IF.
       8976-EXIT.
           EXIT.
      * El coste del kit en el catalogo se deja en la suma de sus
      * componentes, para quien valore con PC-COST; la caja lo
      * vuelve a sumar en cada venta con los costes del momento.
       8977-REFRESH-KIT-COST.
           PERFORM 8975-SUM-KIT-COST THRU 8975-EXIT.
           MOVE WS-KIT-KEY TO PC-CODE.
           PERFORM 8600-READ-PRODUCT THRU 8600-EXIT.
           IF WS-NOT-FOUND
               GO TO 8977-EXIT
           END-IF.
           MOVE PC-COST TO WS-OLD-COST.
           IF WS-KIT-COST IS EQUAL TO WS-OLD-COST
               GO TO 8977-EXIT
           END-IF.
           MOVE WS-KIT-COST TO PC-COST.
           REWRITE PRODUCT-CAT-REC
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL COSTE DEL KIT"
                   GO TO 8977-EXIT
           END-REWRITE.
           MOVE "PRODCAT" TO WS-CHG-FILE.
           MOVE PC-CODE TO WS-CHG-KEY.
           MOVE "PC-COST" TO WS-CHG-FIELD.
           MOVE WS-OLD-COST TO WS-CHG-AMT.
           MOVE WS-CHG-AMT TO WS-CHG-BEFORE.
           MOVE PC-COST TO WS-CHG-AMT.
           MOVE WS-CHG-AMT TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           MOVE PC-COST TO WS-EDIT-KCOST.
           DISPLAY "COSTE DEL KIT ACTUALIZADO A "
               FUNCTION TRIM(WS-EDIT-KCOST).
       8977-EXIT.
           EXIT.
      * Se coloca en el primer componente de KB-KIT; sin ninguno,
      * WS-NO-MORE-COMPONENTS queda puesto.
       8978-FIRST-COMPONENT.
           MOVE "N" TO WS-KIT-EOF-SW.
           MOVE KB-KIT TO WS-BOM-KIT.
           START KITBOM-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY
                   SET WS-NO-MORE-COMPONENTS TO TRUE
                   GO TO 8978-EXIT
           END-START.
           READ KITBOM-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-COMPONENTS TO TRUE
                   GO TO 8978-EXIT
           END-READ.
           IF KB-KIT IS NOT EQUAL TO WS-BOM-KIT
               SET WS-NO-MORE-COMPONENTS TO TRUE
           END-IF.
       8978-EXIT.
           EXIT.
      * Repasa toda la composicion buscando WS-KIT-KEY como
      * componente de algun kit.
       8979-CHECK-USED.
           MOVE "N" TO WS-KIT-USED-SW.
           MOVE "N" TO WS-KIT-EOF-SW.
           MOVE LOW-VALUES TO KB-KEY.
           START KITBOM-FILE KEY IS NOT LESS THAN KB-KEY
               INVALID KEY
                   GO TO 8979-EXIT
           END-START.
           PERFORM UNTIL WS-NO-MORE-COMPONENTS OR WS-KIT-IS-USED
               READ KITBOM-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-COMPONENTS TO TRUE
                   NOT AT END
                       IF KB-COMPONENT IS EQUAL TO WS-KIT-KEY
                           SET WS-KIT-IS-USED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       8979-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8980-DEPT-MAINT - maestro de departamentos y familias: alta *
      * o cambio de nombre, baja y consulta, mas el informe de      *
      * ventas y margen por departamento (EX04DEP).                 *
      *-----------------------------------------------------------*
       8980-DEPT-MAINT.
           MOVE SPACES TO WS-OPTION.
           PERFORM UNTIL WS-OPT-EXIT
               PERFORM 8981-SHOW-MENU THRU 8981-EXIT
               EVALUATE TRUE
                   WHEN WS-OPT-ADD
                       PERFORM 8982-ADD-DEPT THRU 8982-EXIT
                   WHEN WS-OPT-DELETE
                       PERFORM 8983-DELETE-DEPT THRU 8983-EXIT
                   WHEN WS-OPT-INQUIRE
                       PERFORM 8984-INQUIRE-DEPT THRU 8984-EXIT
                   WHEN WS-OPT-SALES
                       PERFORM 8990-RUN-DEPT-SALES THRU 8990-EXIT
                   WHEN WS-OPT-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
       8980-EXIT.
           EXIT.
       8981-SHOW-MENU.
           DISPLAY " ".
           DISPLAY "---- DEPARTAMENTOS Y FAMILIAS ----".
           DISPLAY "A) ALTA/CAMBIO DE NOMBRE   D) BAJA   I) CONSULTA".
           DISPLAY "V) VENTAS Y MARGEN POR DEPARTAMENTO   X) SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
       8981-EXIT.
           EXIT.
      * Con la familia en blanco se trata el propio departamento;
      * una familia solo se da de alta bajo un departamento activo.
      * Si el codigo ya esta activo, se cambia el nombre.
       8982-ADD-DEPT.
           PERFORM 8987-ASK-DEPT-KEY THRU 8987-EXIT.
           IF WS-DEPT-INPUT IS EQUAL TO SPACES
               GO TO 8982-EXIT
           END-IF.
           IF WS-FAM-INPUT IS NOT EQUAL TO SPACES
               MOVE WS-DEPT-INPUT TO DP-DEPT
               MOVE SPACES TO DP-FAMILY
               PERFORM 8985-READ-DEPT THRU 8985-EXIT
               IF NOT WS-DEPT-FOUND OR DP-IS-DELETED
                   DISPLAY "** DE ALTA ANTES EL DEPARTAMENTO **"
                   GO TO 8982-EXIT
               END-IF
           END-IF.
           MOVE "DEPTMAST" TO WS-CHG-FILE.
           MOVE SPACES TO WS-CHG-KEY.
           STRING WS-DEPT-INPUT "/" WS-FAM-INPUT DELIMITED BY SIZE
               INTO WS-CHG-KEY
           END-STRING.
           MOVE WS-DEPT-INPUT TO DP-DEPT.
           MOVE WS-FAM-INPUT TO DP-FAMILY.
           PERFORM 8985-READ-DEPT THRU 8985-EXIT.
           IF WS-DEPT-FOUND AND DP-IS-ACTIVE
               MOVE DP-NAME TO WS-OLD-DNAME
               DISPLAY "NOMBRE ACTUAL: " DP-NAME
               DISPLAY "NOMBRE NUEVO (EN BLANCO PARA NO CAMBIAR): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DNAME-INPUT
               ACCEPT WS-DNAME-INPUT
               IF WS-DNAME-INPUT IS EQUAL TO SPACES
                   GO TO 8982-EXIT
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-DNAME-INPUT) TO DP-NAME
               REWRITE DEPT-MASTER-REC
                   INVALID KEY
                       DISPLAY "NO SE PUDO CAMBIAR EL NOMBRE"
                       GO TO 8982-EXIT
               END-REWRITE
               MOVE "DP-NAME" TO WS-CHG-FIELD
               MOVE WS-OLD-DNAME TO WS-CHG-BEFORE
               MOVE DP-NAME TO WS-CHG-AFTER
               PERFORM 7900-LOG-CHANGE THRU 7900-EXIT
               DISPLAY "NOMBRE CAMBIADO"
               GO TO 8982-EXIT
           END-IF.
           MOVE SPACES TO WS-DNAME-INPUT.
           PERFORM UNTIL WS-DNAME-INPUT IS NOT EQUAL TO SPACES
               DISPLAY "NOMBRE: " WITH NO ADVANCING
               ACCEPT WS-DNAME-INPUT
           END-PERFORM.
           MOVE WS-DEPT-INPUT TO DP-DEPT.
           MOVE WS-FAM-INPUT TO DP-FAMILY.
           MOVE FUNCTION UPPER-CASE(WS-DNAME-INPUT) TO DP-NAME.
           SET DP-IS-ACTIVE TO TRUE.
           IF WS-DEPT-FOUND
               REWRITE DEPT-MASTER-REC
                   INVALID KEY
                       DISPLAY "NO SE PUDO DAR DE ALTA"
                       GO TO 8982-EXIT
               END-REWRITE
           ELSE
               WRITE DEPT-MASTER-REC
                   INVALID KEY
                       DISPLAY "NO SE PUDO DAR DE ALTA"
                       GO TO 8982-EXIT
               END-WRITE
           END-IF.
           MOVE "ALTA" TO WS-CHG-FIELD.
           MOVE "-" TO WS-CHG-BEFORE.
           MOVE DP-NAME TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           DISPLAY "DADO DE ALTA".
       8982-EXIT.
           EXIT.
      * Un departamento con familias activas no se da de baja: hay
      * que dar de baja antes sus familias. Los productos conservan
      * el codigo; el informe lo sigue agrupando.
       8983-DELETE-DEPT.
           PERFORM 8987-ASK-DEPT-KEY THRU 8987-EXIT.
           IF WS-DEPT-INPUT IS EQUAL TO SPACES
               GO TO 8983-EXIT
           END-IF.
           MOVE WS-DEPT-INPUT TO DP-DEPT.
           MOVE WS-FAM-INPUT TO DP-FAMILY.
           PERFORM 8985-READ-DEPT THRU 8985-EXIT.
           IF NOT WS-DEPT-FOUND OR DP-IS-DELETED
               DISPLAY "** NO ENCONTRADO **"
               GO TO 8983-EXIT
           END-IF.
           IF WS-FAM-INPUT IS EQUAL TO SPACES
               MOVE "N" TO WS-DEPT-EOF-SW
               PERFORM UNTIL WS-NO-MORE-DEPTS
                   READ DEPT-FILE NEXT RECORD
                       AT END
                           SET WS-NO-MORE-DEPTS TO TRUE
                       NOT AT END
                           IF DP-DEPT IS NOT EQUAL TO WS-DEPT-INPUT
                               SET WS-NO-MORE-DEPTS TO TRUE
                           ELSE
                               IF DP-IS-ACTIVE
                                   DISPLAY "** EL DEPARTAMENTO TIENE "
                                       "FAMILIAS ACTIVAS **"
                                   GO TO 8983-EXIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-DEPT-INPUT TO DP-DEPT
               MOVE SPACES TO DP-FAMILY
               PERFORM 8985-READ-DEPT THRU 8985-EXIT
           END-IF.
           SET DP-IS-DELETED TO TRUE.
           REWRITE DEPT-MASTER-REC
               INVALID KEY
                   DISPLAY "NO SE PUDO DAR DE BAJA"
                   GO TO 8983-EXIT
           END-REWRITE.
           MOVE "DEPTMAST" TO WS-CHG-FILE.
           MOVE SPACES TO WS-CHG-KEY.
           STRING WS-DEPT-INPUT "/" WS-FAM-INPUT DELIMITED BY SIZE
               INTO WS-CHG-KEY
           END-STRING.
           MOVE "DP-STATUS" TO WS-CHG-FIELD.
           MOVE "A" TO WS-CHG-BEFORE.
           MOVE "D" TO WS-CHG-AFTER.
           PERFORM 7900-LOG-CHANGE THRU 7900-EXIT.
           DISPLAY "DADO DE BAJA".
       8983-EXIT.
           EXIT.
      * Lista un departamento con sus familias, o todo el maestro
      * si el codigo se deja en blanco.
       8984-INQUIRE-DEPT.
           DISPLAY "DEPARTAMENTO (EN BLANCO = TODOS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DEPT-INPUT.
           ACCEPT WS-DEPT-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-INPUT) TO WS-DEPT-INPUT.
           MOVE "N" TO WS-DEPT-EOF-SW.
           IF WS-DEPT-INPUT IS EQUAL TO SPACES
               MOVE LOW-VALUES TO DP-KEY
           ELSE
               MOVE WS-DEPT-INPUT TO DP-DEPT
               MOVE SPACES TO DP-FAMILY
           END-IF.
           START DEPT-FILE KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   SET WS-NO-MORE-DEPTS TO TRUE
           END-START.
           PERFORM UNTIL WS-NO-MORE-DEPTS
               READ DEPT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-DEPTS TO TRUE
                   NOT AT END
                       IF WS-DEPT-INPUT IS NOT EQUAL TO SPACES AND
                               DP-DEPT IS NOT EQUAL TO WS-DEPT-INPUT
                           SET WS-NO-MORE-DEPTS TO TRUE
                       ELSE
                           IF DP-FAMILY IS EQUAL TO SPACES
                               DISPLAY DP-DEPT "       " DP-NAME
                                   WITH NO ADVANCING
                           ELSE
                               DISPLAY DP-DEPT " " DP-FAMILY "     "
                                   DP-NAME WITH NO ADVANCING
                           END-IF
                           IF DP-IS-DELETED
                               DISPLAY " (BAJA)"
                           ELSE
                               DISPLAY " "
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       8984-EXIT.
           EXIT.
       8985-READ-DEPT.
           MOVE "N" TO WS-DEPT-FOUND-SW.
           READ DEPT-FILE
               INVALID KEY
                   MOVE "N" TO WS-DEPT-FOUND-SW
               NOT INVALID KEY
                   SET WS-DEPT-FOUND TO TRUE
           END-READ.
       8985-EXIT.
           EXIT.
      * Pide departamento y familia del producto contra el maestro.
      * En blanco se queda lo que ya tenia (nada en un alta); una
      * familia en blanco deja el producto en el departamento sin
      * familia. El resultado vuelve en WS-NEW-DEPT/WS-NEW-FAMILY.
       8986-ASK-PROD-DEPT.
           MOVE PC-DEPT TO WS-NEW-DEPT.
           MOVE PC-FAMILY TO WS-NEW-FAMILY.
           MOVE "N" TO WS-DEPT-OK-SW.
           PERFORM UNTIL WS-DEPT-OK
               DISPLAY "DEPARTAMENTO (EN BLANCO PARA NO CAMBIAR): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DEPT-INPUT
               ACCEPT WS-DEPT-INPUT
               MOVE FUNCTION UPPER-CASE(WS-DEPT-INPUT) TO
                   WS-DEPT-INPUT
               IF WS-DEPT-INPUT IS EQUAL TO SPACES
                   SET WS-DEPT-OK TO TRUE
               ELSE
                   MOVE WS-DEPT-INPUT TO DP-DEPT
                   MOVE SPACES TO DP-FAMILY
                   PERFORM 8985-READ-DEPT THRU 8985-EXIT
                   IF WS-DEPT-FOUND AND DP-IS-ACTIVE
                       SET WS-DEPT-OK TO TRUE
                   ELSE
                       DISPLAY "** DEPARTAMENTO NO ENCONTRADO **"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DEPT-INPUT IS EQUAL TO SPACES
               GO TO 8986-EXIT
           END-IF.
           MOVE "N" TO WS-DEPT-OK-SW.
           PERFORM UNTIL WS-DEPT-OK
               DISPLAY "FAMILIA (EN BLANCO = NINGUNA): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-FAM-INPUT
               ACCEPT WS-FAM-INPUT
               MOVE FUNCTION UPPER-CASE(WS-FAM-INPUT) TO
                   WS-FAM-INPUT
               IF WS-FAM-INPUT IS EQUAL TO SPACES
                   SET WS-DEPT-OK TO TRUE
               ELSE
                   MOVE WS-DEPT-INPUT TO DP-DEPT
                   MOVE WS-FAM-INPUT TO DP-FAMILY
                   PERFORM 8985-READ-DEPT THRU 8985-EXIT
                   IF WS-DEPT-FOUND AND DP-IS-ACTIVE
                       SET WS-DEPT-OK TO TRUE
                   ELSE
                       DISPLAY "** FAMILIA NO ENCONTRADA EN ESE "
                           "DEPARTAMENTO **"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DEPT-INPUT TO WS-NEW-DEPT.
           MOVE WS-FAM-INPUT TO WS-NEW-FAMILY.
       8986-EXIT.
           EXIT.
       8987-ASK-DEPT-KEY.
           DISPLAY "DEPARTAMENTO: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DEPT-INPUT.
           ACCEPT WS-DEPT-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-INPUT) TO WS-DEPT-INPUT.
           DISPLAY "FAMILIA (EN BLANCO = EL DEPARTAMENTO): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-FAM-INPUT.
           ACCEPT WS-FAM-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-FAM-INPUT) TO WS-FAM-INPUT.
       8987-EXIT.
           EXIT.
      * Pide el contenido neto del producto: unidad de medida (KG,
      * L, M o UD) y cantidad por unidad de venta. En blanco se
      * queda lo que ya tenia (nada en un alta). El resultado vuelve
      * en WS-NEW-MEASURE/WS-NEW-NETQ.
       8988-ASK-MEASURE.
           IF PC-NET-QTY IS NOT NUMERIC OR
                   PC-MEASURE-UNIT IS EQUAL TO LOW-VALUES
               MOVE SPACES TO PC-MEASURE-UNIT
               MOVE ZERO TO PC-NET-QTY
           END-IF.
           MOVE PC-MEASURE-UNIT TO WS-NEW-MEASURE.
           MOVE PC-NET-QTY TO WS-NEW-NETQ.
           MOVE "N" TO WS-MEAS-OK-SW.
           PERFORM UNTIL WS-MEAS-OK
               DISPLAY "UNIDAD DE MEDIDA DEL PRECIO POR UNIDAD (KG, "
                   "L, M, UD; EN BLANCO PARA NO CAMBIAR): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-MEAS-INPUT
               ACCEPT WS-MEAS-INPUT
               MOVE FUNCTION UPPER-CASE(WS-MEAS-INPUT) TO
                   WS-MEAS-INPUT
               IF WS-MEAS-INPUT IS EQUAL TO SPACES OR "KG" OR "L "
                       OR "M " OR "UD"
                   SET WS-MEAS-OK TO TRUE
               ELSE
                   DISPLAY "** UNIDAD NO VALIDA **"
               END-IF
           END-PERFORM.
           IF WS-MEAS-INPUT IS EQUAL TO SPACES
               GO TO 8988-EXIT
           END-IF.
           MOVE SPACES TO WS-NETQ-INPUT.
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WS-NETQ-INPUT) IS
                   EQUAL TO ZERO AND FUNCTION NUMVAL(WS-NETQ-INPUT)
                   IS GREATER THAN ZERO
               DISPLAY "CONTENIDO NETO EN " FUNCTION TRIM
                   (WS-MEAS-INPUT) " (P. EJ. 0.750): "
                   WITH NO ADVANCING
               ACCEPT WS-NETQ-INPUT
               IF FUNCTION TEST-NUMVAL(WS-NETQ-INPUT) IS NOT
                       EQUAL TO ZERO
                   DISPLAY "ENTRADA NO NUMERICA, INTENTELO DE NUEVO"
               END-IF
           END-PERFORM.
           MOVE WS-MEAS-INPUT TO WS-NEW-MEASURE.
           MOVE FUNCTION NUMVAL(WS-NETQ-INPUT) TO WS-NEW-NETQ.
       8988-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 8990-RUN-DEPT-SALES - ventas y margen por departamento      *
      * (EX04DEP), que lee departamentos y catalogo: se cierran     *
      * mientras dura y se reabren al volver.                       *
      *-----------------------------------------------------------*
       8990-RUN-DEPT-SALES.
           CLOSE DEPT-FILE.
           CLOSE PRODUCT-FILE.
           CALL "EX04DEP".
           OPEN I-O DEPT-FILE.
           IF WS-DEPT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR LOS DEPARTAMENTOS **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
           OPEN I-O PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "** NO SE PUDO REABRIR EL CATALOGO **"
               SET WS-OPT-EXIT TO TRUE
           END-IF.
       8990-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra los maestros y deja constancia del    *
      * cierre en el rastro de auditoria.                             *
      *-----------------------------------------------------------*
           CLOSE MEMBER-FILE.
           CLOSE PROMO-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE KITBOM-FILE.
           CLOSE DEPT-FILE.
           CLOSE PRICELST-FILE.
           CLOSE BUDGET-FILE.
           MOVE "OK" TO WS-RUN-OUTCOME.
           MOVE "EX04MNT" TO WS-AUD-PROGRAM.
           MOVE "MANTENIMIENTO DE CLIENTES TERMINADO" TO WS-AUD-DETAIL.

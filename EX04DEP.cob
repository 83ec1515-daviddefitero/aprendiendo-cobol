       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX04DEP.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Ventas y margen por       *
      *                  departamento y familia, para un dia (el    *
      *                  de negocio por defecto) o para un mes      *
      *                  entero: fichero vivo mas el archivo        *
      *                  mensual TICKETS-AAAAMM.DAT si el mes ya    *
      *                  esta cerrado. Unidades, venta neta de      *
      *                  promociones, coste, margen y porcentaje    *
      *                  sobre el total, con subtotal por           *
      *                  departamento; las devoluciones restan. Las *
      *                  lineas sin departamento grabado (de antes  *
      *                  o tecleadas a mano) toman el del catalogo  *
      *                  actual. El informe pasa por el spool.      *
      * 2026-10-15  JMS  El dia y el mes pedidos se validan como    *
      *                  fechas reales del calendario.              *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de transacciones (el vivo o el archivo del mes); el
      * nombre real se fija en ejecucion via DEPTICK, como hace la
      * eficacia de promociones con PMETICK.
           SELECT TICKET-FILE ASSIGN TO DEPTICK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TICKET-STATUS.
      * Maestro de departamentos, por los nombres.
           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DEPT-STATUS.
      * Catalogo, por el departamento de las lineas que no lo
      * traen grabado.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
      * Informe de ventas por departamento.
           SELECT DEPRPT-FILE ASSIGN TO "DEPTSALE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE.
           COPY "TICKREC.CPY".
       FD  DEPT-FILE.
           COPY "DEPTREC.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       FD  DEPRPT-FILE.
       01  DEPRPT-LINE                          PIC X(132).
       WORKING-STORAGE SECTION.
       78  DEP-MAX-GROUPS                       VALUE 300.
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-DEPT-STATUS                       PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-DEPRPT-STATUS                     PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-SCOPE-SW                          PIC X(01) VALUE "N".
           88  WS-TICKET-IN-SCOPE               VALUE "Y".
       01  WS-REFUND-SW                         PIC X(01) VALUE "N".
           88  WS-REFUND-TX                     VALUE "Y".
       01  WS-DEPT-FILE-SW                      PIC X(01) VALUE "N".
           88  WS-DEPT-FILE-OPEN                VALUE "Y".
       01  WS-PROD-FILE-SW                      PIC X(01) VALUE "N".
           88  WS-PROD-FILE-OPEN                VALUE "Y".
      * Periodo pedido: un dia AAAAMMDD o un mes AAAAMM.
       01  WS-PERIOD-IN                         PIC X(08).
       01  WS-MODE-SW                           PIC X(01) VALUE " ".
           88  WS-MODE-DAY                      VALUE "D".
           88  WS-MODE-MONTH                    VALUE "M".
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-ASK-DATE                          PIC 9(08).
       01  WS-ASK-MONTH                         PIC 9(06).
       01  WS-TICK-NAME                         PIC X(24).
       01  WS-LINE-QTY                          PIC 9(04).
       01  WS-LINE-NET                          PIC S9(09)V99.
       01  WS-LINE-COST                         PIC S9(09)V99.
       01  WS-LINE-DEPT                         PIC X(03).
       01  WS-LINE-FAMILY                       PIC X(03).
      * Acumulado por departamento + familia, en orden de codigo
      * (cada grupo nuevo se inserta en su sitio).
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT                     PIC 9(04) VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS DEP-MAX-GROUPS TIMES.
               10  WS-GRP-KEY.
                   15  WS-GRP-DEPT              PIC X(03).
                   15  WS-GRP-FAMILY            PIC X(03).
               10  WS-GRP-QTY                   PIC S9(07).
               10  WS-GRP-NET                   PIC S9(11)V99.
               10  WS-GRP-COST                  PIC S9(11)V99.
       01  WS-I-GRP                             PIC 9(04).
       01  WS-J-GRP                             PIC 9(04).
       01  WS-FIND-KEY.
           05  WS-FIND-DEPT                     PIC X(03).
           05  WS-FIND-FAMILY                   PIC X(03).
       01  WS-OVERFLOW                          PIC 9(06) VALUE ZERO.
       01  WS-NO-COST-LINES                     PIC 9(06) VALUE ZERO.
      * Subtotal del departamento en curso y total general.
       01  WS-CUR-DEPT                          PIC X(03).
       01  WS-SUB-QTY                           PIC S9(09).
       01  WS-SUB-NET                           PIC S9(11)V99.
       01  WS-SUB-COST                          PIC S9(11)V99.
       01  WS-TOTAL-QTY                         PIC S9(09) VALUE ZERO.
       01  WS-TOTAL-NET                         PIC S9(11)V99
                                                VALUE ZERO.
       01  WS-TOTAL-COST                        PIC S9(11)V99
                                                VALUE ZERO.
      * Campos de la linea impresa (familia, subtotal o total).
       01  WS-PRT-CODE                          PIC X(09).
       01  WS-PRT-NAME                          PIC X(30).
       01  WS-PRT-QTY                           PIC S9(09).
       01  WS-PRT-NET                           PIC S9(11)V99.
       01  WS-PRT-COST                          PIC S9(11)V99.
       01  WS-MARGIN                            PIC S9(11)V99.
       01  WS-MARGIN-PCT                        PIC S9(05)V99.
       01  WS-SHARE-PCT                         PIC S9(05)V99.
       01  WS-EDIT-QTY                          PIC ZZZ,ZZ9-.
       01  WS-EDIT-MONEY                        PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-MONEY2                       PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-MONEY3                       PIC $$$,$$$,$$9.99-.
       01  WS-EDIT-PCT                          PIC ZZZ9.99-.
       01  WS-EDIT-PCT2                         PIC ZZZ9.99-.
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
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
      * Invocado como subrutina desde el mantenimiento: el estado de
      * la ejecucion anterior queda en memoria y hay que limpiarlo.
           MOVE SPACES TO WS-RUN-OUTCOME.
           MOVE ZERO TO WS-GRP-COUNT.
           MOVE ZERO TO WS-OVERFLOW.
           MOVE ZERO TO WS-NO-COST-LINES.
           MOVE ZERO TO WS-TOTAL-QTY.
           MOVE ZERO TO WS-TOTAL-NET.
           MOVE ZERO TO WS-TOTAL-COST.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               PERFORM 2000-SCAN-TICKETS THRU 2000-EXIT
               PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - pide el periodo y abre los maestros de    *
      * consulta.                                                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "EX04DEP" TO WS-AUD-PROGRAM.
           MOVE "STARTED" TO WS-AUD-OUTCOME.
           MOVE "VENTAS POR DEPARTAMENTO INICIADAS" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-AUD-OUTCOME, WS-AUD-DETAIL.
           CALL "BIZDATE" USING WS-CURR-DATE.
           MOVE SPACES TO WS-MODE-SW.
           PERFORM UNTIL WS-MODE-DAY OR WS-MODE-MONTH
               DISPLAY "DIA AAAAMMDD, MES AAAAMM O EN BLANCO = HOY: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-PERIOD-IN
               ACCEPT WS-PERIOD-IN
               EVALUATE TRUE
                   WHEN WS-PERIOD-IN IS EQUAL TO SPACES
                       MOVE WS-CURR-DATE TO WS-ASK-DATE
                       SET WS-MODE-DAY TO TRUE
                   WHEN WS-PERIOD-IN IS NUMERIC
                       MOVE WS-PERIOD-IN TO WS-ASK-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASK-DATE)
                               IS EQUAL TO ZERO
                           SET WS-MODE-DAY TO TRUE
                       END-IF
      * El mes se comprueba con su dia 1.
                   WHEN WS-PERIOD-IN(1:6) IS NUMERIC AND
                           WS-PERIOD-IN(7:2) IS EQUAL TO SPACES
                       MOVE WS-PERIOD-IN(1:6) TO WS-ASK-MONTH
                       COMPUTE WS-ASK-DATE = WS-ASK-MONTH * 100 + 1
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASK-DATE)
                               IS EQUAL TO ZERO
                           SET WS-MODE-MONTH TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT WS-MODE-DAY AND NOT WS-MODE-MONTH
                   DISPLAY "PERIODO NO VALIDO, INTENTELO DE NUEVO"
               END-IF
           END-PERFORM.
           IF WS-MODE-DAY
               MOVE WS-ASK-DATE(1:6) TO WS-ASK-MONTH
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS IS EQUAL TO "00"
               SET WS-DEPT-FILE-OPEN TO TRUE
           ELSE
               MOVE "N" TO WS-DEPT-FILE-SW
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS EQUAL TO "00"
               SET WS-PROD-FILE-OPEN TO TRUE
           ELSE
               MOVE "N" TO WS-PROD-FILE-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-SCAN-TICKETS - recorre el fichero vivo y el archivo    *
      * del mes (si ya se cerro); cada registro vive en uno solo.   *
      *-----------------------------------------------------------*
       2000-SCAN-TICKETS.
           SET ENVIRONMENT "DEPTICK" TO "TICKETS.DAT".
           PERFORM 2050-PROCESS-ONE-FILE THRU 2050-EXIT.
           MOVE SPACES TO WS-TICK-NAME.
           STRING "TICKETS-" WS-ASK-MONTH ".DAT" DELIMITED BY SIZE
               INTO WS-TICK-NAME
           END-STRING.
           SET ENVIRONMENT "DEPTICK" TO WS-TICK-NAME.
           PERFORM 2050-PROCESS-ONE-FILE THRU 2050-EXIT.
       2000-EXIT.
           EXIT.
       2050-PROCESS-ONE-FILE.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS IS NOT EQUAL TO "00"
               GO TO 2050-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-SCOPE-SW.
           PERFORM 2100-READ-TICKET THRU 2100-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               EVALUATE TRUE
                   WHEN TR-IS-HEADER OR TR-IS-REFUND
                       PERFORM 2200-CLASSIFY-HEADER THRU 2200-EXIT
                   WHEN TR-IS-DETAIL AND WS-TICKET-IN-SCOPE
                       PERFORM 2300-ACCUM-DETAIL THRU 2300-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 2100-READ-TICKET THRU 2100-EXIT
           END-PERFORM.
           CLOSE TICKET-FILE.
       2050-EXIT.
           EXIT.
       2100-READ-TICKET.
           READ TICKET-FILE
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      * La pertenencia de las lineas se hereda de su cabecera: el
      * dia exacto o cualquier dia del mes pedido.
       2200-CLASSIFY-HEADER.
           MOVE "N" TO WS-SCOPE-SW.
           IF WS-MODE-DAY
               IF TR-TICKET-DATE IS EQUAL TO WS-ASK-DATE
                   SET WS-TICKET-IN-SCOPE TO TRUE
               END-IF
           ELSE
               IF TR-TICKET-DATE(1:6) IS EQUAL TO WS-ASK-MONTH
                   SET WS-TICKET-IN-SCOPE TO TRUE
               END-IF
           END-IF.
           IF TR-IS-REFUND
               SET WS-REFUND-TX TO TRUE
           ELSE
               MOVE "N" TO WS-REFUND-SW
           END-IF.
       2200-EXIT.
           EXIT.
      * Venta neta de la promocion de la linea y coste capturado al
      * vender, igual que el margen bruto del dia.
       2300-ACCUM-DETAIL.
           MOVE TR-DEPT TO WS-LINE-DEPT.
           MOVE TR-FAMILY TO WS-LINE-FAMILY.
           IF WS-LINE-DEPT IS EQUAL TO SPACES OR
                   WS-LINE-DEPT IS EQUAL TO LOW-VALUES
               PERFORM 2350-DEPT-FROM-CATALOG THRU 2350-EXIT
           END-IF.
           IF TR-QTY IS NUMERIC AND TR-QTY IS GREATER THAN ZERO
               MOVE TR-QTY TO WS-LINE-QTY
           ELSE
               MOVE 1 TO WS-LINE-QTY
           END-IF.
           COMPUTE WS-LINE-NET = TR-PRODUCT-PRICE * WS-LINE-QTY.
           IF TR-LINE-PROMO IS NUMERIC
               SUBTRACT TR-LINE-PROMO FROM WS-LINE-NET
           END-IF.
           IF TR-UNIT-COST IS NUMERIC AND TR-UNIT-COST IS GREATER
                   THAN ZERO
               COMPUTE WS-LINE-COST = TR-UNIT-COST * WS-LINE-QTY
           ELSE
               MOVE ZERO TO WS-LINE-COST
               ADD 1 TO WS-NO-COST-LINES
           END-IF.
           MOVE WS-LINE-DEPT TO WS-FIND-DEPT.
           MOVE WS-LINE-FAMILY TO WS-FIND-FAMILY.
           PERFORM 2400-FIND-GROUP THRU 2400-EXIT.
           IF WS-I-GRP IS EQUAL TO ZERO
               ADD 1 TO WS-OVERFLOW
               GO TO 2300-EXIT
           END-IF.
           IF WS-REFUND-TX
               SUBTRACT WS-LINE-QTY FROM WS-GRP-QTY(WS-I-GRP)
               SUBTRACT WS-LINE-NET FROM WS-GRP-NET(WS-I-GRP)
               SUBTRACT WS-LINE-COST FROM WS-GRP-COST(WS-I-GRP)
               SUBTRACT WS-LINE-QTY FROM WS-TOTAL-QTY
               SUBTRACT WS-LINE-NET FROM WS-TOTAL-NET
               SUBTRACT WS-LINE-COST FROM WS-TOTAL-COST
           ELSE
               ADD WS-LINE-QTY TO WS-GRP-QTY(WS-I-GRP)
               ADD WS-LINE-NET TO WS-GRP-NET(WS-I-GRP)
               ADD WS-LINE-COST TO WS-GRP-COST(WS-I-GRP)
               ADD WS-LINE-QTY TO WS-TOTAL-QTY
               ADD WS-LINE-NET TO WS-TOTAL-NET
               ADD WS-LINE-COST TO WS-TOTAL-COST
           END-IF.
       2300-EXIT.
           EXIT.
      * Linea sin departamento grabado: el del producto en el
      * catalogo de hoy; sin codigo o sin catalogo queda en blanco
      * y sale como "SIN DEPARTAMENTO".
       2350-DEPT-FROM-CATALOG.
           MOVE SPACES TO WS-LINE-DEPT.
           MOVE SPACES TO WS-LINE-FAMILY.
           IF NOT WS-PROD-FILE-OPEN OR
                   TR-PRODUCT-CODE IS EQUAL TO SPACES
               GO TO 2350-EXIT
           END-IF.
           MOVE TR-PRODUCT-CODE TO PC-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   GO TO 2350-EXIT
           END-READ.
           IF PC-DEPT IS NOT EQUAL TO LOW-VALUES
               MOVE PC-DEPT TO WS-LINE-DEPT
               MOVE PC-FAMILY TO WS-LINE-FAMILY
           END-IF.
       2350-EXIT.
           EXIT.
      * Busca el grupo WS-FIND-KEY; si no esta, lo inserta en su
      * sitio corriendo hacia abajo los que van detras. Devuelve su
      * posicion en WS-I-GRP (cero si la tabla esta llena).
       2400-FIND-GROUP.
           PERFORM VARYING WS-I-GRP FROM 1 BY 1
                   UNTIL WS-I-GRP IS GREATER THAN WS-GRP-COUNT
                   OR WS-GRP-KEY(WS-I-GRP) IS NOT LESS THAN
                   WS-FIND-KEY
               CONTINUE
           END-PERFORM.
           IF WS-I-GRP IS NOT GREATER THAN WS-GRP-COUNT
               IF WS-GRP-KEY(WS-I-GRP) IS EQUAL TO WS-FIND-KEY
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           IF WS-GRP-COUNT IS NOT LESS THAN DEP-MAX-GROUPS
               MOVE ZERO TO WS-I-GRP
               GO TO 2400-EXIT
           END-IF.
           PERFORM VARYING WS-J-GRP FROM WS-GRP-COUNT BY -1
                   UNTIL WS-J-GRP IS LESS THAN WS-I-GRP
               MOVE WS-GRP-ENTRY(WS-J-GRP) TO
                   WS-GRP-ENTRY(WS-J-GRP + 1)
           END-PERFORM.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-FIND-KEY TO WS-GRP-KEY(WS-I-GRP).
           MOVE ZERO TO WS-GRP-QTY(WS-I-GRP).
           MOVE ZERO TO WS-GRP-NET(WS-I-GRP).
           MOVE ZERO TO WS-GRP-COST(WS-I-GRP).
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-PRINT-REPORT - una linea por familia, subtotal por     *
      * departamento y total general, con el margen y el peso de    *
      * cada uno sobre la venta total.                              *
      *-----------------------------------------------------------*
       3000-PRINT-REPORT.
           OPEN OUTPUT DEPRPT-FILE.
           MOVE SPACES TO DEPRPT-LINE.
           IF WS-MODE-DAY
               STRING "VENTAS Y MARGEN POR DEPARTAMENTO - DIA "
                       DELIMITED BY SIZE
                       WS-ASK-DATE DELIMITED BY SIZE
                       INTO DEPRPT-LINE
               END-STRING
           ELSE
               STRING "VENTAS Y MARGEN POR DEPARTAMENTO - MES "
                       DELIMITED BY SIZE
                       WS-ASK-MONTH DELIMITED BY SIZE
                       INTO DEPRPT-LINE
               END-STRING
           END-IF.
           WRITE DEPRPT-LINE.
           MOVE ALL "-" TO DEPRPT-LINE.
           WRITE DEPRPT-LINE.
           MOVE SPACES TO DEPRPT-LINE.
           STRING "DEP/FAM    NOMBRE                          "
                   DELIMITED BY SIZE
                   "UNIDADES            VENTA            COSTE"
                   DELIMITED BY SIZE
                   "           MARGEN  % MARGEN   % TOTAL"
                   DELIMITED BY SIZE INTO DEPRPT-LINE
           END-STRING.
           WRITE DEPRPT-LINE.
           MOVE ALL "-" TO DEPRPT-LINE.
           WRITE DEPRPT-LINE.
           IF WS-GRP-COUNT IS EQUAL TO ZERO
               MOVE "SIN VENTAS EN EL PERIODO" TO DEPRPT-LINE
               WRITE DEPRPT-LINE
               GO TO 3000-CLOSE
           END-IF.
           MOVE WS-GRP-DEPT(1) TO WS-CUR-DEPT.
           MOVE ZERO TO WS-SUB-QTY.
           MOVE ZERO TO WS-SUB-NET.
           MOVE ZERO TO WS-SUB-COST.
           PERFORM 3100-PRINT-FAMILY THRU 3100-EXIT
               VARYING WS-I-GRP FROM 1 BY 1
               UNTIL WS-I-GRP IS GREATER THAN WS-GRP-COUNT.
           PERFORM 3200-PRINT-SUBTOTAL THRU 3200-EXIT.
           PERFORM 3300-PRINT-TOTALS THRU 3300-EXIT.
       3000-CLOSE.
           CLOSE DEPRPT-FILE.
           MOVE "DEPTSALE.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "EX04DEP: INFORME ESCRITO EN DEPTSALE.TXT".
       3000-EXIT.
           EXIT.
      * Al cambiar de departamento sale el subtotal del anterior.
       3100-PRINT-FAMILY.
           IF WS-GRP-DEPT(WS-I-GRP) IS NOT EQUAL TO WS-CUR-DEPT
               PERFORM 3200-PRINT-SUBTOTAL THRU 3200-EXIT
               MOVE WS-GRP-DEPT(WS-I-GRP) TO WS-CUR-DEPT
               MOVE ZERO TO WS-SUB-QTY
               MOVE ZERO TO WS-SUB-NET
               MOVE ZERO TO WS-SUB-COST
           END-IF.
           ADD WS-GRP-QTY(WS-I-GRP) TO WS-SUB-QTY.
           ADD WS-GRP-NET(WS-I-GRP) TO WS-SUB-NET.
           ADD WS-GRP-COST(WS-I-GRP) TO WS-SUB-COST.
           MOVE SPACES TO WS-PRT-CODE.
           STRING "  " WS-GRP-DEPT(WS-I-GRP) "/"
                   WS-GRP-FAMILY(WS-I-GRP) DELIMITED BY SIZE
                   INTO WS-PRT-CODE
           END-STRING.
           IF WS-GRP-FAMILY(WS-I-GRP) IS EQUAL TO SPACES
               MOVE "(SIN FAMILIA)" TO WS-PRT-NAME
           ELSE
               MOVE WS-GRP-DEPT(WS-I-GRP) TO DP-DEPT
               MOVE WS-GRP-FAMILY(WS-I-GRP) TO DP-FAMILY
               PERFORM 3500-DEPT-NAME THRU 3500-EXIT
           END-IF.
           MOVE WS-GRP-QTY(WS-I-GRP) TO WS-PRT-QTY.
           MOVE WS-GRP-NET(WS-I-GRP) TO WS-PRT-NET.
           MOVE WS-GRP-COST(WS-I-GRP) TO WS-PRT-COST.
           PERFORM 3400-WRITE-LINE THRU 3400-EXIT.
       3100-EXIT.
           EXIT.
       3200-PRINT-SUBTOTAL.
           MOVE SPACES TO WS-PRT-CODE.
           IF WS-CUR-DEPT IS EQUAL TO SPACES
               MOVE "---" TO WS-PRT-CODE
               MOVE "SIN DEPARTAMENTO" TO WS-PRT-NAME
           ELSE
               MOVE WS-CUR-DEPT TO WS-PRT-CODE
               MOVE WS-CUR-DEPT TO DP-DEPT
               MOVE SPACES TO DP-FAMILY
               PERFORM 3500-DEPT-NAME THRU 3500-EXIT
           END-IF.
           MOVE WS-SUB-QTY TO WS-PRT-QTY.
           MOVE WS-SUB-NET TO WS-PRT-NET.
           MOVE WS-SUB-COST TO WS-PRT-COST.
           PERFORM 3400-WRITE-LINE THRU 3400-EXIT.
           MOVE SPACES TO DEPRPT-LINE.
           WRITE DEPRPT-LINE.
       3200-EXIT.
           EXIT.
       3300-PRINT-TOTALS.
           MOVE ALL "-" TO DEPRPT-LINE.
           WRITE DEPRPT-LINE.
           MOVE "TOTAL" TO WS-PRT-CODE.
           MOVE "TOTAL TIENDA" TO WS-PRT-NAME.
           MOVE WS-TOTAL-QTY TO WS-PRT-QTY.
           MOVE WS-TOTAL-NET TO WS-PRT-NET.
           MOVE WS-TOTAL-COST TO WS-PRT-COST.
           PERFORM 3400-WRITE-LINE THRU 3400-EXIT.
           IF WS-NO-COST-LINES IS GREATER THAN ZERO
               MOVE WS-NO-COST-LINES TO WS-EDIT-COUNT
               MOVE SPACES TO DEPRPT-LINE
               STRING "AVISO: " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " LINEAS SIN COSTE CAPTURADO (MARGEN "
                       DELIMITED BY SIZE
                       "SOBREVALORADO)" DELIMITED BY SIZE
                       INTO DEPRPT-LINE
               END-STRING
               WRITE DEPRPT-LINE
           END-IF.
           IF WS-OVERFLOW IS GREATER THAN ZERO
               MOVE WS-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO DEPRPT-LINE
               STRING "AVISO: " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " LINEAS FUERA DEL INFORME (DEMASIADAS "
                       DELIMITED BY SIZE
                       "FAMILIAS)" DELIMITED BY SIZE
                       INTO DEPRPT-LINE
               END-STRING
               WRITE DEPRPT-LINE
           END-IF.
       3300-EXIT.
           EXIT.
      * Margen sobre la venta de la propia linea y peso de su venta
      * sobre la venta total del periodo.
       3400-WRITE-LINE.
           COMPUTE WS-MARGIN = WS-PRT-NET - WS-PRT-COST.
           MOVE ZERO TO WS-MARGIN-PCT.
           MOVE ZERO TO WS-SHARE-PCT.
           IF WS-PRT-NET IS NOT EQUAL TO ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED = WS-MARGIN * 100 /
                   WS-PRT-NET
                   ON SIZE ERROR
                       MOVE ZERO TO WS-MARGIN-PCT
               END-COMPUTE
           END-IF.
           IF WS-TOTAL-NET IS NOT EQUAL TO ZERO
               COMPUTE WS-SHARE-PCT ROUNDED = WS-PRT-NET * 100 /
                   WS-TOTAL-NET
                   ON SIZE ERROR
                       MOVE ZERO TO WS-SHARE-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PRT-QTY TO WS-EDIT-QTY.
           MOVE WS-PRT-NET TO WS-EDIT-MONEY.
           MOVE WS-PRT-COST TO WS-EDIT-MONEY2.
           MOVE WS-MARGIN TO WS-EDIT-MONEY3.
           MOVE WS-MARGIN-PCT TO WS-EDIT-PCT.
           MOVE WS-SHARE-PCT TO WS-EDIT-PCT2.
           MOVE SPACES TO DEPRPT-LINE.
           STRING WS-PRT-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PRT-NAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-MONEY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-MONEY2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-MONEY3 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-PCT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-PCT2 DELIMITED BY SIZE
                   INTO DEPRPT-LINE
           END-STRING.
           WRITE DEPRPT-LINE.
       3400-EXIT.
           EXIT.
      * Nombre de DP-KEY en el maestro; un codigo que ya no esta
      * sale con aviso en vez de nombre.
       3500-DEPT-NAME.
           MOVE "(NO ESTA EN EL MAESTRO)" TO WS-PRT-NAME.
           IF NOT WS-DEPT-FILE-OPEN
               GO TO 3500-EXIT
           END-IF.
           READ DEPT-FILE
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ.
           MOVE DP-NAME TO WS-PRT-NAME.
       3500-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 9000-TERMINATE - cierra los maestros y deja constancia del  *
      * resultado en el rastro de auditoria.                        *
      *-----------------------------------------------------------*
      * El fichero de tickets se abre y se cierra fichero a
      * fichero en 2050.
       9000-TERMINATE.
           IF WS-DEPT-FILE-OPEN
               CLOSE DEPT-FILE
           END-IF.
           IF WS-PROD-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.
           MOVE "EX04DEP" TO WS-AUD-PROGRAM.
           MOVE "VENTAS POR DEPARTAMENTO TERMINADAS" TO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING BY CONTENT WS-AUD-PROGRAM,
               WS-RUN-OUTCOME, WS-AUD-DETAIL.
       9000-EXIT.
           EXIT.

      *                  un resumen mensual por producto y por      *
      *                  cliente para explotacion posterior. El mes *
      *                  se pasa por EX04-PERIODO o por consola.    *
      * 2026-10-15  JMS  El consolidado lleva tambien un registro   *
      *                  "S" por tienda y departamento con la       *
      *                  venta neta de promociones y el coste       *
      *                  (MS-COST), para comparar el mes cerrado    *
      *                  con el presupuesto de venta y margen.      *
      * 2026-10-15  JMS  El registro del consolidado pasa a la     *
      *                  copia MONSUM.CPY, comun a sus lectores.    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MONSUM-FILE ASSIGN TO "MONTHSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONSUM-STATUS.
      * Catalogo, por el departamento de las lineas que no lo
      * traen grabado.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CODE
               FILE STATUS IS WS-PRODCAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE.
       FD  ARCHIVE-FILE.
           COPY "TICKREC.CPY".
       FD  MONSUM-FILE.
           COPY "MONSUM.CPY".
       FD  PRODUCT-FILE.
           COPY "PRODREC.CPY".
       WORKING-STORAGE SECTION.
       78  ARC-MAX-PRODUCTS                     VALUE 500.
       78  ARC-MAX-CUSTOMERS                    VALUE 2000.
       78  ARC-MAX-STORE-DEPTS                  VALUE 300.
       01  WS-TICKET-STATUS                     PIC X(02).
       01  WS-ARCHIVE-STATUS                    PIC X(02).
       01  WS-MONSUM-STATUS                     PIC X(02).
       01  WS-PRODCAT-STATUS                    PIC X(02).
       01  WS-PROD-FILE-SW                      PIC X(01) VALUE "N".
           88  WS-PROD-FILE-OPEN                VALUE "Y".
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
       01  WS-FOUND-SW                          PIC X(01) VALUE "N".
               10  WS-CUST-KEY                  PIC X(30).
               10  WS-CUST-TICKETS              PIC S9(09).
               10  WS-CUST-AMOUNT               PIC S9(11)V99.
      * Resumen del mes por tienda + departamento: venta neta de
      * promociones y coste, lo que compara el presupuesto. La tienda
      * sale de la cabecera y la heredan sus lineas.
       01  WS-SD-TABLE.
           05  WS-SD-COUNT                      PIC 9(04) VALUE ZERO.
           05  WS-SD-ENTRY OCCURS 1 TO ARC-MAX-STORE-DEPTS TIMES
                   DEPENDING ON WS-SD-COUNT
                   INDEXED BY WS-SD-IDX.
               10  WS-SD-KEY.
                   15  WS-SD-STORE              PIC X(03).
                   15  WS-SD-DEPT               PIC X(03).
               10  WS-SD-QTY                    PIC S9(09).
               10  WS-SD-NET                    PIC S9(11)V99.
               10  WS-SD-COST                   PIC S9(11)V99.
       01  WS-CUR-STORE                         PIC X(03) VALUE "001".
       01  WS-LINE-DEPT                         PIC X(03).
       01  WS-LINE-NET                          PIC S9(09)V99.
       01  WS-LINE-COST                         PIC S9(09)V99.
       01  WS-LOOKUP-KEY                        PIC X(30).
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZZ,ZZ9.
       01  WS-RUN-OUTCOME                       PIC X(08) VALUE SPACES.
                   (WS-ARC-NAME)
               CLOSE TICKET-FILE
               MOVE "FALLO" TO WS-RUN-OUTCOME
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-STATUS IS EQUAL TO "00"
               SET WS-PROD-FILE-OPEN TO TRUE
           ELSE
               MOVE "N" TO WS-PROD-FILE-SW
           END-IF.
       1000-EXIT.
           EXIT.
       2200-EXIT.
           EXIT.
      * Resumen del mes: por cliente (cabeceras: tickets e importe,
      * las devoluciones restan), por producto (lineas: unidades e
      * importe; las lineas sin codigo se agrupan por nombre) y por
      * tienda + departamento (lineas: venta neta y coste).
       2300-ACCUM-SUMMARY.
           EVALUATE TRUE
               WHEN TF-IS-HEADER
                   MOVE "N" TO WS-REFUND-SW
                   PERFORM 2350-TAKE-STORE THRU 2350-EXIT
                   PERFORM 2400-ACCUM-CUSTOMER THRU 2400-EXIT
               WHEN TF-IS-REFUND
                   SET WS-REFUND-TX TO TRUE
                   PERFORM 2350-TAKE-STORE THRU 2350-EXIT
                   PERFORM 2400-ACCUM-CUSTOMER THRU 2400-EXIT
               WHEN TF-IS-DETAIL
                   PERFORM 2500-ACCUM-PRODUCT THRU 2500-EXIT
                   PERFORM 2600-ACCUM-STORE-DEPT THRU 2600-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      * Un ticket de antes del multitienda es de la tienda 001,
      * igual que en el cierre consolidado.
       2350-TAKE-STORE.
           IF TF-STORE-ID IS EQUAL TO SPACES
               MOVE "001" TO WS-CUR-STORE
           ELSE
               MOVE TF-STORE-ID TO WS-CUR-STORE
           END-IF.
       2350-EXIT.
           EXIT.
       2400-ACCUM-CUSTOMER.
           MOVE TF-NAME TO WS-LOOKUP-KEY.
           MOVE "N" TO WS-FOUND-SW.
           END-IF.
       2500-EXIT.
           EXIT.
      * Venta neta de la promocion de la linea y coste capturado al
      * vender, como el informe por departamento; una linea sin
      * departamento grabado toma el del catalogo de hoy.
       2600-ACCUM-STORE-DEPT.
           MOVE TF-DEPT TO WS-LINE-DEPT.
           IF WS-LINE-DEPT IS EQUAL TO LOW-VALUES
               MOVE SPACES TO WS-LINE-DEPT
           END-IF.
           IF WS-LINE-DEPT IS EQUAL TO SPACES AND WS-PROD-FILE-OPEN
                   AND TF-PRODUCT-CODE IS NOT EQUAL TO SPACES
               MOVE TF-PRODUCT-CODE TO PC-CODE
               READ PRODUCT-FILE
                   NOT INVALID KEY
                       IF PC-DEPT IS NOT EQUAL TO LOW-VALUES
                           MOVE PC-DEPT TO WS-LINE-DEPT
                       END-IF
               END-READ
           END-IF.
           IF TF-QTY IS NUMERIC AND TF-QTY IS GREATER THAN ZERO
               MOVE TF-QTY TO WS-LINE-QTY
           ELSE
               MOVE 1 TO WS-LINE-QTY
           END-IF.
           COMPUTE WS-LINE-NET = TF-PRODUCT-PRICE * WS-LINE-QTY.
           IF TF-LINE-PROMO IS NUMERIC
               SUBTRACT TF-LINE-PROMO FROM WS-LINE-NET
           END-IF.
           IF TF-UNIT-COST IS NUMERIC
               COMPUTE WS-LINE-COST = TF-UNIT-COST * WS-LINE-QTY
           ELSE
               MOVE ZERO TO WS-LINE-COST
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX IS GREATER THAN WS-SD-COUNT
               IF WS-SD-STORE(WS-SD-IDX) IS EQUAL TO WS-CUR-STORE AND
                       WS-SD-DEPT(WS-SD-IDX) IS EQUAL TO WS-LINE-DEPT
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               IF WS-SD-COUNT IS EQUAL TO ARC-MAX-STORE-DEPTS
                   GO TO 2600-EXIT
               END-IF
               ADD 1 TO WS-SD-COUNT
               SET WS-SD-IDX TO WS-SD-COUNT
               MOVE WS-CUR-STORE TO WS-SD-STORE(WS-SD-IDX)
               MOVE WS-LINE-DEPT TO WS-SD-DEPT(WS-SD-IDX)
               MOVE ZERO TO WS-SD-QTY(WS-SD-IDX)
               MOVE ZERO TO WS-SD-NET(WS-SD-IDX)
               MOVE ZERO TO WS-SD-COST(WS-SD-IDX)
           END-IF.
           IF WS-REFUND-TX
               SUBTRACT WS-LINE-QTY FROM WS-SD-QTY(WS-SD-IDX)
               SUBTRACT WS-LINE-NET FROM WS-SD-NET(WS-SD-IDX)
               SUBTRACT WS-LINE-COST FROM WS-SD-COST(WS-SD-IDX)
           ELSE
               ADD WS-LINE-QTY TO WS-SD-QTY(WS-SD-IDX)
               ADD WS-LINE-NET TO WS-SD-NET(WS-SD-IDX)
               ADD WS-LINE-COST TO WS-SD-COST(WS-SD-IDX)
           END-IF.
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-WRITE-SUMMARIES - anexa al consolidado un registro por *
      * producto, por cliente y por tienda + departamento del mes   *
      * archivado.                                                  *
      *-----------------------------------------------------------*
       3000-WRITE-SUMMARIES.
           OPEN EXTEND MONSUM-FILE.
               MOVE WS-PROD-KEY(WS-PROD-IDX) TO MS-KEY
               MOVE WS-PROD-QTY(WS-PROD-IDX) TO MS-QTY
               MOVE WS-PROD-AMOUNT(WS-PROD-IDX) TO MS-AMOUNT
               MOVE ZERO TO MS-COST
               WRITE MONSUM-REC
           END-PERFORM.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               MOVE WS-CUST-KEY(WS-CUST-IDX) TO MS-KEY
               MOVE WS-CUST-TICKETS(WS-CUST-IDX) TO MS-QTY
               MOVE WS-CUST-AMOUNT(WS-CUST-IDX) TO MS-AMOUNT
               MOVE ZERO TO MS-COST
               WRITE MONSUM-REC
           END-PERFORM.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX IS GREATER THAN WS-SD-COUNT
               MOVE "S" TO MS-TYPE
               MOVE WS-PERIOD TO MS-PERIOD
               MOVE SPACES TO MS-KEY
               MOVE WS-SD-KEY(WS-SD-IDX) TO MS-KEY
               MOVE WS-SD-QTY(WS-SD-IDX) TO MS-QTY
               MOVE WS-SD-NET(WS-SD-IDX) TO MS-AMOUNT
               MOVE WS-SD-COST(WS-SD-IDX) TO MS-COST
               WRITE MONSUM-REC
           END-PERFORM.
           CLOSE MONSUM-FILE.
           IF WS-ARCHIVE-STATUS IS EQUAL TO "00"
               CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-PROD-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF.
           IF WS-RUN-OUTCOME IS EQUAL TO SPACES
               MOVE "OK" TO WS-RUN-OUTCOME
           END-IF.

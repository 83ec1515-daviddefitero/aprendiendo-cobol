       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTCONS.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Subrutina comun, hermana  *
      *                  de STKMOVE: descuenta de los lotes de un   *
      *                  producto (LOTS.DAT) las unidades que salen *
      *                  de existencias, empezando por el lote que  *
      *                  caduca antes. La llaman la venta, la venta *
      *                  fuera de linea, la devolucion a proveedor  *
      *                  y la salida de traspasos. Lo que excede de *
      *                  los lotes (existencias anteriores al       *
      *                  control de lotes) no se anota en ninguno.  *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE ASSIGN TO "LOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOT-FILE.
           COPY "LOTREC.CPY".
       WORKING-STORAGE SECTION.
       01  WS-LOT-STATUS                        PIC X(02).
       01  WS-EOF-SW                            PIC X(01).
           88  WS-NO-MORE-LOTS                  VALUE "Y".
       01  WS-REMAINING                         PIC 9(07).
       01  WS-TAKE                              PIC 9(07).
       LINKAGE SECTION.
       01  LK-PRODUCT                           PIC X(06).
       01  LK-QTY                               PIC S9(07).
       PROCEDURE DIVISION USING LK-PRODUCT, LK-QTY.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           IF LK-QTY IS NOT GREATER THAN ZERO
               GOBACK
           END-IF.
           OPEN I-O LOT-FILE.
           IF WS-LOT-STATUS IS NOT EQUAL TO "00"
               GOBACK
           END-IF.
           MOVE LK-QTY TO WS-REMAINING.
           PERFORM 1000-CONSUME-LOTS THRU 1000-EXIT.
           CLOSE LOT-FILE.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-CONSUME-LOTS - recorre los lotes activos del producto  *
      * en orden de caducidad y descuenta de cada uno lo que tenga  *
      * hasta cubrir la cantidad.                                   *
      *-----------------------------------------------------------*
       1000-CONSUME-LOTS.
           MOVE "N" TO WS-EOF-SW.
           MOVE LK-PRODUCT TO LT-PRODUCT.
           MOVE ZERO TO LT-BEST-BEFORE.
           MOVE LOW-VALUES TO LT-LOT.
           START LOT-FILE KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   SET WS-NO-MORE-LOTS TO TRUE
           END-START.
           PERFORM 1100-READ-NEXT THRU 1100-EXIT.
           PERFORM UNTIL WS-NO-MORE-LOTS OR
                   LT-PRODUCT IS NOT EQUAL TO LK-PRODUCT OR
                   WS-REMAINING IS EQUAL TO ZERO
               IF LT-IS-ACTIVE AND LT-QTY-ON-HAND IS GREATER THAN
                       ZERO
                   PERFORM 1200-TAKE-FROM-LOT THRU 1200-EXIT
               END-IF
               PERFORM 1100-READ-NEXT THRU 1100-EXIT
           END-PERFORM.
       1000-EXIT.
           EXIT.
       1100-READ-NEXT.
           READ LOT-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-LOTS TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-TAKE-FROM-LOT.
           IF LT-QTY-ON-HAND IS LESS THAN WS-REMAINING
               MOVE LT-QTY-ON-HAND TO WS-TAKE
           ELSE
               MOVE WS-REMAINING TO WS-TAKE
           END-IF.
           SUBTRACT WS-TAKE FROM LT-QTY-ON-HAND.
           SUBTRACT WS-TAKE FROM WS-REMAINING.
           REWRITE LOT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       1200-EXIT.
           EXIT.

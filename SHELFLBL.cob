       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELFLBL.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Subrutina comun de        *
      *                  etiquetas de estanteria: con la accion     *
      *                  ETIQUETA escribe en SHELFLBL.DAT la        *
      *                  etiqueta del producto recibido (nombre,    *
      *                  precio con el IVA de su categoria, precio  *
      *                  por unidad de medida y EAN del cruce de    *
      *                  barras); la primera etiqueta abre el       *
      *                  fichero. Con CERRAR lo cierra y lo deja en *
      *                  el spool para el turno de la manana. La    *
      *                  llaman la activacion de precios, la        *
      *                  importacion de tarifas y la consulta de    *
      *                  precio para reimprimir.                    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichero de etiquetas para la impresora.
           SELECT LABEL-FILE ASSIGN TO "SHELFLBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.
      * Cruce de barras, por el EAN de cada producto.
           SELECT BARCODE-FILE ASSIGN TO "BARCODE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-EAN
               FILE STATUS IS WS-BARCODE-STATUS.
      * Fichero de control, por la tabla de tipos de IVA.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LABEL-FILE.
       01  LABEL-FILE-REC                       PIC X(102).
       FD  BARCODE-FILE.
           COPY "BARCODE.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
           COPY "LABELREC.CPY".
       78  LBL-MAX-EANS                         VALUE 5000.
       01  WS-LABEL-STATUS                      PIC X(02).
       01  WS-BARCODE-STATUS                    PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-OPEN-SW                           PIC X(01) VALUE "N".
           88  WS-LABELS-OPEN                   VALUE "Y".
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
      * Primer EAN activo de cada producto, cargado al abrir: el
      * cruce esta indexado por EAN, no por codigo.
       01  WS-EAN-TABLE.
           05  WS-EAN-COUNT                     PIC 9(04) VALUE ZERO.
           05  WS-EAN-ENTRY OCCURS 1 TO LBL-MAX-EANS TIMES
                   DEPENDING ON WS-EAN-COUNT
                   INDEXED BY WS-EAN-IDX.
               10  WS-EAN-CODE                  PIC X(06).
               10  WS-EAN-VALUE                 PIC X(13).
       01  WS-EAN-OVERFLOW                      PIC 9(06) VALUE ZERO.
       01  WS-LINE-CAT                          PIC 9(01).
       01  WS-LABEL-COUNT                       PIC 9(06) VALUE ZERO.
       01  WS-CURR-DATE                         PIC 9(08).
       01  WS-EDIT-COUNT                        PIC ZZZ,ZZ9.
      * Nombre del fichero para la subrutina de spool.
       01  WS-SPL-NAME                          PIC X(12).
       LINKAGE SECTION.
      * ETIQUETA o CERRAR.
       01  LK-ACTION                            PIC X(08).
      * ACTIVAC, TARIFA o REIMPR.
       01  LK-SOURCE                            PIC X(08).
           COPY "PRODREC.CPY".
      * Precio sin IVA de la etiqueta y fecha desde la que vale.
       01  LK-PRICE                             PIC 9(5)V99.
       01  LK-EFF-DATE                          PIC 9(08).
       PROCEDURE DIVISION USING LK-ACTION, LK-SOURCE,
           PRODUCT-CAT-REC, LK-PRICE, LK-EFF-DATE.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE LK-ACTION
               WHEN "ETIQUETA"
                   IF NOT WS-LABELS-OPEN
                       PERFORM 1000-OPEN-LABELS THRU 1000-EXIT
                   END-IF
                   IF WS-LABELS-OPEN
                       PERFORM 2000-WRITE-LABEL THRU 2000-EXIT
                   END-IF
               WHEN "CERRAR"
                   IF WS-LABELS-OPEN
                       PERFORM 3000-CLOSE-LABELS THRU 3000-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-OPEN-LABELS - abre el fichero de etiquetas, carga los  *
      * tipos de IVA y el EAN de cada producto.                     *
      *-----------------------------------------------------------*
       1000-OPEN-LABELS.
           CALL "BIZDATE" USING WS-CURR-DATE.
           MOVE ZERO TO WS-LABEL-COUNT.
           OPEN OUTPUT LABEL-FILE.
           IF WS-LABEL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "SHELFLBL: NO SE PUDO ABRIR SHELFLBL.DAT"
               GO TO 1000-EXIT
           END-IF.
           SET WS-LABELS-OPEN TO TRUE.
           MOVE 21.000 TO CTL-TAX-RATE.
           MOVE SPACES TO CTL-TAX-CAT-TABLE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE CTL-FILE
           END-IF.
      * Misma siembra de tipos que EX04 para un fichero de control
      * de antes de la tabla por categorias.
           IF CTL-CAT-RATE(1) IS NOT NUMERIC
               MOVE CTL-TAX-RATE TO CTL-CAT-RATE(1)
               MOVE 04.000 TO CTL-CAT-RATE(2)
               MOVE 10.000 TO CTL-CAT-RATE(3)
               MOVE 21.000 TO CTL-CAT-RATE(4)
           END-IF.
           PERFORM 1100-LOAD-EANS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
       1100-LOAD-EANS.
           MOVE ZERO TO WS-EAN-COUNT.
           MOVE ZERO TO WS-EAN-OVERFLOW.
           OPEN INPUT BARCODE-FILE.
           IF WS-BARCODE-STATUS IS NOT EQUAL TO "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ BARCODE-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF BX-IS-ACTIVE
                           PERFORM 1200-NOTE-EAN THRU 1200-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BARCODE-FILE.
       1100-EXIT.
           EXIT.
       1200-NOTE-EAN.
           SET WS-EAN-IDX TO 1.
           SEARCH WS-EAN-ENTRY
               AT END
                   IF WS-EAN-COUNT IS LESS THAN LBL-MAX-EANS
                       ADD 1 TO WS-EAN-COUNT
                       SET WS-EAN-IDX TO WS-EAN-COUNT
                       MOVE BX-CODE TO WS-EAN-CODE(WS-EAN-IDX)
                       MOVE BX-EAN TO WS-EAN-VALUE(WS-EAN-IDX)
                   ELSE
                       ADD 1 TO WS-EAN-OVERFLOW
                   END-IF
               WHEN WS-EAN-CODE(WS-EAN-IDX) IS EQUAL TO BX-CODE
                   CONTINUE
           END-SEARCH.
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-WRITE-LABEL - una etiqueta: precio con el IVA de la    *
      * categoria fiscal (en blanco o fuera de rango, la 1) y       *
      * precio por unidad de medida segun el contenido neto; sin    *
      * contenido neto, el de la pieza.                             *
      *-----------------------------------------------------------*
       2000-WRITE-LABEL.
           MOVE SPACES TO SHELF-LABEL-REC.
           MOVE PC-CODE TO LB-CODE.
           MOVE PC-NAME TO LB-NAME.
           PERFORM 2100-FIND-EAN THRU 2100-EXIT.
           IF PC-TAX-CATEGORY IS NUMERIC AND PC-TAX-CATEGORY IS
                   GREATER THAN ZERO AND PC-TAX-CATEGORY IS NOT
                   GREATER THAN 4
               MOVE PC-TAX-CATEGORY TO WS-LINE-CAT
           ELSE
               MOVE 1 TO WS-LINE-CAT
           END-IF.
           MOVE CTL-CAT-RATE(WS-LINE-CAT) TO LB-TAX-RATE.
           COMPUTE LB-PRICE ROUNDED = LK-PRICE *
               (1 + CTL-CAT-RATE(WS-LINE-CAT) / 100).
           IF PC-NET-QTY IS NUMERIC AND PC-NET-QTY IS GREATER THAN
                   ZERO AND PC-MEASURE-UNIT IS NOT EQUAL TO SPACES
                   AND PC-MEASURE-UNIT IS NOT EQUAL TO LOW-VALUES
               COMPUTE LB-UNIT-PRICE ROUNDED = LB-PRICE / PC-NET-QTY
               MOVE PC-MEASURE-UNIT TO LB-MEASURE-UNIT
           ELSE
               MOVE LB-PRICE TO LB-UNIT-PRICE
               MOVE "UD" TO LB-MEASURE-UNIT
           END-IF.
           IF LK-EFF-DATE IS NUMERIC AND LK-EFF-DATE IS GREATER THAN
                   ZERO
               MOVE LK-EFF-DATE TO LB-EFF-DATE
           ELSE
               MOVE WS-CURR-DATE TO LB-EFF-DATE
           END-IF.
           IF PC-DEPT IS NOT EQUAL TO LOW-VALUES
               MOVE PC-DEPT TO LB-DEPT
               MOVE PC-FAMILY TO LB-FAMILY
           END-IF.
           MOVE LK-SOURCE TO LB-SOURCE.
           MOVE WS-CURR-DATE TO LB-PRINT-DATE.
           MOVE SHELF-LABEL-REC TO LABEL-FILE-REC.
           WRITE LABEL-FILE-REC.
           ADD 1 TO WS-LABEL-COUNT.
       2000-EXIT.
           EXIT.
      * Si la tabla se lleno al cargarla, lo que no este en ella se
      * busca recorriendo el cruce.
       2100-FIND-EAN.
           MOVE SPACES TO LB-EAN.
           IF WS-EAN-COUNT IS GREATER THAN ZERO
               SET WS-EAN-IDX TO 1
               SEARCH WS-EAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EAN-CODE(WS-EAN-IDX) IS EQUAL TO PC-CODE
                       MOVE WS-EAN-VALUE(WS-EAN-IDX) TO LB-EAN
               END-SEARCH
           END-IF.
           IF LB-EAN IS NOT EQUAL TO SPACES OR
                   WS-EAN-OVERFLOW IS EQUAL TO ZERO
               GO TO 2100-EXIT
           END-IF.
           OPEN INPUT BARCODE-FILE.
           IF WS-BARCODE-STATUS IS NOT EQUAL TO "00"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR
                   LB-EAN IS NOT EQUAL TO SPACES
               READ BARCODE-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
                   NOT AT END
                       IF BX-CODE IS EQUAL TO PC-CODE AND
                               BX-IS-ACTIVE
                           MOVE BX-EAN TO LB-EAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BARCODE-FILE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-CLOSE-LABELS - cierra el fichero y lo deja en el       *
      * spool con la fecha y la hora de la tirada.                  *
      *-----------------------------------------------------------*
       3000-CLOSE-LABELS.
           CLOSE LABEL-FILE.
           MOVE "N" TO WS-OPEN-SW.
           MOVE "SHELFLBL.DAT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           MOVE WS-LABEL-COUNT TO WS-EDIT-COUNT.
           DISPLAY "ETIQUETAS DE ESTANTERIA: "
               FUNCTION TRIM(WS-EDIT-COUNT) " EN SHELFLBL.DAT".
       3000-EXIT.
           EXIT.

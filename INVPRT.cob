       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPRT.
       AUTHOR. EQUIPO DE SISTEMAS.
       INSTALLATION. TIENDA.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                *
      * 2026-10-15  JMS  Version inicial. Subrutina comun de        *
      *                  impresion de facturas: lee de INVOICES.DAT *
      *                  la factura o rectificativa recibida y      *
      *                  escribe FACTURA.TXT con el emisor (datos   *
      *                  fiscales del fichero de control), el       *
      *                  cliente, los tickets facturados, las       *
      *                  lineas, el desglose de IVA por categoria y *
      *                  el total; el documento queda en el spool.  *
      *                  La llaman la emision de facturas (EX04FAC) *
      *                  y las devoluciones (EX04RET), con          *
      *                  INVOICES.DAT ya cerrado por su parte.      *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Facturas emitidas, por numero + secuencia de linea.
           SELECT INVOICE-FILE ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.
      * Fichero de control, por los datos fiscales del emisor.
           SELECT CTL-FILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      * Documento imprimible.
           SELECT FACTURA-FILE ASSIGN TO "FACTURA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTURA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY "INVREC.CPY".
       FD  CTL-FILE.
       01  CTL-FILE-REC                         PIC X(556).
       FD  FACTURA-FILE.
       01  FACTURA-LINE                         PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "CTLFILE.CPY".
       01  WS-INVOICE-STATUS                    PIC X(02).
       01  WS-CTL-STATUS                        PIC X(02).
       01  WS-FACTURA-STATUS                    PIC X(02).
       01  WS-EOF-SW                            PIC X(01) VALUE "N".
           88  WS-NO-MORE-RECORDS               VALUE "Y".
      * Cabecera de la factura, guardada antes de leer las lineas.
       01  WS-HEADER-SAVE                       PIC X(399).
       01  WS-DATE-WORK                         PIC 9(08).
       01  WS-DATE-ED REDEFINES WS-DATE-WORK.
           05  WS-DT-YYYY                       PIC 9(04).
           05  WS-DT-MM                         PIC 9(02).
           05  WS-DT-DD                         PIC 9(02).
       01  WS-I-TICKET                          PIC 9(02).
       01  WS-CAT-I                             PIC 9(01).
       01  WS-LINE-PTR                          PIC 9(03).
      * Suma de las lineas sin IVA: lo que falte hasta la base total
      * son los descuentos de ticket prorrateados y los redondeos.
       01  WS-LINES-TOTAL                       PIC 9(11)V99.
       01  WS-ADJUST                            PIC S9(11)V99.
       01  WS-EDIT-QTY                          PIC Z,ZZ9.
       01  WS-EDIT-PRICE                        PIC ZZ,ZZ9.99.
       01  WS-EDIT-MONEY                        PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-RATE                         PIC Z9.999.
      * Nombre del documento para la subrutina de spool: la copia
      * fechada y el indice los lleva SPOOLRPT.
       01  WS-SPL-NAME                          PIC X(12).
       LINKAGE SECTION.
      * Numero de la factura a imprimir (serie, ano y correlativo).
       01  LK-INVOICE-NUM                       PIC X(12).
       PROCEDURE DIVISION USING LK-INVOICE-NUM.
      *-----------------------------------------------------------*
      * 0000-MAINLINE                                               *
      *-----------------------------------------------------------*
       0000-MAINLINE.
           MOVE SPACES TO CTL-RECORD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS IS EQUAL TO "00"
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       MOVE SPACES TO CTL-RECORD
               END-READ
               CLOSE CTL-FILE
           END-IF.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "INVPRT: NO SE PUDO ABRIR INVOICES.DAT"
               GOBACK
           END-IF.
           MOVE LK-INVOICE-NUM TO IV-NUMBER.
           MOVE ZERO TO IV-LINE-SEQ.
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY "INVPRT: NO EXISTE LA FACTURA "
                       LK-INVOICE-NUM
                   CLOSE INVOICE-FILE
                   GOBACK
           END-READ.
           OPEN OUTPUT FACTURA-FILE.
           IF WS-FACTURA-STATUS IS NOT EQUAL TO "00"
               DISPLAY "INVPRT: NO SE PUDO CREAR FACTURA.TXT"
               CLOSE INVOICE-FILE
               GOBACK
           END-IF.
           MOVE INVOICE-REC TO WS-HEADER-SAVE.
           PERFORM 1000-PRINT-HEADER THRU 1000-EXIT.
           PERFORM 2000-PRINT-LINES THRU 2000-EXIT.
           MOVE WS-HEADER-SAVE TO INVOICE-REC.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           CLOSE INVOICE-FILE.
           CLOSE FACTURA-FILE.
           MOVE "FACTURA.TXT" TO WS-SPL-NAME.
           CALL "SPOOLRPT" USING BY CONTENT WS-SPL-NAME.
           DISPLAY "FACTURA " LK-INVOICE-NUM
               " ESCRITA EN FACTURA.TXT".
           GOBACK.
      *-----------------------------------------------------------*
      * 1000-PRINT-HEADER - titulo, numero y fecha, emisor,         *
      * cliente, factura rectificada y tickets facturados.          *
      *-----------------------------------------------------------*
       1000-PRINT-HEADER.
           IF IV-IS-CORRECTIVE
               MOVE "FACTURA RECTIFICATIVA" TO FACTURA-LINE
           ELSE
               MOVE "FACTURA" TO FACTURA-LINE
           END-IF.
           WRITE FACTURA-LINE.
           MOVE IV-DATE TO WS-DATE-WORK.
           MOVE SPACES TO FACTURA-LINE.
           STRING "NUMERO: " IV-NUMBER "      FECHA: " WS-DT-DD "/"
                   WS-DT-MM "/" WS-DT-YYYY
                   DELIMITED BY SIZE INTO FACTURA-LINE
           END-STRING.
           WRITE FACTURA-LINE.
           MOVE ALL "=" TO FACTURA-LINE.
           WRITE FACTURA-LINE.
      * Sin datos fiscales en el fichero de control el emisor es la
      * tienda, como en el recibo de caja.
           MOVE SPACES TO FACTURA-LINE.
           IF CTL-ISSUER-NAME IS EQUAL TO SPACES
               STRING "EMISOR : TIENDA " CTL-STORE-ID
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING
           ELSE
               STRING "EMISOR : " CTL-ISSUER-NAME "  NIF "
                   CTL-ISSUER-TAX-ID
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING
           END-IF.
           WRITE FACTURA-LINE.
           IF CTL-ISSUER-ADDRESS IS NOT EQUAL TO SPACES
               MOVE SPACES TO FACTURA-LINE
               STRING "         " CTL-ISSUER-ADDRESS
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING
               WRITE FACTURA-LINE
               MOVE SPACES TO FACTURA-LINE
               STRING "         " CTL-ISSUER-POSTCODE " "
                   CTL-ISSUER-CITY
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING
               WRITE FACTURA-LINE
           END-IF.
           MOVE SPACES TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           STRING "CLIENTE: " IV-NAME "  NIF " IV-TAX-ID
                   DELIMITED BY SIZE INTO FACTURA-LINE
           END-STRING.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           STRING "         " IV-ADDRESS
                   DELIMITED BY SIZE INTO FACTURA-LINE
           END-STRING.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           STRING "         " IV-POSTCODE " " IV-CITY
                   DELIMITED BY SIZE INTO FACTURA-LINE
           END-STRING.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           IF IV-IS-CORRECTIVE
               MOVE SPACES TO FACTURA-LINE
               STRING "RECTIFICA A LA FACTURA " IV-ORIG-INVOICE
                   " POR DEVOLUCION DE MERCANCIA"
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING
               WRITE FACTURA-LINE
           END-IF.
           MOVE SPACES TO FACTURA-LINE.
           MOVE "TICKETS:" TO FACTURA-LINE.
           MOVE 10 TO WS-LINE-PTR.
           PERFORM VARYING WS-I-TICKET FROM 1 BY 1
                   UNTIL WS-I-TICKET IS GREATER THAN IV-TICKET-COUNT
               IF WS-LINE-PTR IS GREATER THAN 72
                   WRITE FACTURA-LINE
                   MOVE SPACES TO FACTURA-LINE
                   MOVE 10 TO WS-LINE-PTR
               END-IF
               STRING IV-TICKET(WS-I-TICKET) " "
                   DELIMITED BY SIZE INTO FACTURA-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM.
           WRITE FACTURA-LINE.
           MOVE ALL "-" TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE "CODIGO DESCRIPCION                     CANT    PRECI"
               & "O         IMPORTE IVA" TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE ALL "-" TO FACTURA-LINE.
           WRITE FACTURA-LINE.
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 2000-PRINT-LINES - las lineas "L" que siguen a la cabecera, *
      * con su importe sin IVA ya neto de la promocion de linea.    *
      *-----------------------------------------------------------*
       2000-PRINT-LINES.
           MOVE ZERO TO WS-LINES-TOTAL.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2100-READ-NEXT THRU 2100-EXIT.
           PERFORM UNTIL WS-NO-MORE-RECORDS OR
                   IV-NUMBER IS NOT EQUAL TO LK-INVOICE-NUM OR
                   NOT IV-IS-LINE
               MOVE IV-L-QTY TO WS-EDIT-QTY
               MOVE IV-L-PRICE TO WS-EDIT-PRICE
               MOVE IV-L-AMOUNT TO WS-EDIT-MONEY
               MOVE SPACES TO FACTURA-LINE
               STRING IV-L-PRODUCT-CODE " " IV-L-PRODUCT-NAME " "
                   WS-EDIT-QTY " " WS-EDIT-PRICE " " WS-EDIT-MONEY
                   "  " IV-L-TAX-CAT
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING
               WRITE FACTURA-LINE
               ADD IV-L-AMOUNT TO WS-LINES-TOTAL
               PERFORM 2100-READ-NEXT THRU 2100-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.
       2100-READ-NEXT.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
      * 3000-PRINT-TOTALS - descuentos de ticket, desglose de IVA   *
      * por categoria y total de la factura.                        *
      *-----------------------------------------------------------*
       3000-PRINT-TOTALS.
           MOVE ALL "-" TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           COMPUTE WS-ADJUST = IV-TOTAL-BASE - WS-LINES-TOTAL.
           IF WS-ADJUST IS NOT EQUAL TO ZERO
               MOVE WS-ADJUST TO WS-EDIT-MONEY
               MOVE SPACES TO FACTURA-LINE
               STRING "DESCUENTOS Y REDONDEOS                      "
                   "          " WS-EDIT-MONEY
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING
               WRITE FACTURA-LINE
           END-IF.
           MOVE SPACES TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE "IVA   TIPO %        BASE IMPONIBLE           CUOTA"
               TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I IS GREATER THAN 4
               IF IV-CAT-BASE(WS-CAT-I) IS NOT EQUAL TO ZERO OR
                       IV-CAT-TAX(WS-CAT-I) IS NOT EQUAL TO ZERO
                   MOVE IV-CAT-RATE(WS-CAT-I) TO WS-EDIT-RATE
                   MOVE SPACES TO FACTURA-LINE
                   MOVE IV-CAT-BASE(WS-CAT-I) TO WS-EDIT-MONEY
                   STRING " " WS-CAT-I "    " WS-EDIT-RATE "     "
                       WS-EDIT-MONEY
                       DELIMITED BY SIZE INTO FACTURA-LINE
                   END-STRING
                   MOVE IV-CAT-TAX(WS-CAT-I) TO WS-EDIT-MONEY
                   MOVE WS-EDIT-MONEY TO FACTURA-LINE(38:15)
                   WRITE FACTURA-LINE
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE IV-TOTAL-BASE TO WS-EDIT-MONEY.
           MOVE SPACES TO FACTURA-LINE.
           STRING "TOTAL BASE IMPONIBLE : " WS-EDIT-MONEY
               DELIMITED BY SIZE INTO FACTURA-LINE
           END-STRING.
           WRITE FACTURA-LINE.
           MOVE IV-TOTAL-TAX TO WS-EDIT-MONEY.
           MOVE SPACES TO FACTURA-LINE.
           STRING "TOTAL CUOTA DE IVA   : " WS-EDIT-MONEY
               DELIMITED BY SIZE INTO FACTURA-LINE
           END-STRING.
           WRITE FACTURA-LINE.
           MOVE IV-TOTAL TO WS-EDIT-MONEY.
           MOVE SPACES TO FACTURA-LINE.
           IF IV-IS-CORRECTIVE
               STRING "TOTAL A ABONAR       : " WS-EDIT-MONEY
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING
           ELSE
               STRING "TOTAL FACTURA        : " WS-EDIT-MONEY
                   DELIMITED BY SIZE INTO FACTURA-LINE
               END-STRING
           END-IF.
           WRITE FACTURA-LINE.
       3000-EXIT.
           EXIT.

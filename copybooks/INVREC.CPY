      *****************************************************************
      * INVREC.CPY
      * Registro del fichero de facturas emitidas (INVOICES.DAT),
      * indexado por numero de factura + secuencia de linea como
      * TICKETS.DAT: la secuencia 0000 es la cabecera (IV-REC-TYPE
      * "H") y de la 0001 en adelante van las lineas facturadas
      * ("L"). El numero lleva la serie, el ano y el correlativo
      * (F2026-000123 factura, R2026-000004 rectificativa), sacado
      * de TICKNUM. La cabecera guarda una foto de los datos
      * fiscales del cliente al emitir (un cambio posterior en el
      * maestro no altera una factura ya emitida), los tickets que
      * factura y el desglose de IVA por categoria sumado de
      * TR-TAX-DATA. Una rectificativa (EX04RET) lleva la factura
      * que rectifica en IV-ORIG-INVOICE, el ticket de devolucion
      * como unico ticket y los importes en positivo: el signo lo
      * pone la serie, igual que en las devoluciones. Las facturas
      * las emite EX04FAC, las imprime INVPRT y las lista EX04FRG.
      *****************************************************************
       01 INVOICE-REC.
           05 IV-KEY.
               10 IV-NUMBER                     PIC X(12).
               10 IV-LINE-SEQ                   PIC 9(4).
           05 IV-REC-TYPE                       PIC X(01).
               88 IV-IS-HEADER                  VALUE "H".
               88 IV-IS-LINE                    VALUE "L".
           05 IV-DATA.
               10 IV-HEADER-DATA.
                   15 IV-KIND                   PIC X(01).
                       88 IV-IS-INVOICE         VALUE "F".
                       88 IV-IS-CORRECTIVE      VALUE "R".
                   15 IV-DATE                   PIC 9(8).
                   15 IV-CUSTOMER-ID            PIC 9(8).
                   15 IV-NAME                   PIC X(30).
                   15 IV-TAX-ID                 PIC X(14).
                   15 IV-ADDRESS                PIC X(40).
                   15 IV-POSTCODE               PIC X(5).
                   15 IV-CITY                   PIC X(30).
                   15 IV-ORIG-INVOICE           PIC X(12).
                   15 IV-TICKET-COUNT           PIC 9(2).
                   15 IV-TICKET OCCURS 10 TIMES PIC 9(8).
                   15 IV-TAX-CAT-ENTRY OCCURS 4 TIMES.
                       20 IV-CAT-RATE           PIC 9(2)V999.
                       20 IV-CAT-BASE           PIC 9(9)V99.
                       20 IV-CAT-TAX            PIC 9(9)V99.
                   15 IV-TOTAL-BASE             PIC 9(9)V99.
                   15 IV-TOTAL-TAX              PIC 9(9)V99.
                   15 IV-TOTAL                  PIC 9(9)V99.
                   15 IV-OPERATOR               PIC X(8).
                   15 IV-STORE-ID               PIC X(3).
      * Vista de la linea ("L"): una linea de producto de uno de los
      * tickets facturados, con su importe sin IVA ya neto de la
      * promocion de la linea.
               10 IV-LINE-DATA REDEFINES IV-HEADER-DATA.
                   15 IV-L-TICKET               PIC 9(8).
                   15 IV-L-PRODUCT-CODE         PIC X(6).
                   15 IV-L-PRODUCT-NAME         PIC X(30).
                   15 IV-L-QTY                  PIC 9(4).
                   15 IV-L-PRICE                PIC 9(5)V99.
                   15 IV-L-PROMO                PIC 9(7)V99.
                   15 IV-L-AMOUNT               PIC 9(9)V99.
                   15 IV-L-TAX-CAT              PIC 9(1).
                   15 FILLER                    PIC X(306).

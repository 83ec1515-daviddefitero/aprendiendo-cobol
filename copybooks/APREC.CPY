      * detalle del descuadre en APHOLD.TXT. La antiguedad de lo que
      * debemos a cada proveedor (el espejo de la antiguedad de deuda
      * de clientes de EX04AGE) se construye de aqui.
      * La remesa de pagos de EX04API paga las abiertas vencidas y
      * estampa en cada una el numero de remesa y la fecha de pago.
      *****************************************************************
       01 PAYABLE-REC.
           05 AP-SUPPLIER                       PIC X(6).
               88 AP-IS-OPEN                    VALUE "A".
               88 AP-IS-HELD                    VALUE "H".
               88 AP-IS-PAID                    VALUE "P".
      * Vencimiento de la factura: la remesa de pagos selecciona por
      * esta fecha. En blanco en registros anteriores: vence en la
      * propia fecha de la factura.
           05 AP-DUE-DATE                       PIC 9(8).
      * Remesa que pago la factura y fecha del pago: una factura con
      * remesa ya no vuelve a entrar en ninguna, aunque la remesa se
      * relance. Cero o en blanco = pagada a mano o sin pagar.
           05 AP-PAY-RUN                        PIC 9(6).
           05 AP-PAY-DATE                       PIC 9(8).
      * Cuota de IVA soportado de la factura: AP-AMOUNT es la base
      * que se casa contra las recepciones, y lo que se paga al
      * proveedor es base mas cuota. En blanco en registros
      * anteriores: cero.
           05 AP-TAX-AMOUNT                     PIC 9(7)V99.
      * Fecha en que el asiento de compras (EX04GLC) llevo la
      * factura casada al diario contable; cero = pendiente de
      * asentar. En blanco en registros anteriores: la factura es
      * de antes del asiento de compras y no se asienta.
           05 AP-GL-DATE                        PIC 9(8).
      * Clase de documento: factura del proveedor o nota de cargo
      * nuestra por una devolucion a proveedor (EX04RCV). La nota de
      * cargo resta de lo que se debe al proveedor en la antiguedad
      * y en la remesa de pagos. En blanco en registros anteriores:
      * factura.
           05 AP-DOC-TYPE                       PIC X(1).
               88 AP-IS-INVOICE                 VALUE "F" SPACE.
               88 AP-IS-DEBIT-NOTE              VALUE "N".

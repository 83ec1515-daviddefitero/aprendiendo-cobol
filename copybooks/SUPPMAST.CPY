           05 SM-STATUS                         PIC X(1).
               88 SM-IS-ACTIVE                  VALUE "A".
               88 SM-IS-DELETED                 VALUE "D".
      * Cuenta bancaria del proveedor (IBAN) a la que la remesa de
      * pagos de EX04API ordena las transferencias. En blanco en
      * registros anteriores: el proveedor no entra en remesa hasta
      * que se le da una cuenta.
           05 SM-IBAN                           PIC X(34).
      * Plazo de entrega habitual del proveedor, en dias desde el
      * pedido: el recalculo de puntos de pedido (EX04ROP) cubre la
      * demanda de ese plazo. Cero o blanco en registros anteriores:
      * se toma el plazo por defecto del recalculo.
           05 SM-LEAD-DAYS                      PIC 9(3).

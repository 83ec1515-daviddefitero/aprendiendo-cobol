      *****************************************************************
      * STAFFPUR.CPY
      * Diario de compras del personal (STAFFPUR.DAT, solo anexar).
      * Cada venta en modo empleado de EX04 deja una linea "V" con
      * el comprador (un OP-ID del maestro de operadores distinto
      * del que cobra), su nivel, el importe antes del descuento de
      * personal, el descuento concedido, el total con IVA y la
      * parte cargada en nomina (medio de pago "N"). La devolucion
      * (EX04RET) de un ticket de personal deja una linea "D" con el
      * abono, que resta del gasto del mes; su parte de nomina va a
      * cero porque el abono se hace al saldo del cliente, como
      * cualquier otra devolucion. El tope de gasto mensual de la
      * caja y el cierre de mes (EX04STF) suman este fichero.
      * STAFF-DISC-CODE es la marca que lleva el ticket de personal
      * en su codigo de descuento (TR-DISCOUNT-CODE).
      *****************************************************************
       78 STAFF-DISC-CODE                       VALUE "*EMPL*".
       01 STAFF-PURCH-REC.
           05 SP-TYPE                           PIC X(1).
               88 SP-IS-SALE                    VALUE "V".
               88 SP-IS-REFUND                  VALUE "D".
           05 SP-DATE                           PIC 9(8).
           05 SP-TIME                           PIC 9(6).
           05 SP-TICKET                         PIC 9(8).
           05 SP-ORIG-TICKET                    PIC 9(8).
           05 SP-STORE-ID                       PIC X(3).
           05 SP-BUYER                          PIC X(8).
           05 SP-BUYER-NAME                     PIC X(30).
           05 SP-LEVEL                          PIC 9(1).
           05 SP-CASHIER                        PIC X(8).
           05 SP-GROSS                          PIC 9(7)V99.
           05 SP-DISCOUNT                       PIC 9(7)V99.
           05 SP-TOTAL                          PIC 9(7)V99.
           05 SP-PAYROLL                        PIC 9(7)V99.

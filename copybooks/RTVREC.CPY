      *****************************************************************
      * RTVREC.CPY
      * Registro del diario de devoluciones a proveedor (RTVJRNL.DAT).
      * EX04RCV anexa una linea por cada producto devuelto: numero de
      * devolucion, proveedor, cantidad, coste y motivo. Las unidades
      * salen de PC-ON-HAND por el kardex con la referencia DEV de la
      * devolucion, y el importe con su IVA queda como nota de cargo
      * en la cartera de proveedores (APOPEN.DAT) con el numero ND de
      * la misma devolucion; asi la mercancia devuelta no acaba como
      * merma en el inventario fisico.
      *****************************************************************
       01 RETURN-TO-VENDOR-REC.
           05 RV-DATE                           PIC 9(8).
           05 RV-TIME                           PIC 9(8).
           05 RV-NUMBER                         PIC 9(6).
           05 RV-SUPPLIER                       PIC X(6).
           05 RV-PRODUCT                        PIC X(6).
           05 RV-QTY                            PIC 9(7).
           05 RV-UNIT-COST                      PIC 9(5)V99.
           05 RV-AMOUNT                         PIC 9(9)V99.
           05 RV-TAX-AMOUNT                     PIC 9(7)V99.
           05 RV-REASON-CODE                    PIC X(1).
               88 RV-IS-DAMAGED                 VALUE "D".
               88 RV-IS-RECALL                  VALUE "R".
               88 RV-IS-OTHER                   VALUE "O".
           05 RV-REASON                         PIC X(30).

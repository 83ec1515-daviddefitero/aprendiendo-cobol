      *****************************************************************
      * EDIPO.CPY
      * Registro del pedido electronico a proveedor (EPO-NNNNNN.DAT,
      * un fichero por pedido y por tanto por proveedor). EX04POR lo
      * escribe junto con el pedido imprimible: una cabecera "H" con
      * la fecha, la tienda y el proveedor, un detalle "D" por linea
      * con nuestro codigo, el EAN y la cantidad pedida (en unidades
      * y en unidades de compra del proveedor), y una cola
      * "T" con el recuento de registros y la suma de cantidades para
      * que el proveedor compruebe que le llego entero.
      *****************************************************************
       01 EDI-PO-REC.
           05 EP-TYPE                           PIC X(1).
               88 EP-IS-HEADER                  VALUE "H".
               88 EP-IS-DETAIL                  VALUE "D".
               88 EP-IS-TRAILER                 VALUE "T".
           05 EP-PO-NUMBER                      PIC 9(6).
           05 EP-DATA                           PIC X(73).
           05 EP-HEADER-DATA REDEFINES EP-DATA.
               10 EP-PO-DATE                    PIC 9(8).
               10 EP-STORE-ID                   PIC X(3).
               10 EP-SUPPLIER                   PIC X(6).
               10 EP-LINE-COUNT                 PIC 9(4).
               10 FILLER                        PIC X(52).
           05 EP-DETAIL-DATA REDEFINES EP-DATA.
               10 EP-LINE-SEQ                   PIC 9(4).
               10 EP-PRODUCT                    PIC X(6).
               10 EP-EAN                        PIC X(13).
               10 EP-PROD-NAME                  PIC X(30).
               10 EP-QTY                        PIC 9(7).
               10 EP-PURCH-UNIT                 PIC X(3).
               10 EP-PACK-SIZE                  PIC 9(4).
               10 EP-CASE-QTY                   PIC 9(6).
           05 EP-TRAILER-DATA REDEFINES EP-DATA.
               10 EP-REC-COUNT                  PIC 9(6).
               10 EP-QTY-TOTAL                  PIC 9(9).
               10 FILLER                        PIC X(58).

      *****************************************************************
      * DESADV.CPY
      * Registro del aviso de expedicion del proveedor (DESADV.DAT):
      * lo que nos ha enviado realmente y contra que pedido. Una
      * cabecera "H" con el proveedor, su numero de aviso y la fecha
      * de salida, y un detalle "D" por producto con el numero de
      * pedido, nuestro codigo o el EAN (basta uno de los dos) y la
      * cantidad enviada. EX04RCV lo importa como recepcion pendiente
      * (RCVPEND.DAT) y rechaza las lineas que no reconoce.
      *****************************************************************
       01 DESPATCH-ADVICE-REC.
           05 DA-TYPE                           PIC X(1).
               88 DA-IS-HEADER                  VALUE "H".
               88 DA-IS-DETAIL                  VALUE "D".
           05 DA-DATA                           PIC X(79).
           05 DA-HEADER-DATA REDEFINES DA-DATA.
               10 DA-SUPPLIER                   PIC X(6).
               10 DA-ADVICE-NUM                 PIC X(12).
               10 DA-SHIP-DATE                  PIC 9(8).
               10 FILLER                        PIC X(53).
           05 DA-DETAIL-DATA REDEFINES DA-DATA.
               10 DA-PO-NUMBER                  PIC 9(6).
               10 DA-PRODUCT                    PIC X(6).
               10 DA-EAN                        PIC X(13).
               10 DA-QTY                        PIC 9(7).
               10 FILLER                        PIC X(47).

      *****************************************************************
      * WEBORD.CPY
      * Pedidos de la tienda online tal y como llegan (WEBORD.DAT),
      * para la importacion a encargos de clientes (EX04WOI). Cada
      * pedido es una cabecera "H" con la referencia de la web, el
      * cliente (codigo de socio si lo tiene, nombre y contacto), lo
      * pagado por adelantado y su medio (T = tarjeta, B =
      * transferencia; en blanco, tarjeta), seguida de un detalle
      * "D" por producto con la cantidad pedida y el precio que vio
      * el cliente (solo informativo: el encargo se graba a precio
      * de catalogo, como los de la tienda).
      *****************************************************************
       01 WEB-ORDER-REC.
           05 WO-TYPE                           PIC X(1).
               88 WO-IS-HEADER                  VALUE "H".
               88 WO-IS-DETAIL                  VALUE "D".
           05 WO-WEB-REF                        PIC X(12).
           05 WO-DATA                           PIC X(137).
           05 WO-HEADER-DATA REDEFINES WO-DATA.
               10 WO-MEMBER-CODE                PIC X(21).
               10 WO-NAME                       PIC X(30).
               10 WO-EMAIL                      PIC X(50).
               10 WO-PHONE                      PIC X(15).
               10 WO-PREPAID                    PIC 9(7)V99.
               10 WO-PAY-METHOD                 PIC X(1).
               10 FILLER                        PIC X(11).
           05 WO-DETAIL-DATA REDEFINES WO-DATA.
               10 WO-PRODUCT                    PIC X(6).
               10 WO-QTY                        PIC 9(4).
               10 WO-WEB-PRICE                  PIC 9(5)V99.
               10 FILLER                        PIC X(120).

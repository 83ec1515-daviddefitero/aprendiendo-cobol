      *****************************************************************
      * WEBSTOCK.CPY
      * Fichero de existencias para la tienda online (WEBSTOCK.DAT),
      * regenerado entero por EX04WSF varias veces al dia: un
      * registro por producto del catalogo que no este de baja, con
      * el precio de venta ya con el IVA de su categoria y las
      * unidades que se pueden vender (existencias menos lo
      * reservado por encargos, nunca por debajo de cero). La fecha
      * y la hora son las de la generacion, para que la web sepa lo
      * fresco que es el dato.
      *****************************************************************
       01 WEB-STOCK-REC.
           05 WF-CODE                           PIC X(6).
           05 WF-NAME                           PIC A(30).
           05 WF-PRICE-VAT                      PIC 9(5)V99.
           05 WF-TAX-RATE                       PIC 9(2)V999.
           05 WF-AVAILABLE                      PIC 9(7).
           05 WF-DEPT                           PIC X(3).
           05 WF-FAMILY                         PIC X(3).
           05 WF-DATE                           PIC 9(8).
           05 WF-TIME                           PIC 9(6).

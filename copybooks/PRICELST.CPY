      *****************************************************************
      * PRICELST.CPY
      * Registro de las tarifas de clientes profesionales
      * (PRICELST.DAT), indexado por tarifa + producto. El registro
      * con el producto en blanco es la cabecera de la tarifa (su
      * codigo y su nombre, p. ej. "HOST" HOSTELERIA); cada producto
      * con precio especial cuelga de ella con su codigo de
      * catalogo y, o bien un precio fijo sin IVA (tipo "F"), o bien
      * un porcentaje de descuento sobre PC-PRICE (tipo "P"). El
      * cliente lleva la tarifa en CM-PRICE-LIST; la caja la aplica
      * al buscar el producto en el catalogo y un producto que no
      * esta en la tarifa se vende a su precio de catalogo. Lo
      * mantiene EX04MNT.
      *****************************************************************
       01 PRICE-LIST-REC.
           05 PL-KEY.
               10 PL-LIST                       PIC X(4).
               10 PL-PRODUCT                    PIC X(6).
      * Nombre de la tarifa (solo en la cabecera).
           05 PL-NAME                           PIC X(30).
           05 PL-TYPE                           PIC X(1).
               88 PL-IS-FIXED                   VALUE "F".
               88 PL-IS-PERCENT                 VALUE "P".
           05 PL-FIXED-PRICE                    PIC 9(5)V99.
           05 PL-PERCENT                        PIC 9(2)V99.
           05 PL-STATUS                         PIC X(1).
               88 PL-IS-ACTIVE                  VALUE "A".
               88 PL-IS-DELETED                 VALUE "D".

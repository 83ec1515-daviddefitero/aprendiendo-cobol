                   10 WS-PRODUCT-COST           PIC 9(5)V99.
      * Promocion que concedio WS-PRODUCT-PROMO (blanco = ninguna).
                   10 WS-PRODUCT-PROMOCODE      PIC X(6).
      * Departamento y familia del catalogo (blanco = sin asignar).
                   10 WS-PRODUCT-DEPT           PIC X(3).
                   10 WS-PRODUCT-FAMILY         PIC X(3).
      * Tarifa del cliente que fijo el precio (blanco = catalogo o
      * precio tecleado).
                   10 WS-PRODUCT-PRICELIST      PIC X(4).

               88 PC-IS-ACTIVE                  VALUE "A".
               88 PC-IS-DELETED                 VALUE "D".
           05 PC-ON-HAND                        PIC S9(7).
      * PC-COST guarda el coste medio ponderado del stock, que la
      * recepcion de genero (EX04RCV) recalcula con cada entrega;
      * PC-REORDER-POINT es el punto de pedido: con el stock por
      * debajo, el producto sale en la lista de reposicion.
           05 PC-COST                           PIC 9(5)V99.
      * para no vender lo apartado. En blanco en registros
      * anteriores: cero.
           05 PC-RESERVED                       PIC 9(7).
      * Unidad de compra y unidades que trae (caja de 6, 12 o 24):
      * las sugerencias de reposicion se redondean a cajas enteras,
      * el pedido se imprime en cajas y la recepcion se teclea en
      * cajas; existencias, kardex, ticket y caja siguen en
      * unidades sueltas. En blanco en registros anteriores: se
      * compra por unidades (UD, 1).
           05 PC-PURCH-UNIT                     PIC X(3).
           05 PC-PACK-SIZE                      PIC 9(4).
      * Departamento y familia del producto, contra el maestro de
      * departamentos (DEPTREC.CPY); la venta los copia en la linea
      * del ticket. En blanco en registros anteriores: sin
      * departamento asignado.
           05 PC-DEPT                           PIC X(3).
           05 PC-FAMILY                         PIC X(3).
      * Contenido neto de la unidad de venta, para el precio por
      * unidad de medida de la etiqueta de estanteria: unidad (KG,
      * L, M o UD) y cantidad que trae (0,750 = 750 g en KG). En
      * blanco en registros anteriores: el precio por unidad es el
      * de la pieza.
           05 PC-MEASURE-UNIT                   PIC X(2).
           05 PC-NET-QTY                        PIC 9(4)V999.

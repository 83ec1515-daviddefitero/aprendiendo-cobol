      *****************************************************************
      * KITBOM.CPY
      * Registro de la composicion de kits y lotes de regalo
      * (KITBOM.DAT), indexado por codigo del kit + codigo del
      * componente: leido en orden de clave, los componentes de un
      * kit salen seguidos. Un producto del catalogo es un kit si
      * tiene al menos un componente aqui; el kit no lleva stock
      * propio: su venta (EX04) y su devolucion (EX04RET) mueven
      * las existencias de cada componente, y su coste es la suma
      * de los costes de los componentes. Lo mantiene EX04MNT; un
      * kit no puede ser componente de otro.
      *****************************************************************
       01 KIT-BOM-REC.
           05 KB-KEY.
               10 KB-KIT                        PIC X(6).
               10 KB-COMPONENT                  PIC X(6).
           05 KB-QTY                            PIC 9(4).

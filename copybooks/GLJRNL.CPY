      * la actividad de un dia en un asiento cuadrado de partida
      * doble: debe a clientes y descuentos, haber a ventas e IVA
      * repercutido (y al reves para las devoluciones). El programa
      * se niega a grabar un asiento que no cuadre al centimo. El
      * asiento de compras (EX04GLC) anade recepciones y facturas de
      * proveedor al mismo diario.
      *****************************************************************
       01 GL-JOURNAL-REC.
           05 GL-DATE                           PIC 9(8).

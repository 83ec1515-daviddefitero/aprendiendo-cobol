      *****************************************************************
      * LABELREC.CPY
      * Registro del fichero de etiquetas de estanteria
      * (SHELFLBL.DAT), una etiqueta por producto, para la impresora
      * de etiquetas. Lo escribe la subrutina SHELFLBL: tras la
      * activacion nocturna de precios (EX04PRC), tras una
      * importacion de tarifas (EX04PIM, con la fecha desde la que
      * vale el precio) y a peticion desde la consulta de precio
      * (EX04PCK), por rango de codigos o por departamento. El
      * precio va con el IVA de la categoria fiscal del producto y
      * el precio por unidad de medida sale de su contenido neto.
      *****************************************************************
       01 SHELF-LABEL-REC.
           05 LB-CODE                           PIC X(6).
           05 LB-NAME                           PIC X(30).
      * Primer EAN activo del producto en el cruce de barras; en
      * blanco si no tiene ninguno.
           05 LB-EAN                            PIC X(13).
           05 LB-PRICE                          PIC 9(6)V99.
           05 LB-TAX-RATE                       PIC 9(2)V999.
           05 LB-UNIT-PRICE                     PIC 9(6)V99.
           05 LB-MEASURE-UNIT                   PIC X(2).
      * Fecha desde la que vale el precio de la etiqueta.
           05 LB-EFF-DATE                       PIC 9(8).
           05 LB-DEPT                           PIC X(3).
           05 LB-FAMILY                         PIC X(3).
      * Origen: ACTIVAC (activacion nocturna), TARIFA (importacion
      * de tarifas) o REIMPR (reimpresion a peticion).
           05 LB-SOURCE                         PIC X(8).
           05 LB-PRINT-DATE                     PIC 9(8).

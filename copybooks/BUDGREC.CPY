      *****************************************************************
      * BUDGREC.CPY
      * Registro del fichero de presupuestos de venta (BUDGET.DAT),
      * indexado por tienda (la de TR-STORE-ID), ano, mes y
      * departamento. Con el departamento en blanco el objetivo es el
      * de la tienda entera; con departamento, el de ese departamento
      * (DEPTMAST.DAT). Venta neta sin IVA y margen bruto en euros,
      * los mismos conceptos que el margen del dia y el informe por
      * departamento. Lo mantiene EX04MNT, a mano o cargando el
      * fichero que manda la central (BUDGLOAD.DAT: los campos de
      * este registro hasta BG-MARGIN, sin separadores), y lo lee el
      * informe de presupuesto contra real (EX04BVA).
      *****************************************************************
       01 BUDGET-REC.
           05 BG-KEY.
               10 BG-STORE-ID                   PIC X(3).
               10 BG-YEAR                       PIC 9(4).
               10 BG-MONTH                      PIC 9(2).
               10 BG-DEPT                       PIC X(3).
           05 BG-SALES                          PIC 9(9)V99.
           05 BG-MARGIN                         PIC 9(9)V99.
      * Ultima modificacion: fecha y operador (CARGA si vino del
      * fichero de la central).
           05 BG-UPD-DATE                       PIC 9(8).
           05 BG-OPERATOR                       PIC X(8).

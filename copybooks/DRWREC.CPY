      * ciegas, con el efectivo contado, el esperado (fondo mas
      * recargas en efectivo del diario de pagos mas cobros en
      * efectivo de los tickets del dia) y la diferencia. Los
      * descuadres repetidos de un mismo operador se leen de aqui, y
      * el desglose de billetes y monedas de cada cierre lo ve el
      * supervisor que investiga un descuadre.
      *****************************************************************
       01 DRAWER-REC.
           05 DW-TYPE                           PIC X(1).
           05 DW-COUNTED                        PIC 9(9)V99.
           05 DW-EXPECTED                       PIC S9(9)V99.
           05 DW-OVERSHORT                      PIC S9(9)V99.
      * Desglose del efectivo contado en el cierre, tal como lo
      * conto el cajero en el recuento de EX01: unidades de cada
      * billete y moneda en el orden de DENOMTAB.CPY. En blanco en
      * las aperturas y en los cierres anteriores al recuento, que
      * solo guardan el importe tecleado.
           05 DW-COUNT-QTY OCCURS 15 TIMES      PIC 9(5).

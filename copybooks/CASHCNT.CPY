      *****************************************************************
      * CASHCNT.CPY
      * Recuento de efectivo por denominaciones que EX01 devuelve a
      * quien lo llama en modo ARQUEO (EX01-MODE): el total contado
      * y las unidades de cada billete y moneda en el orden de
      * DENOMTAB.CPY. El cierre a ciegas de EX04DRW toma de aqui el
      * efectivo contado y guarda el desglose en DRAWER.DAT.
      *****************************************************************
       01 CASH-COUNT.
           05 CC-TOTAL                          PIC 9(9)V99.
           05 CC-QTY OCCURS 15 TIMES            PIC 9(5).

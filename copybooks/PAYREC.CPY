               88 PY-IS-CARD                    VALUE "T".
               88 PY-IS-BANK                    VALUE "B".
           05 PY-AMOUNT                         PIC 9(6)V99.
      * Clase de la linea: en blanco un cobro normal; "A" la
      * anulacion de un cobro por adeudo directo devuelto por el
      * banco (EX04SDD), que resta del saldo lo que el cobro sumo.
      * En blanco en registros anteriores.
           05 PY-KIND                           PIC X(1).
               88 PY-IS-REVERSAL                VALUE "A".

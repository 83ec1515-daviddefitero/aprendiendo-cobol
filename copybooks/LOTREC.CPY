      *****************************************************************
      * LOTREC.CPY
      * Registro del fichero de lotes (LOTS.DAT) de los productos de
      * alimentacion (PC-TAX-CATEGORY 2), indexado por producto +
      * fecha de consumo preferente + lote: leido en orden de clave,
      * los lotes de un producto salen del que caduca antes al que
      * caduca despues, que es el orden en que los consume la venta
      * (subrutina LOTCONS). La recepcion de genero (EX04RCV) da de
      * alta o suma cada lote recibido, el informe de caducidades
      * (EX04CAD) lista los que vencen en los proximos dias y la baja
      * de caducados del inventario (EX04STT) los retira.
      *****************************************************************
       01 LOT-REC.
           05 LT-KEY.
               10 LT-PRODUCT                    PIC X(6).
               10 LT-BEST-BEFORE                PIC 9(8).
               10 LT-LOT                        PIC X(12).
           05 LT-STATUS                         PIC X(1).
               88 LT-IS-ACTIVE                  VALUE "A".
               88 LT-IS-WRITTEN-OFF             VALUE "B".
           05 LT-RECEIVED-DATE                  PIC 9(8).
           05 LT-SUPPLIER                       PIC X(6).
           05 LT-QTY-RECEIVED                   PIC 9(7).
           05 LT-QTY-ON-HAND                    PIC 9(7).
           05 LT-UNIT-COST                      PIC 9(5)V99.

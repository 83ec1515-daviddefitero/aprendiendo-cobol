      *****************************************************************
      * LOTWOFF.CPY
      * Registro del diario de bajas por caducidad (LOTWOFF.DAT). La
      * baja de lotes caducados del inventario (EX04STT) anexa una
      * linea por lote retirado, con el supervisor que la confirmo y
      * la perdida valorada al coste del lote. Va aparte del diario
      * de mermas (SHRINKJ.DAT): lo caducado es una perdida conocida
      * y no una diferencia de recuento.
      *****************************************************************
       01 LOT-WRITEOFF-REC.
           05 LW-DATE                           PIC 9(8).
           05 LW-TIME                           PIC 9(8).
           05 LW-OPERATOR                       PIC X(8).
           05 LW-SUPERVISOR                     PIC X(8).
           05 LW-PRODUCT                        PIC X(6).
           05 LW-LOT                            PIC X(12).
           05 LW-BEST-BEFORE                    PIC 9(8).
           05 LW-QTY                            PIC 9(7).
           05 LW-UNIT-COST                      PIC 9(5)V99.
           05 LW-VALUE                          PIC 9(9)V99.

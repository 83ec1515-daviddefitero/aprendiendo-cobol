      *****************************************************************
      * BADDEBT.CPY
      * Registro del diario de deudas incobrables (BADDEBT.DAT). La
      * baja por incobrable (EX04BDW) anexa una linea "B" por cliente
      * dado de baja, con la antiguedad de su deuda; cada pago
      * posterior de ese cliente (EX04PAY) anexa una linea "R" por la
      * parte que recupera. BD-PENDING es lo que queda dado de baja
      * y sin recuperar despues del movimiento. La conciliacion de
      * saldos (EX04RCN) lo lee para explicar los saldos que la baja
      * y la recuperacion mueven sin ticket ni recarga.
      *****************************************************************
       01 BAD-DEBT-REC.
           05 BD-DATE                           PIC 9(8).
           05 BD-TIME                           PIC 9(8).
           05 BD-OPERATOR                       PIC X(8).
           05 BD-TYPE                           PIC X(1).
               88 BD-IS-WRITE-OFF               VALUE "B".
               88 BD-IS-RECOVERY                VALUE "R".
           05 BD-CUSTOMER-ID                    PIC 9(8).
           05 BD-NAME                           PIC A(30).
           05 BD-AMOUNT                         PIC 9(7)V99.
      * Dias en numeros rojos al darla de baja (cero en las
      * recuperaciones).
           05 BD-DEBT-DAYS                      PIC 9(5).
           05 BD-PENDING                        PIC 9(7)V99.

      *****************************************************************
      * MONSUM.CPY
      * Registro del consolidado mensual (MONTHSUM.DAT) que EX04ARC
      * anexa al archivar cada mes: "P" por producto (unidades e
      * importe), "C" por cliente (tickets e importe) y "S" por
      * tienda y departamento (venta neta de promociones y sin IVA,
      * y su coste). Lo leen EX04TRD, EX04ROP y EX04BVA; todos los
      * programas declaran el registro desde aqui para que ninguno
      * se quede con una longitud antigua.
      *****************************************************************
       01 MONSUM-REC.
           05 MS-TYPE                           PIC X(01).
               88 MS-IS-PRODUCT                 VALUE "P".
               88 MS-IS-CUSTOMER                VALUE "C".
               88 MS-IS-STORE-DEPT              VALUE "S".
           05 MS-PERIOD                         PIC 9(06).
           05 MS-PERIOD-ED REDEFINES MS-PERIOD.
               10 MS-PERIOD-YYYY                PIC 9(04).
               10 MS-PERIOD-MM                  PIC 9(02).
           05 MS-KEY                            PIC X(30).
      * Vista de la clave en los registros "S".
           05 MS-KEY-STORE-DEPT REDEFINES MS-KEY.
               10 MS-STORE-ID                   PIC X(03).
               10 MS-DEPT                       PIC X(03).
               10 FILLER                        PIC X(24).
           05 MS-QTY                            PIC S9(09).
           05 MS-AMOUNT                         PIC S9(11)V99.
      * Solo en los registros "S": coste de lo vendido, para el
      * margen del mes. En cero en "P" y "C"; en blanco en los meses
      * consolidados antes de que existiera.
           05 MS-COST                           PIC S9(11)V99.

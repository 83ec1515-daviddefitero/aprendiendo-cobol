      *****************************************************************
      * MKDPROP.CPY
      * Registro de las propuestas de rebaja de precio (MARKDOWN.DAT),
      * indexado por codigo de producto: una sola propuesta viva por
      * producto. Las genera el informe de productos sin venta
      * (EX04SLW) para el genero parado, con el precio rebajado
      * sugerido; solo al aprobarlas un supervisor pasan al catalogo
      * como precio pendiente (PC-PENDING-PRICE/PC-PENDING-DATE) y la
      * activacion nocturna (EX04PRC) las pone en vigor con su linea
      * en el diario de precios, como cualquier otro cambio.
      *****************************************************************
       01 MARKDOWN-REC.
           05 MD-CODE                           PIC X(6).
           05 MD-PROPOSED-DATE                  PIC 9(8).
           05 MD-OPERATOR                       PIC X(8).
      * Ultima venta segun el kardex (cero = ninguna registrada) y
      * dias sin vender a la fecha de la propuesta.
           05 MD-LAST-SALE                      PIC 9(8).
           05 MD-DAYS                           PIC 9(5).
           05 MD-ON-HAND                        PIC S9(7).
           05 MD-COST                           PIC 9(5)V99.
           05 MD-OLD-PRICE                      PIC 9(5)V99.
           05 MD-NEW-PRICE                      PIC 9(5)V99.
           05 MD-EFF-DATE                       PIC 9(8).
           05 MD-STATUS                         PIC X(1).
               88 MD-IS-PENDING                 VALUE "P".
               88 MD-IS-APPROVED                VALUE "A".
               88 MD-IS-REJECTED                VALUE "R".
           05 MD-DECIDED-DATE                   PIC 9(8).

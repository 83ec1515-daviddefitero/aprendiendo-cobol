      *****************************************************************
      * RCVPEND.CPY
      * Registro de la recepcion pendiente (RCVPEND.DAT): cada linea
      * aceptada de un aviso de expedicion, ya casada con su pedido y
      * su linea de pedido. La recepcion contra pedido de EX04RCV
      * ofrece la cantidad avisada para confirmarla o corregirla, y
      * al terminar el pedido sus lineas pendientes se retiran.
      *****************************************************************
       01 PENDING-RECEIPT-REC.
           05 PR-PO-NUMBER                      PIC 9(6).
           05 PR-LINE-SEQ                       PIC 9(4).
           05 PR-PRODUCT                        PIC X(6).
           05 PR-QTY                            PIC 9(7).
           05 PR-SUPPLIER                       PIC X(6).
           05 PR-ADVICE-NUM                     PIC X(12).
           05 PR-SHIP-DATE                      PIC 9(8).

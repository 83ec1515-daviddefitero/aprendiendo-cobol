      *****************************************************************
      * WEBRESP.CPY
      * Respuesta a la tienda online (WEBRESP.DAT) de cada pedido
      * importado por EX04WOI: una linea por pedido (WR-LINE a cero)
      * con su estado, "A" aceptado con el numero de encargo de la
      * tienda o "R" rechazado con el motivo, y en los rechazados
      * ademas una linea por cada producto que no se pudo servir.
      * Un pedido ya importado en otra pasada se vuelve a contestar
      * aceptado con su encargo original, sin duplicarlo. El mismo
      * registro, solo con los aceptados, se anexa a WEBORDLG.DAT:
      * es el diario que evita importar dos veces un pedido.
      *****************************************************************
       01 WEB-RESPONSE-REC.
           05 WR-WEB-REF                        PIC X(12).
           05 WR-LINE                           PIC 9(4).
           05 WR-STATUS                         PIC X(1).
               88 WR-IS-ACCEPTED                VALUE "A".
               88 WR-IS-REJECTED                VALUE "R".
           05 WR-ORDER-NUM                      PIC 9(6).
           05 WR-PRODUCT                        PIC X(6).
           05 WR-REASON                         PIC X(40).
           05 WR-DATE                           PIC 9(8).
           05 WR-TIME                           PIC 9(6).

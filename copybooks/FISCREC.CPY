      *****************************************************************
      * FISCREC.CPY
      * Registro fiscal encadenado (FISCAL.DAT): una entrada por cada
      * cabecera de venta ("H") o de devolucion ("R") que se graba en
      * TICKETS.DAT, anotada por la subrutina FISCLOG desde la venta
      * (EX04), las devoluciones (EX04RET) y la repesca del modo
      * degradado (EX04OFF). El fichero solo crece: nadie lo reescribe
      * (TICKETS.DAT si se reescribe al fusionar clientes, anonimizar
      * o reconstruir, y por eso no sirve ante la oficina tributaria).
      * Cada entrada lleva un numero de orden correlativo sin huecos,
      * la huella de la anterior y la suya propia, calculada sobre los
      * datos de la entrada encadenada con la previa, con la misma
      * formula que el rastro de auditoria. EX04FIS verifica la cadena
      * y exporta las entradas aun no enviadas. Los importes van en
      * positivo: el signo lo pone el tipo, como en TICKETS.DAT.
      *****************************************************************
       01 FISCAL-REC.
           05 FR-HASHED-DATA.
               10 FR-SEQ                        PIC 9(8).
               10 FR-REC-TYPE                   PIC X(01).
                   88 FR-IS-SALE                VALUE "H".
                   88 FR-IS-REFUND              VALUE "R".
               10 FR-TICKET-NUM                 PIC 9(8).
               10 FR-TICKET-DATE                PIC 9(8).
               10 FR-TICKET-TIME                PIC 9(6).
               10 FR-STORE-ID                   PIC X(3).
      * Ticket original de una devolucion (cero en las ventas).
               10 FR-ORIG-TICKET                PIC 9(8).
      * Factura rectificativa de la devolucion de un ticket
      * facturado (en blanco en el resto).
               10 FR-INVOICE-NUM                PIC X(12).
               10 FR-TOTAL-BASE                 PIC 9(9)V99.
               10 FR-TOTAL-TAX                  PIC 9(9)V99.
               10 FR-TOTAL                      PIC 9(9)V99.
               10 FR-OPERATOR                   PIC X(8).
               10 FR-PROGRAM                    PIC X(8).
      * Fecha y hora del reloj del sistema al anotar la entrada.
               10 FR-REG-DATE                   PIC 9(8).
               10 FR-REG-TIME                   PIC 9(6).
           05 FR-PREV-HASH                      PIC 9(9).
           05 FR-HASH                           PIC 9(9).

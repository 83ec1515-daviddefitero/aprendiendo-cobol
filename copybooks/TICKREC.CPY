      * control); en blanco en registros anteriores al soporte
      * multitienda. El cierre consolidado subtotaliza por aqui.
                   15 TR-STORE-ID               PIC X(3).
      * Hora de la venta (HHMMSS, reloj de la caja al cerrar el
      * ticket o la devolucion). En blanco en registros anteriores
      * y a cero en los tickets del modo lote, que no la conocen:
      * el informe de afluencia los agrupa como hora desconocida.
                   15 TR-TICKET-TIME            PIC 9(6).
      * Factura emitida sobre el ticket (EX04FAC) o rectificativa
      * de la devolucion (EX04RET), con su serie, ano y numero
      * (p. ej. F2026-000123); en blanco si no se ha facturado o en
      * registros anteriores. Un ticket facturado no se vuelve a
      * facturar.
                   15 TR-INVOICE-NUM            PIC X(12).
               10 TR-DETAIL-DATA REDEFINES TR-HEADER-DATA.
                   15 TR-PRODUCT-CODE           PIC X(6).
                   15 TR-PRODUCT-NAME           PIC A(30).
      * registros anteriores. El informe de eficacia de promociones
      * agrupa por este campo.
                   15 TR-PROMO-CODE             PIC X(6).
      * Departamento y familia del producto al venderlo (PC-DEPT y
      * PC-FAMILY); en blanco en lineas tecleadas a mano y en
      * registros anteriores, que el informe por departamento
      * resuelve contra el catalogo actual.
                   15 TR-DEPT                   PIC X(3).
                   15 TR-FAMILY                 PIC X(3).
      * Tarifa de cliente profesional que puso el precio de la
      * linea (PL-LIST); en blanco si se cobro a precio de catalogo,
      * a mano o en registros anteriores.
                   15 TR-PRICE-LIST             PIC X(4).
                   15 FILLER                    PIC X(140).
      * Vista del registro de cobro ("T"): medio de pago e importe
      * entregado por ese medio. Los metodos son los mismos que en
      * el diario de pagos (PAYREC.CPY), mas "C" para el cargo al
      * saldo de la cuenta del cliente y "N" para la compra del
      * personal cargada en nomina (STAFFPUR.CPY).
               10 TR-TENDER-DATA REDEFINES TR-HEADER-DATA.
                   15 TR-TENDER-METHOD          PIC X(1).
                       88 TR-TEND-IS-CASH       VALUE "E".
                       88 TR-TEND-IS-CARD       VALUE "T".
                       88 TR-TEND-IS-ACCOUNT    VALUE "C".
                       88 TR-TEND-IS-VOUCHER    VALUE "V".
                       88 TR-TEND-IS-PAYROLL    VALUE "N".
                   15 TR-TENDER-AMOUNT          PIC 9(9)V99.
                   15 FILLER                    PIC X(208).

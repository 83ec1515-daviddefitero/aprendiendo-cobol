      * anteriores: sin bloqueo.
           05 CM-BLOCK                          PIC X(1).
               88 CM-IS-BLOCKED                 VALUE "B".
      * Segmentacion por recencia, frecuencia e importe de los
      * ultimos doce meses, la graba la pasada de segmentacion
      * (EX04RFM) con su fecha; en blanco en clientes que aun no
      * han pasado por ella. Ultima compra a cero = ninguna en el
      * periodo; el importe es neto de devoluciones y puede quedar
      * en negativo.
           05 CM-SEGMENT                        PIC X(1).
               88 CM-SEG-CHAMPION               VALUE "C".
               88 CM-SEG-LOYAL                  VALUE "F".
               88 CM-SEG-OCCASIONAL             VALUE "O".
               88 CM-SEG-AT-RISK                VALUE "R".
               88 CM-SEG-LAPSED                 VALUE "P".
           05 CM-SEGMENT-DATE                   PIC 9(8).
           05 CM-LAST-PURCHASE                  PIC 9(8).
           05 CM-RFM-TICKETS                    PIC 9(5).
           05 CM-RFM-SPEND                      PIC S9(7)V99.
      * Tarifa de cliente profesional (PL-LIST de PRICELST.DAT) con
      * la que la caja le cobra; en blanco, precio de catalogo.
           05 CM-PRICE-LIST                     PIC X(4).
      * Datos fiscales para la factura completa (EX04FAC): NIF o
      * numero de IVA intracomunitario y domicilio fiscal. En blanco
      * en registros anteriores y en clientes a los que no se
      * factura; sin NIF no se emite factura.
           05 CM-TAX-ID                         PIC X(14).
           05 CM-FISCAL-ADDRESS                 PIC X(40).
           05 CM-FISCAL-POSTCODE                PIC X(5).
           05 CM-FISCAL-CITY                    PIC X(30).
      * Deuda dada de baja por incobrable (EX04BDW) y aun no
      * recuperada: la baja deja CM-BALANCE a cero y anota aqui el
      * importe; los pagos posteriores (EX04PAY) lo van rebajando
      * como ingreso antes de tocar el saldo. Cero (o en blanco en
      * registros anteriores) si no hay nada dado de baja.
           05 CM-WRITTEN-OFF                    PIC 9(7)V99.
      * Mandato de adeudo directo SEPA del cliente que paga su deuda
      * por domiciliacion: IBAN del deudor, referencia unica del
      * mandato y fecha de firma. La remesa mensual (EX04SDD) cobra
      * a los mandatos activos; un recibo devuelto deja el mandato
      * en "D" y el cliente vuelve a la reclamacion de deuda hasta
      * la siguiente remesa, y los motivos de devolucion que
      * invalidan el mandato lo cancelan. La fecha del ultimo cargo
      * distingue el primer adeudo (FRST) de los siguientes (RCUR).
      * En blanco en registros anteriores: sin mandato.
           05 CM-MANDATE-IBAN                   PIC X(34).
           05 CM-MANDATE-REF                    PIC X(35).
           05 CM-MANDATE-DATE                   PIC 9(8).
           05 CM-MANDATE-STATUS                 PIC X(1).
               88 CM-MANDATE-ACTIVE             VALUE "A".
               88 CM-MANDATE-RETURNED           VALUE "D".
               88 CM-MANDATE-CANCELLED          VALUE "C".
           05 CM-MANDATE-LAST-DEBIT             PIC 9(8).
      * Datos de contacto para comunicaciones comerciales y el
      * consentimiento del cliente para recibirlas, con la fecha en
      * que lo dio o lo retiro (EX04MNT). Solo a los clientes con
      * CM-MKT-OPTED-IN se les puede escribir: la extraccion de
      * campanas (EX04CMP) no selecciona a nadie mas. En blanco en
      * registros anteriores: sin consentimiento. La direccion
      * postal es la de envio; si falta se usa la fiscal.
           05 CM-EMAIL                          PIC X(50).
           05 CM-PHONE                          PIC X(15).
           05 CM-POSTAL-ADDRESS                 PIC X(40).
           05 CM-POSTAL-POSTCODE                PIC X(5).
           05 CM-POSTAL-CITY                    PIC X(30).
           05 CM-MKT-CONSENT                    PIC X(1).
               88 CM-MKT-OPTED-IN               VALUE "S".
               88 CM-MKT-OPTED-OUT              VALUE "N".
           05 CM-MKT-CONSENT-DATE               PIC 9(8).

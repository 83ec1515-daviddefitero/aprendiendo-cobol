      * sin actividad mas alla de este plazo. En blanco en ficheros
      * anteriores: 60 meses.
           05 CTL-RETENTION-MONTHS              PIC 9(3).
      * Cuentas del asiento de compras (EX04GLC), junto a la de
      * existencias de arriba: la recepcion carga existencias contra
      * mercancia recibida pendiente de factura, y la factura casada
      * salda esa cuenta contra proveedores con el IVA soportado. En
      * blanco en ficheros anteriores: se siembran las cuentas de
      * fabrica.
           05 CTL-GL-GRNI                       PIC X(8).
           05 CTL-GL-PAYABLES                   PIC X(8).
           05 CTL-GL-INPUT-TAX                  PIC X(8).
      * Correlativo de las devoluciones a proveedor (EX04RCV): da
      * numero al albaran de devolucion y a su nota de cargo. En
      * blanco en ficheros anteriores: se normaliza a cero.
           05 CTL-LAST-RTV-NUM                  PIC 9(6).
      * Dias de antelacion del informe de caducidades (EX04CAD): se
      * listan los lotes que vencen dentro de este plazo. En blanco
      * en ficheros anteriores: 7 dias.
           05 CTL-EXPIRY-DAYS                   PIC 9(3).
      * Cuenta de variacion de existencias: contrapartida del asiento
      * de regularizacion de la valoracion de fin de mes (EX04VAL),
      * que ajusta la cuenta de existencias al stock valorado a coste
      * medio. En blanco en ficheros anteriores: la de fabrica.
           05 CTL-GL-INV-ADJUST                 PIC X(8).
      * Series de facturas (EX04FAC) y de facturas rectificativas
      * (EX04RET): ano en curso de las series y ultimo numero de
      * cada una; las dos vuelven a empezar en 1 el primer dia que
      * se factura en un ano nuevo. En blanco en ficheros
      * anteriores: se normalizan a cero.
           05 CTL-INVOICE-YEAR                  PIC 9(4).
           05 CTL-LAST-INVOICE-NUM              PIC 9(6).
           05 CTL-LAST-CORRECTIVE-NUM           PIC 9(6).
      * Datos fiscales del emisor que encabezan las facturas
      * (subrutina INVPRT): razon social, NIF y domicilio fiscal.
      * Se mantienen en EX04CTL. En blanco en ficheros anteriores:
      * la factura sale con el identificador de tienda solo.
           05 CTL-ISSUER-NAME                   PIC X(30).
           05 CTL-ISSUER-TAX-ID                 PIC X(14).
           05 CTL-ISSUER-ADDRESS                PIC X(40).
           05 CTL-ISSUER-POSTCODE               PIC X(5).
           05 CTL-ISSUER-CITY                   PIC X(30).
      * Cuentas de la baja de deudas incobrables (EX04BDW): la baja
      * carga la perdida contra la cuenta de clientes, y lo que el
      * cliente pague despues de la baja (EX04PAY) es un ingreso por
      * recuperacion, no un saldo a su favor. En blanco en ficheros
      * anteriores: las de fabrica.
           05 CTL-GL-BAD-DEBT                   PIC X(8).
           05 CTL-GL-BAD-DEBT-RECOV             PIC X(8).
      * Cobro por adeudo directo SEPA (EX04SDD): identificador de
      * acreedor de la tienda, IBAN de la cuenta de abono de las
      * remesas y ultimo numero de remesa, que entrega TICKNUM
      * (REMESA). Los dos primeros se mantienen en EX04CTL; sin
      * ellos no se genera remesa. En blanco en ficheros anteriores.
           05 CTL-SDD-CREDITOR-ID               PIC X(35).
           05 CTL-SDD-IBAN                      PIC X(34).
           05 CTL-LAST-REMIT-NUM                PIC 9(6).
      * Compras del personal (modo empleado de EX04): porcentaje de
      * descuento y tope de gasto mensual, IVA incluido, por nivel
      * de operador del comprador (1 cajero, 2 supervisor, 3
      * administracion); tope a cero = sin tope. Se mantienen en
      * EX04CTL. En blanco en ficheros anteriores: 10 % y 300, 15 %
      * y 500, 15 % y 500.
           05 CTL-STAFF-TABLE.
               10 CTL-STAFF-ENTRY OCCURS 3 TIMES.
                   15 CTL-STAFF-RATE            PIC 9(2)V99.
                   15 CTL-STAFF-CAP             PIC 9(5)V99.
      * Meses cerrados que cada diario conserva en el fichero vivo
      * antes de que el archivo de diarios de fin de mes (EX04JRN)
      * pase lo anterior a su archivo fechado, por este orden: pagos,
      * kardex, cambios de maestros, anulaciones, puntos, recepciones
      * y sesiones de cajon. Se mantienen en EX04CTL. En blanco en
      * ficheros anteriores: 3, 6, 12, 3, 24, 6 y 3 meses.
           05 CTL-JRNL-RETENTION-TABLE.
               10 CTL-JRNL-RETENTION OCCURS 7 TIMES
                                                PIC 9(3).

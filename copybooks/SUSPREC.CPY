      *****************************************************************
      * SUSPREC.CPY
      * Registro del fichero de tickets aparcados (SUSPEND.DAT),
      * indexado por referencia corta + secuencia (0000 la cabecera,
      * 0001 en adelante lo demas). La caja aparca un ticket a medias
      * con APARCAR y cualquier caja lo recupera tecleando RECUPERAR
      * y su referencia: la cabecera guarda la imagen de la cabecera
      * del ticket (cliente, codigo de descuento, subtotal), cada "D"
      * la imagen de una linea y cada "A" una linea ya anulada con
      * BORRAR, que viaja con el ticket hasta saber su desenlace.
      * Un ticket aparcado no lleva numero de ticket (se le da uno
      * nuevo al recuperarlo) y no cuenta como venta ni como
      * anulacion; el cierre de caja (EX04EOD) lista y libera los
      * que siguen aparcados. Nombre, socio, lineas y subtotal solo
      * van rellenos en la cabecera, para listarla sin desmontar la
      * imagen.
      *****************************************************************
       01 SUSPEND-REC.
           05 SU-KEY.
               10 SU-REF                        PIC 9(4).
               10 SU-SEQ                        PIC 9(4).
           05 SU-KIND                           PIC X(1).
               88 SU-IS-HEADER                  VALUE "H".
               88 SU-IS-LINE                    VALUE "D".
               88 SU-IS-VOID                    VALUE "A".
           05 SU-DATE                           PIC 9(8).
           05 SU-TIME                           PIC 9(6).
           05 SU-OPERATOR                       PIC X(8).
           05 SU-STORE-ID                       PIC X(3).
           05 SU-NAME                           PIC A(30).
           05 SU-MEMBER-CODE                    PIC X(21).
           05 SU-LINES                          PIC 9(4).
           05 SU-SUBTOTAL                       PIC 9(9)V99.
           05 SU-IMAGE                          PIC X(241).

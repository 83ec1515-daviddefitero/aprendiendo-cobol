      *****************************************************************
      * SDDREG.CPY
      * Registro de adeudos directos SEPA (SDDREG.DAT, solo anexar).
      * La remesa mensual (EX04SDD) deja una linea "E" por cada
      * adeudo enviado al banco, con el identificador de extremo a
      * extremo que el banco devuelve si el recibo no se cobra; la
      * importacion de devoluciones anexa una linea "D" con el mismo
      * identificador y el motivo. Un adeudo con su "D" ya no se
      * puede devolver otra vez. SR-UNBLOCKED dice si el cobro
      * levanto el bloqueo por impago: la devolucion lo repone.
      *****************************************************************
       01 SDD-REG-REC.
           05 SR-TYPE                           PIC X(1).
               88 SR-IS-DEBIT                   VALUE "E".
               88 SR-IS-RETURN                  VALUE "D".
           05 SR-REMIT-NUM                      PIC 9(6).
           05 SR-E2E-ID                         PIC X(35).
           05 SR-DATE                           PIC 9(8).
           05 SR-COLLECT-DATE                   PIC 9(8).
           05 SR-CUSTOMER-ID                    PIC 9(8).
           05 SR-NAME                           PIC A(30).
           05 SR-IBAN                           PIC X(34).
           05 SR-MANDATE-REF                    PIC X(35).
           05 SR-SEQ-TYPE                       PIC X(4).
           05 SR-AMOUNT                         PIC 9(7)V99.
           05 SR-UNBLOCKED                      PIC X(1).
           05 SR-REASON                         PIC X(4).
           05 SR-OPERATOR                       PIC X(8).

      *****************************************************************
      * MAILREC.CPY
      * Fichero de envio de una campana para la empresa de envios
      * (CAMPANA-NNNNNN.DAT, uno por campana): un registro por
      * cliente seleccionado, todos con consentimiento comercial en
      * vigor. La direccion es la postal del cliente o, si no la
      * tiene, la fiscal; el correo o la direccion pueden venir en
      * blanco, pero nunca los dos.
      *****************************************************************
       01 MAILING-REC.
           05 ML-CAMPAIGN                       PIC 9(6).
           05 ML-CUSTOMER-ID                    PIC 9(8).
           05 ML-NAME                           PIC A(30).
           05 ML-EMAIL                          PIC X(50).
           05 ML-PHONE                          PIC X(15).
           05 ML-ADDRESS                        PIC X(40).
           05 ML-POSTCODE                       PIC X(5).
           05 ML-CITY                           PIC X(30).
           05 ML-MEMBER-CODE                    PIC X(21).
           05 ML-POINTS                         PIC 9(8).
           05 ML-LAST-PURCHASE                  PIC 9(8).

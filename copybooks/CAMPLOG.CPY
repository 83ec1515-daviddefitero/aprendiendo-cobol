      *****************************************************************
      * CAMPLOG.CPY
      * Diario de campanas comerciales (CAMPLOG.DAT, solo anexar).
      * Cada extraccion de EX04CMP deja una linea con su numero, el
      * operador, los criterios con que se selecciono (cero o en
      * blanco = criterio no usado), los clientes con consentimiento
      * que se consideraron, los que no tenian donde escribirles y
      * los seleccionados, y el fichero que se entrego a la empresa
      * de envios. El numero de la siguiente campana es el ultimo de
      * este diario mas uno.
      *****************************************************************
       01 CAMPAIGN-LOG-REC.
           05 CG-CAMPAIGN                       PIC 9(6).
           05 CG-DATE                           PIC 9(8).
           05 CG-TIME                           PIC 9(6).
           05 CG-OPERATOR                       PIC X(8).
           05 CG-NAME                           PIC X(30).
           05 CG-MIN-POINTS                     PIC 9(8).
           05 CG-SINCE-DATE                     PIC 9(8).
           05 CG-PRODUCT                        PIC X(6).
           05 CG-CONSENTING                     PIC 9(7).
           05 CG-NO-CONTACT                     PIC 9(7).
           05 CG-SELECTED                       PIC 9(7).
           05 CG-FILE                           PIC X(20).

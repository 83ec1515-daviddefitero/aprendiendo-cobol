      *****************************************************************
      * PAYDED.CPY
      * Fichero de descuentos en nomina del cierre de mes de las
      * compras del personal (NOMDED-AAAAMM.DAT, lo genera EX04STF):
      * una linea por empleado con lo cargado en nomina en el mes,
      * para la gestoria. El fichero se rehace entero en cada pasada
      * del mismo mes.
      *****************************************************************
       01 PAYROLL-DED-REC.
           05 PD-PERIOD                         PIC 9(6).
           05 PD-STORE-ID                       PIC X(3).
           05 PD-OP-ID                          PIC X(8).
           05 PD-OP-NAME                        PIC X(30).
           05 PD-TICKETS                        PIC 9(4).
           05 PD-AMOUNT                         PIC 9(7)V99.

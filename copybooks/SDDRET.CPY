      *****************************************************************
      * SDDRET.CPY
      * Devolucion de un adeudo directo (SDDDEV.DAT), una linea por
      * recibo que el banco no cobro: identificador de extremo a
      * extremo del adeudo original, importe devuelto, codigo de
      * motivo SEPA (AM04 sin fondos, AC04 cuenta cancelada, MD01
      * sin mandato, MD06 reclamado por el deudor...) y fecha de la
      * devolucion. EX04SDD la importa y anula el cobro.
      *****************************************************************
       01 SDD-RETURN-REC.
           05 RT-E2E-ID                         PIC X(35).
           05 RT-AMOUNT                         PIC 9(7)V99.
           05 RT-REASON                         PIC X(4).
           05 RT-DATE                           PIC 9(8).

      *****************************************************************
      * DENOMTAB.CPY
      * Billetes y monedas del euro que se cuentan en el arqueo del
      * cajon, de mayor a menor: valor y rotulo de cada uno. El
      * desglose del recuento (CASHCNT.CPY) y el del cierre en
      * DRAWER.DAT (DRWREC.CPY) guardan las unidades en este mismo
      * orden, asi que una denominacion nueva se anade al final y
      * obliga a crecer los dos.
      *****************************************************************
       78 CASH-DENOMS                           VALUE 15.
       01 DENOM-TABLE-DATA.
           05 FILLER                            PIC X(17)
               VALUE "50000BILLETE  500".
           05 FILLER                            PIC X(17)
               VALUE "20000BILLETE  200".
           05 FILLER                            PIC X(17)
               VALUE "10000BILLETE  100".
           05 FILLER                            PIC X(17)
               VALUE "05000BILLETE   50".
           05 FILLER                            PIC X(17)
               VALUE "02000BILLETE   20".
           05 FILLER                            PIC X(17)
               VALUE "01000BILLETE   10".
           05 FILLER                            PIC X(17)
               VALUE "00500BILLETE    5".
           05 FILLER                            PIC X(17)
               VALUE "00200MONEDA  2,00".
           05 FILLER                            PIC X(17)
               VALUE "00100MONEDA  1,00".
           05 FILLER                            PIC X(17)
               VALUE "00050MONEDA  0,50".
           05 FILLER                            PIC X(17)
               VALUE "00020MONEDA  0,20".
           05 FILLER                            PIC X(17)
               VALUE "00010MONEDA  0,10".
           05 FILLER                            PIC X(17)
               VALUE "00005MONEDA  0,05".
           05 FILLER                            PIC X(17)
               VALUE "00002MONEDA  0,02".
           05 FILLER                            PIC X(17)
               VALUE "00001MONEDA  0,01".
       01 DENOM-TABLE REDEFINES DENOM-TABLE-DATA.
           05 DN-ENTRY OCCURS 15 TIMES.
               10 DN-VALUE                      PIC 9(3)V99.
               10 DN-LABEL                      PIC X(12).

      *****************************************************************
      * FISCLAST.CPY
      * Ultimo eslabon del registro fiscal (FISCLAST.DAT, un unico
      * registro). FISCLOG lo abre en exclusiva mientras anota una
      * entrada, igual que TICKNUM con el fichero de control: con dos
      * cajas a la vez cada entrada toma un numero de orden distinto y
      * cuelga de la huella correcta. Lleva tambien el seguimiento de
      * la exportacion a la oficina tributaria (EX04FIS): hasta que
      * entrada se ha enviado y el ultimo lote generado.
      *****************************************************************
       01 FISCAL-LAST-REC.
           05 FL-LAST-SEQ                       PIC 9(8).
           05 FL-LAST-HASH                      PIC 9(9).
           05 FL-LAST-SENT-SEQ                  PIC 9(8).
           05 FL-LAST-BATCH                     PIC 9(6).
           05 FL-LAST-SENT-DATE                 PIC 9(8).

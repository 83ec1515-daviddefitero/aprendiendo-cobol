      *****************************************************************
      * HOURSEXP.CPY
      * Fichero de horas para la gestoria de nominas (HORAS-xxx.DAT,
      * lo genera EX04WKH). Una linea "D" por operador y dia con
      * fichajes y una "T" de totales del operador en el periodo.
      * Los minutos van enteros y las horas con dos decimales para
      * que la gestoria no tenga que convertir. Las marcas: exceso
      * de nueve horas en el dia, fichaje que falta (E = entrada,
      * S = salida) y dia tocado por una correccion de supervisor;
      * en la linea "T" las marcas cuentan dias.
      *****************************************************************
       01 HOURS-EXPORT-REC.
           05 HX-TYPE                           PIC X(1).
               88 HX-IS-DAY                     VALUE "D".
               88 HX-IS-TOTAL                   VALUE "T".
           05 HX-PERIOD-FROM                    PIC 9(8).
           05 HX-PERIOD-TO                      PIC 9(8).
           05 HX-OP-ID                          PIC X(8).
           05 HX-OP-NAME                        PIC X(30).
           05 HX-DATE                           PIC 9(8).
           05 HX-WORKED-MINUTES                 PIC 9(5).
           05 HX-WORKED-HOURS                   PIC 9(3)V99.
           05 HX-BREAK-MINUTES                  PIC 9(5).
           05 HX-DAYS-WORKED                    PIC 9(2).
           05 HX-OVER-9H                        PIC 9(2).
           05 HX-MISSING-PUNCH                  PIC X(1).
           05 HX-MISSING-COUNT                  PIC 9(2).
           05 HX-CORRECTED                      PIC 9(2).

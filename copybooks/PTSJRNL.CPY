      * caducidad (EX04PTS) una por cada lapso de puntos viejos
      * ("X"), siempre con el saldo de puntos resultante. Con esto
      * el saldo de un socio se explica movimiento a movimiento y su
      * extracto de puntos se construye de aqui. El archivo de
      * diarios de fin de mes (EX04JRN) deja en cabeza un arrastre
      * ("S") por socio con lo que se llevo al archivo: en PT-POINTS
      * los puntos ganados aun sin gastar y en PT-BALANCE el saldo
      * con el que terminaba lo archivado.
      *****************************************************************
       01 POINTS-JOURNAL-REC.
           05 PT-DATE                           PIC 9(8).
               88 PT-IS-EARN                    VALUE "G".
               88 PT-IS-REDEEM                  VALUE "C".
               88 PT-IS-EXPIRE                  VALUE "X".
               88 PT-IS-CARRIED                 VALUE "S".
           05 PT-POINTS                         PIC 9(8).
           05 PT-BALANCE                        PIC 9(8).
